      * HISTORIA DE CONTACTOS DEL TITULAR EN PANTALLA (TODOS SUS
      * PRODUCTOS): QUE SE LE ENVIO, CUANDO, POR QUE CANAL Y DESDE
      * QUE CORRIDA, DE LA PIEZA MAS NUEVA A LA MAS VIEJA PAGINANDO
      * DE A 18. SI HAY MAS DE 200 QUEDAN LAS ULTIMAS 200
       VER-CONTACTOS.
           MOVE 0 TO WK-CNT-CANT
                     WK-CNT-FINAL
           OPEN INPUT CONTACTOS
           IF NOT ( WK-CNT-STAT = "00" )
              DISPLAY MESSAGE "Sin historia de contactos"
              END-DISPLAY
              GO TO F-VER-CONTACTOS
           END-IF
           PERFORM UNTIL WK-CNT-FINAL = 1
              READ CONTACTOS AT END
                   MOVE 1 TO WK-CNT-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CNT-DOCUMENTO = CTAS-DOCUMENTO )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-CNT-CANT = 200
                 PERFORM VARYING WK-CNT-IND FROM 1 BY 1
                         UNTIL WK-CNT-IND > 199
                    MOVE TAB-CNT-ITEM(WK-CNT-IND + 1)
                      TO TAB-CNT-ITEM(WK-CNT-IND)
                 END-PERFORM
              ELSE
                 ADD 1 TO WK-CNT-CANT
              END-IF
              MOVE CNT-FECHA       TO TC-FECHA(WK-CNT-CANT)
              MOVE CNT-PRODUCTO    TO TC-PRODUCTO(WK-CNT-CANT)
              MOVE CNT-ORIGEN      TO TC-ORIGEN(WK-CNT-CANT)
              MOVE CNT-CANAL       TO TC-CANAL(WK-CNT-CANT)
              MOVE CNT-DESCRIPCION TO TC-DESCRIPCION(WK-CNT-CANT)
           END-PERFORM
           CLOSE CONTACTOS
           IF WK-CNT-CANT = 0
              DISPLAY MESSAGE "Sin contactos para este cliente"
              END-DISPLAY
              GO TO F-VER-CONTACTOS
           END-IF
           PERFORM VENTANA THRU F-VENTANA
           PERFORM TITULO-CONTACTOS THRU F-TITULO-CONTACTOS
           PERFORM VARYING WK-CNT-IND FROM WK-CNT-CANT BY -1
                   UNTIL WK-CNT-IND < 1
              MOVE TC-FECHA(WK-CNT-IND)(7:2) TO WK-CNT-FE-DIA
              MOVE TC-FECHA(WK-CNT-IND)(5:2) TO WK-CNT-FE-MES
              MOVE TC-FECHA(WK-CNT-IND)(1:4) TO WK-CNT-FE-ANHIO
              EVALUATE TC-CANAL(WK-CNT-IND)
                 WHEN "E"   MOVE "EMAIL"  TO WK-CNT-CANAL-ED
                 WHEN "S"   MOVE "SMS"    TO WK-CNT-CANAL-ED
                 WHEN OTHER MOVE "PAPEL"  TO WK-CNT-CANAL-ED
              END-EVALUATE
              COMPUTE WK-CNT-POS = WK-CNT-FILA * 100 + 02
              DISPLAY WK-CNT-FECHA-ED AT WK-CNT-POS
              COMPUTE WK-CNT-POS = WK-CNT-FILA * 100 + 14
              DISPLAY TC-PRODUCTO(WK-CNT-IND) AT WK-CNT-POS
              COMPUTE WK-CNT-POS = WK-CNT-FILA * 100 + 20
              DISPLAY TC-DESCRIPCION(WK-CNT-IND) AT WK-CNT-POS
              COMPUTE WK-CNT-POS = WK-CNT-FILA * 100 + 42
              DISPLAY WK-CNT-CANAL-ED AT WK-CNT-POS
              COMPUTE WK-CNT-POS = WK-CNT-FILA * 100 + 50
              DISPLAY TC-ORIGEN(WK-CNT-IND) AT WK-CNT-POS
              ADD 1 TO WK-CNT-FILA
              IF WK-CNT-FILA > 22
                 DISPLAY "Mas contactos, presione ENTER..." AT 2402
                 ACCEPT WK-CNT-TECLA AT 2435
                 PERFORM VENTANA THRU F-VENTANA
                 PERFORM TITULO-CONTACTOS THRU F-TITULO-CONTACTOS
              END-IF
           END-PERFORM
           DISPLAY "Fin de contactos, presione ENTER..." AT 2402
           ACCEPT WK-CNT-TECLA AT 2438.
       F-VER-CONTACTOS. EXIT.

       TITULO-CONTACTOS.
           DISPLAY "Fecha       Prod  Pieza" AT 0402
           DISPLAY "Canal   Origen"          AT 0442
           MOVE 5 TO WK-CNT-FILA.
       F-TITULO-CONTACTOS. EXIT.
