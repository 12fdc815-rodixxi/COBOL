       F-EXT-PLASTICOS. EXIT.

      * LOS ULTIMOS 10 MOVIMIENTOS AUDITADOS DE LA CUENTA, EN ORDEN
      * CRONOLOGICO (ANILLO SOBRE LA PASADA SECUENCIAL). SI LA CUENTA
      * VIENE DE UN CAMBIO DE PRODUCTO, LOS MOVIMIENTOS DE ANTES DEL
      * CAMBIO ESTAN BAJO EL PRODUCTO VIEJO Y TAMBIEN SE MUESTRAN
       EXT-AUDITORIA.
           MOVE "Ultimos movimientos:" TO WK-EXT-LINEA
           WRITE EXT-REG FROM WK-EXT-LINEA
           MOVE 0 TO WK-EXT-AUD-CANT
                     WK-EXT-FINAL
           PERFORM EXT-BUSCAR-ORIGENES THRU F-EXT-BUSCAR-ORIGENES
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-EXT-AUDITORIA
                   MOVE 1 TO WK-EXT-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              PERFORM EXT-ES-DE-LA-CUENTA THRU F-EXT-ES-DE-LA-CUENTA
              IF WK-EXT-DE-LA-CUENTA = 1
                 IF WK-EXT-AUD-CANT < 10
                    ADD 1 TO WK-EXT-AUD-CANT
                    MOVE WK-EXT-AUD-CANT TO WK-EXT-IND
              WRITE EXT-REG FROM WK-EXT-LINEA
           END-PERFORM.
       F-EXT-AUDITORIA. EXIT.

      * PRIMERA PASADA: JUNTA LAS PATAS DE ENTRADA DE LOS CAMBIOS DE
      * PRODUCTO DEL DOCUMENTO ("0" SIN FECHA DE BAJA, CON EL
      * PRODUCTO DE ORIGEN EN AUD-PERIODO) Y, DE LA MAS NUEVA A LA
      * MAS VIEJA, REMONTA LA CADENA DESDE EL PRODUCTO ACTUAL
       EXT-BUSCAR-ORIGENES.
           MOVE 0 TO WK-EXT-CAMBIOS
                     WK-EXT-ORIGENES
                     WK-EXT-FINAL
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-EXT-BUSCAR-ORIGENES
           END-IF
           PERFORM UNTIL WK-EXT-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-EXT-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF AUD-DOCUMENTO = CTAS-DOCUMENTO
                 AND AUD-MOV = "0"
                 AND AUD-DES-FECHA-BAJA = 0
                 AND WK-EXT-CAMBIOS < 20
                 ADD 1 TO WK-EXT-CAMBIOS
                 MOVE AUD-PRODUCTO TO TEC-HACIA(WK-EXT-CAMBIOS)
                 MOVE AUD-PERIODO  TO TEC-DESDE(WK-EXT-CAMBIOS)
              END-IF
           END-PERFORM
           CLOSE AUDITORIA
           MOVE 0 TO WK-EXT-FINAL
           MOVE CTAS-PRODUCTO TO WK-EXT-PROD-BUSCADO
           PERFORM VARYING WK-EXT-IND FROM WK-EXT-CAMBIOS BY -1
                   UNTIL WK-EXT-IND < 1
              IF TEC-HACIA(WK-EXT-IND) = WK-EXT-PROD-BUSCADO
                 MOVE TEC-DESDE(WK-EXT-IND) TO WK-EXT-PROD-BUSCADO
                 IF WK-EXT-PROD-BUSCADO NOT = CTAS-PRODUCTO
                    AND WK-EXT-ORIGENES < 10
                    ADD 1 TO WK-EXT-ORIGENES
                    MOVE WK-EXT-PROD-BUSCADO
                      TO TEO-PRODUCTO(WK-EXT-ORIGENES)
                    MOVE 1 TO TEO-VIGENTE(WK-EXT-ORIGENES)
                 END-IF
              END-IF
           END-PERFORM.
       F-EXT-BUSCAR-ORIGENES. EXIT.

      * EL REGISTRO LEIDO ES DE LA CUENTA SI ES DEL PRODUCTO ACTUAL O
      * DE UN PRODUCTO ANTERIOR TODAVIA NO CERRADO POR SU PATA DE
      * SALIDA (LO QUE EL DOCUMENTO HAGA DESPUES CON ESE PRODUCTO YA
      * ES OTRA CUENTA)
       EXT-ES-DE-LA-CUENTA.
           MOVE 0 TO WK-EXT-DE-LA-CUENTA
           IF NOT ( AUD-DOCUMENTO = CTAS-DOCUMENTO )
              GO TO F-EXT-ES-DE-LA-CUENTA
           END-IF
           IF AUD-PRODUCTO = CTAS-PRODUCTO
              MOVE 1 TO WK-EXT-DE-LA-CUENTA
              GO TO F-EXT-ES-DE-LA-CUENTA
           END-IF
           PERFORM VARYING WK-EXT-IND-ORG FROM 1 BY 1
                   UNTIL WK-EXT-IND-ORG > WK-EXT-ORIGENES
              IF TEO-PRODUCTO(WK-EXT-IND-ORG) = AUD-PRODUCTO
                 AND TEO-VIGENTE(WK-EXT-IND-ORG) = 1
                 MOVE 1 TO WK-EXT-DE-LA-CUENTA
                 IF AUD-MOV = "0" AND AUD-DES-FECHA-BAJA NOT = 0
                    MOVE 0 TO TEO-VIGENTE(WK-EXT-IND-ORG)
                 END-IF
              END-IF
           END-PERFORM.
       F-EXT-ES-DE-LA-CUENTA. EXIT.
