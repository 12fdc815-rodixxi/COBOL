      * CARGA EN MEMORIA LO RETENIDO POR LAS AUTORIZACIONES ACTIVAS
      * ("A"), UNA ENTRADA POR CUENTA; SIN ARCHIVO NO HAY RETENCION
      * Y EL MARGEN SE MIDE COMO SIEMPRE
       CARGAR-AUTORIZ-PEND.
           OPEN INPUT AUTORIZ-PEND
           IF NOT ( WK-APD-STAT = "00" )
              GO TO F-CARGAR-AUTORIZ-PEND
           END-IF
           PERFORM UNTIL WK-AUP-FINAL = 1
              READ AUTORIZ-PEND AT END
                   MOVE 1 TO WK-AUP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( APD-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VARYING WK-AUP-IND FROM 1 BY 1
                      UNTIL WK-AUP-IND > WK-AUP-CANT
                 IF TAB-AUP-DOC(WK-AUP-IND) = APD-DOCUMENTO
                    AND TAB-AUP-PROD(WK-AUP-IND) = APD-PRODUCTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WK-AUP-IND > WK-AUP-CANT
                 IF WK-AUP-CANT < 5000
                    ADD 1 TO WK-AUP-CANT
                    MOVE WK-AUP-CANT   TO WK-AUP-IND
                    MOVE APD-DOCUMENTO TO TAB-AUP-DOC(WK-AUP-IND)
                    MOVE APD-PRODUCTO  TO TAB-AUP-PROD(WK-AUP-IND)
                    MOVE 0             TO TAB-AUP-IMP(WK-AUP-IND)
                 ELSE
                    MOVE 1 TO WK-AUP-DESBORDE
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              ADD APD-IMPORTE TO TAB-AUP-IMP(WK-AUP-IND)
           END-PERFORM
           CLOSE AUTORIZ-PEND.
       F-CARGAR-AUTORIZ-PEND. EXIT.

       SUMAR-AUTORIZ-PEND.
           MOVE 0 TO WK-AUP-PENDIENTE
           IF WK-AUP-CANT = 0
              GO TO F-SUMAR-AUTORIZ-PEND
           END-IF
           SET AUP-INDEX TO 1
           SEARCH TAB-AUP-ITEM
            WHEN AUP-INDEX > WK-AUP-CANT
             MOVE 0 TO WK-AUP-PENDIENTE
            WHEN TAB-AUP-DOC(AUP-INDEX) = WK-AUP-DOC-BUSCADO
             AND TAB-AUP-PROD(AUP-INDEX) = WK-AUP-PROD-BUSCADO
             MOVE TAB-AUP-IMP(AUP-INDEX) TO WK-AUP-PENDIENTE
           END-SEARCH.
       F-SUMAR-AUTORIZ-PEND. EXIT.
