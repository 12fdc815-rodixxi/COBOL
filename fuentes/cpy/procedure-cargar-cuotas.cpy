      * CARGA EN MEMORIA LO QUE FALTA FACTURAR DE LOS PLANES DE
      * CUOTAS VIGENTES ("A"), UNA ENTRADA POR CUENTA; SIN ARCHIVO
      * NO HAY CUOTAS PENDIENTES Y EL LIMITE SE MIDE COMO SIEMPRE
       CARGAR-CUOTAS-PEND.
           OPEN INPUT CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              GO TO F-CARGAR-CUOTAS-PEND
           END-IF
           PERFORM UNTIL WK-CUP-FINAL = 1
              READ CUOTAS AT END
                   MOVE 1 TO WK-CUP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CUO-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VARYING WK-CUP-IND FROM 1 BY 1
                      UNTIL WK-CUP-IND > WK-CUP-CANT
                 IF TAB-CUP-DOC(WK-CUP-IND) = CUO-DOCUMENTO
                    AND TAB-CUP-PROD(WK-CUP-IND) = CUO-PRODUCTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WK-CUP-IND > WK-CUP-CANT
                 IF WK-CUP-CANT < 5000
                    ADD 1 TO WK-CUP-CANT
                    MOVE WK-CUP-CANT   TO WK-CUP-IND
                    MOVE CUO-DOCUMENTO TO TAB-CUP-DOC(WK-CUP-IND)
                    MOVE CUO-PRODUCTO  TO TAB-CUP-PROD(WK-CUP-IND)
                    MOVE 0             TO TAB-CUP-IMP(WK-CUP-IND)
                 ELSE
                    MOVE 1 TO WK-CUP-DESBORDE
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              COMPUTE TAB-CUP-IMP(WK-CUP-IND) = TAB-CUP-IMP(WK-CUP-IND)
                      + CUO-IMPORTE - CUO-IMP-FACTURADO
           END-PERFORM
           CLOSE CUOTAS.
       F-CARGAR-CUOTAS-PEND. EXIT.

       SUMAR-CUOTAS-PEND.
           MOVE 0 TO WK-CUP-PENDIENTE
           IF WK-CUP-CANT = 0
              GO TO F-SUMAR-CUOTAS-PEND
           END-IF
           SET CUP-INDEX TO 1
           SEARCH TAB-CUP-ITEM
            WHEN CUP-INDEX > WK-CUP-CANT
             MOVE 0 TO WK-CUP-PENDIENTE
            WHEN TAB-CUP-DOC(CUP-INDEX) = WK-CUP-DOC-BUSCADO
             AND TAB-CUP-PROD(CUP-INDEX) = WK-CUP-PROD-BUSCADO
             MOVE TAB-CUP-IMP(CUP-INDEX) TO WK-CUP-PENDIENTE
           END-SEARCH.
       F-SUMAR-CUOTAS-PEND. EXIT.
