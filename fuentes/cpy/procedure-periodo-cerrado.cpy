      * LOS MESES SE CIERRAN EN ORDEN: TODO PERIODO HASTA EL ULTIMO
      * CERRADO INCLUSIVE CUENTA COMO CERRADO, AUNQUE UN MES VIEJO
      * NO TENGA SU PROPIO REGISTRO. SIN ARCHIVO NO HAY NADA CERRADO.
       BUSCAR-PERIODO-CERRADO.
           MOVE 0 TO WK-PER-CERRADO
                     WK-PER-ULTIMO
                     WK-PER-FINAL
           OPEN INPUT PERIODOS
           IF NOT ( WK-PER-STAT = "00" )
              GO TO F-BUSCAR-PERIODO-CERRADO
           END-IF
           PERFORM UNTIL WK-PER-FINAL = 1
              READ PERIODOS AT END
                   MOVE 1 TO WK-PER-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PER-PERIODO > WK-PER-ULTIMO
                 MOVE PER-PERIODO TO WK-PER-ULTIMO
              END-IF
           END-PERFORM
           CLOSE PERIODOS
           IF WK-PER-BUSCAR > 0
              AND WK-PER-BUSCAR <= WK-PER-ULTIMO
              MOVE 1 TO WK-PER-CERRADO
           END-IF.
       F-BUSCAR-PERIODO-CERRADO. EXIT.
