      * LEE PTS001.PAR, COMPARTIDO POR LA CONSOLIDACION NOCTURNA
      * (PTS001) Y LA PANTALLA DE CANJE (PTS002) PARA QUE AMBAS
      * VALUEN EL PUNTO IGUAL. SI EL ARCHIVO NO EXISTE O TRAE CERO
      * SE MANTIENE EL VALOR DE FABRICA DE WK-PARAMETROS-PUNTOS
       LEER-PARAMETRO-PUNTOS.
           OPEN INPUT PARAMETROS-PUNTOS
           IF WK-PAR-PUNTOS-STAT = "00"
              READ PARAMETROS-PUNTOS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-PUNTOS-MESES IS NUMERIC
                      AND PAR-PUNTOS-MESES > 0
                      MOVE PAR-PUNTOS-MESES TO WK-PUNTOS-MESES
                   END-IF
                   IF PAR-PUNTOS-VALOR IS NUMERIC
                      AND PAR-PUNTOS-VALOR > 0
                      MOVE PAR-PUNTOS-VALOR TO WK-PUNTOS-VALOR
                   END-IF
              END-READ
              CLOSE PARAMETROS-PUNTOS
           END-IF.
       F-LEER-PARAMETRO-PUNTOS. EXIT.
