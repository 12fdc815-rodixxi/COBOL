      * SIN SELLO.PAR LA CLAVE QUEDA EN CERO: LA CADENA SIGUE
      * DETECTANDO REGISTROS ALTERADOS, FALTANTES O INSERTADOS, PERO
      * CUALQUIERA CON ESTOS FUENTES PODRIA RECALCULARLA
       LEER-CLAVE-SELLO.
           MOVE 0 TO WK-SEL-CLAVE
           OPEN INPUT CLAVE-SELLO
           IF WK-CLA-STAT = "00"
              READ CLAVE-SELLO AT END
                   CONTINUE
              NOT AT END
                   IF CLA-CLAVE IS NUMERIC
                      MOVE CLA-CLAVE TO WK-SEL-CLAVE
                   END-IF
              END-READ
              CLOSE CLAVE-SELLO
           END-IF.
       F-LEER-CLAVE-SELLO. EXIT.

      * ENCADENA EL AUD-REG ACTUAL AL ANTERIOR: A PARTIR DEL VALOR DE
      * CONTROL PREVIO (WK-SEL-CADENA) MAS LA CLAVE, CADA UNO DE LOS
      * 180 BYTES DE DATOS DEL REGISTRO (TODO MENOS AUD-CADENA) PESA
      * POR SU VALOR Y SU POSICION, MODULO UN PRIMO DE DIEZ DIGITOS.
      * DEVUELVE EL NUEVO VALOR EN WK-SEL-CADENA; CAMBIAR UN SOLO BYTE
      * DE UN REGISTRO CAMBIA SU VALOR Y EL DE TODOS LOS SIGUIENTES
       ENCADENAR.
           COMPUTE WK-SEL-ACUM = WK-SEL-CADENA + WK-SEL-CLAVE
           PERFORM VARYING WK-SEL-POS FROM 1 BY 1
                   UNTIL WK-SEL-POS > 180
              MOVE 0 TO WK-SEL-BYTE-NUM
              MOVE AUD-REG(WK-SEL-POS:1) TO WK-SEL-BYTE-X
              COMPUTE WK-SEL-ACUM = WK-SEL-ACUM * 131
                                  + WK-SEL-BYTE-NUM + WK-SEL-POS
              DIVIDE WK-SEL-ACUM BY 9999999967
                     GIVING WK-SEL-COCIENTE
                     REMAINDER WK-SEL-RESTO
              MOVE WK-SEL-RESTO TO WK-SEL-ACUM
           END-PERFORM
           MOVE WK-SEL-ACUM TO WK-SEL-CADENA.
       F-ENCADENAR. EXIT.
