      * EL DOCUMENTO SE PIDE CON SU TIPO (ESPACIO = DNI) Y VAL-DOC LO
      * TRADUCE AL NUMERO INTERNO CON QUE ESTA GRABADA LA CUENTA,
      * IGUAL QUE EN CONCTAS; EL TIPO SE OFRECE EN "D". UN DOCUMENTO
      * INVALIDO O NO EMPADRONADO SE VUELVE A PEDIR. EL NUMERO EN
      * BLANCO O EN 0 DEVUELVE 0, QUE CADA PANTALLA TRATA COMO ANTES
      * (FIN, VOLVER O NO ES CLIENTE)
       PEDIR-TIPO-DOC.
           MOVE "D"    TO WK-PDO-TIPO
           MOVE SPACES TO WK-PDO-NRO
           COMPUTE WK-PDO-POS-NRO = WK-PDO-POSICION + 2
           IF WK-PDO-DOCUMENTO > 0
              MOVE "I"              TO WK-VDO-ACCION
              MOVE WK-PDO-DOCUMENTO TO WK-VDO-DOCUMENTO
              CALL "VAL-DOC" USING WK-VDO-CONSULTA
              MOVE WK-VDO-TIPO      TO WK-PDO-TIPO
              IF WK-VDO-TIPO = "D"
                 MOVE WK-PDO-DOCUMENTO TO WK-PDO-NRO
              ELSE
                 MOVE WK-VDO-NUMERO    TO WK-PDO-NRO
              END-IF
           END-IF
           MOVE 0 TO WK-PDO-DOCUMENTO
                     WK-PDO-LISTO
           PERFORM UNTIL WK-PDO-LISTO = 1
              DISPLAY WK-PDO-TIPO AT WK-PDO-POSICION
              DISPLAY WK-PDO-NRO  AT WK-PDO-POS-NRO
              ACCEPT WK-PDO-TIPO AT WK-PDO-POSICION
              ACCEPT WK-PDO-NRO  AT WK-PDO-POS-NRO
              IF WK-PDO-NRO = SPACES OR "0"
                 MOVE 1 TO WK-PDO-LISTO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE "B"         TO WK-VDO-ACCION
              MOVE 0           TO WK-VDO-SIMULACION
              MOVE WK-PDO-TIPO TO WK-VDO-TIPO
              MOVE WK-PDO-NRO  TO WK-VDO-NUMERO
              CALL "VAL-DOC" USING WK-VDO-CONSULTA
              EVALUATE WK-VDO-RESULTADO
                 WHEN "S"
                    MOVE WK-VDO-DOCUMENTO TO WK-PDO-DOCUMENTO
                    MOVE 1 TO WK-PDO-LISTO
                 WHEN "E"
                    DISPLAY MESSAGE "Documento no empadronado"
                    END-DISPLAY
                 WHEN OTHER
                    DISPLAY MESSAGE "Documento invalido"
                    END-DISPLAY
              END-EVALUATE
           END-PERFORM.
       F-PEDIR-TIPO-DOC. EXIT.
