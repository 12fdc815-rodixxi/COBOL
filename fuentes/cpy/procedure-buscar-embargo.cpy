      * SIN ARCHIVO DE EMBARGOS NO HAY RETENCIONES QUE CUIDAR
       ABRIR-EMBARGOS.
           MOVE 0 TO WK-EMB-ABIERTO
           OPEN INPUT EMBARGOS
           IF WK-EMB-STAT = "00"
              MOVE 1 TO WK-EMB-ABIERTO
           END-IF.
       F-ABRIR-EMBARGOS. EXIT.

       CERRAR-EMBARGOS.
           IF WK-EMB-ABIERTO = 1
              CLOSE EMBARGOS
              MOVE 0 TO WK-EMB-ABIERTO
           END-IF.
       F-CERRAR-EMBARGOS. EXIT.

      * SE POSICIONA EN EL PRIMER EMBARGO DE LA CUENTA (RESTO DE LA
      * CLAVE EN CERO) Y RECORRE SOLO LOS SUYOS HASTA DAR CON EL
      * ACTIVO O CAMBIAR DE CUENTA
       BUSCAR-EMBARGO.
           MOVE 0 TO WK-EMBARGO-IMPORTE
           IF WK-EMB-ABIERTO = 0
              GO TO F-BUSCAR-EMBARGO
           END-IF
           MOVE CTAS-DOCUMENTO TO EMB-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO EMB-PRODUCTO
           MOVE 0              TO EMB-FECHA-ALTA
           MOVE LOW-VALUES     TO EMB-EXPEDIENTE
           MOVE 0              TO WK-EMB-FINAL
           START EMBARGOS KEY NOT < EMB-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-EMB-FINAL
           END-START
           PERFORM UNTIL WK-EMB-FINAL = 1
              READ EMBARGOS NEXT AT END
                   MOVE 1 TO WK-EMB-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( EMB-DOCUMENTO = CTAS-DOCUMENTO
                       AND EMB-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-EMB-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF EMB-ESTADO = "A"
                 MOVE EMB-IMPORTE TO WK-EMBARGO-IMPORTE
                 MOVE 1 TO WK-EMB-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-EMBARGO. EXIT.
