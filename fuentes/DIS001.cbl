      *     FIRME; A FAVOR DEL BANCO EL PROVISORIO SE REVIERTE CON
      *     SU PROPIO REGISTRO "D" DE AUDITORIA.
      * EL ENVEJECIMIENTO DE LAS ABIERTAS LO LISTA DIS002 CADA DIA.
      * LOS RECLAMOS DE QJA001 VINCULADOS A LA DISPUTA (CATEGORIA
      * "CS") SE CIERRAN AL RESOLVERLA, CON EL MISMO RESULTADO.
      * SOLO OPERADORES CON ROL "M" O "A" OPERAN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\disputas.sel".
           COPY "\COBOL\fuentes\cpy\quejas.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           SELECT RECLAMOS
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-disputas.fds".
       COPY "\COBOL\fuentes\cpy\fd-quejas.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".


       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-DIS-STAT                  PIC X(02).
       77  WK-RCL-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-QJA-STAT                  PIC X(02).
       77  WK-QJA-FINAL                 PIC 9      VALUE 0.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.

       ALTA-DISPUTA.
           DISPLAY "DOCUMENTO : " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0614 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0702
           ACCEPT WK-PRODUCTO AT 0714
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-OPERADOR   TO DIS-OPERADOR
           MOVE DIS-REG TO TAB-DIS-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           PERFORM CERRAR-QUEJAS THRU F-CERRAR-QUEJAS
           DISPLAY "Disputa resuelta" AT 1002.
       F-RESOLVER-DISPUTA. EXIT.

      * CIERRA LOS RECLAMOS ABIERTOS VINCULADOS A LA DISPUTA: A
      * FAVOR DEL CLIENTE ES FAVORABLE, A FAVOR DEL BANCO NO
       CERRAR-QUEJAS.
           OPEN I-O QUEJAS
           IF NOT ( WK-QJA-STAT = "00" )
              GO TO F-CERRAR-QUEJAS
           END-IF
           MOVE 0 TO WK-QJA-FINAL
           PERFORM UNTIL WK-QJA-FINAL = 1
              READ QUEJAS AT END
                   MOVE 1 TO WK-QJA-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF QJA-DISPUTA = DIS-NUMERO
                 AND QJA-ESTADO = "A"
                 MOVE "C"    TO QJA-ESTADO
                 MOVE WK-HOY TO QJA-FECHA-RESUELTA
                 IF WK-RESOLUCION = "C"
                    MOVE "F" TO QJA-RESOLUCION
                    MOVE "DISPUTA RESUELTA A FAVOR DEL CLIENTE"
                         TO QJA-RESPUESTA
                 ELSE
                    MOVE "N" TO QJA-RESOLUCION
                    MOVE "DISPUTA RESUELTA A FAVOR DEL BANCO"
                         TO QJA-RESPUESTA
                 END-IF
                 REWRITE QJA-REG
              END-IF
           END-PERFORM
           CLOSE QUEJAS.
       F-CERRAR-QUEJAS. EXIT.

      * ACREDITA (O REVIERTE) EL IMPORTE DE LA DISPUTA EN EL SALDO,
      * CON SU REGISTRO "D" EN LA AUDITORIA
       MOVER-SALDO.
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM DIS001.
