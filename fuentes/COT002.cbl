      *     (AUDITORIA "B"),
      *   - REVINCULA LOS PLASTICOS DEL TITULAR VIEJO QUE FACTURAN A
      *     ESE PRODUCTO: PASAN AL DOCUMENTO NUEVO EN ESTADO "PE",
      *     PARA QUE EL COTITULAR LOS ACTIVE; LA TARJETA ADICIONAL
      *     QUE EL HEREDERO YA USABA PASA A SER SUYA COMO TITULAR
      *     (SIN SUBLIMITE Y EN EL ESTADO QUE TENIA) Y LAS
      *     ADICIONALES DE LOS OTROS COTITULARES SE DAN DE BAJA
      *     ("BA"), COMO LOS PEDIDOS DE ADICIONALES TODAVIA SIN
      *     CUMPLIR SOBRE LA CUENTA VIEJA ("X"),
      *   - Y BORRA EL VINCULO DE COTITULARIDAD CONSUMIDO.
      * TODO QUEDA EN LA AUDITORIA CON EL OPERADOR DEL SIGN-ON.
      * LA CUENTA Y LOS PLASTICOS DEL HEREDERO TOMAN EL TIPO DE
      * DOCUMENTO QUE TENIA COMO COTITULAR.
      * SOLO OPERADORES CON ROL "M" O "A" OPERAN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\adicionales.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       COPY "\COBOL\fuentes\cpy\fd-adicionales.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       01  DB-STAT                      PIC X(02).
       77  WK-COT-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-ADI-STAT                  PIC X(02).
       77  WK-ADI-FINAL                 PIC 9      VALUE 0.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-PLAS-FINAL                PIC 9      VALUE 0.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-CODOCUMENTO               PIC 9(08)  VALUE 0.
       77  WK-TIPO-HEREDERO             PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-PLAS-MOVIDOS              PIC 9(04)  VALUE 0.
       77  WK-SUCESIONES                PIC 9(04)  VALUE 0.

      * LA CUENTA ORIGINAL COMPLETA, GUARDADA ANTES DE TOCAR NADA
       01  WK-CUENTA-VIEJA              PIC X(110).

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).

       TRASPASAR-UNA.
           DISPLAY "DOCUMENTO TITULAR (0=fin): " AT 0502
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0530 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              MOVE 1 TO WK-FINAL
              GO TO F-TRASPASAR-UNA
           DISPLAY "PRODUCTO           : " AT 0602
           ACCEPT WK-PRODUCTO AT 0624
           DISPLAY "DOCUMENTO COTITULAR: " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0724 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-CODOCUMENTO
      * LA CUENTA ORIGINAL
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           MOVE COT-NOMBRE      TO CTAS-NOMBRE
           MOVE COT-FECHA-NAC   TO CTAS-FECHA-NAC
           MOVE 0               TO CTAS-FECHA-BAJA
           MOVE COT-TIPO-CODOC  TO WK-TIPO-HEREDERO
           IF WK-TIPO-HEREDERO = SPACE
              MOVE "D"          TO WK-TIPO-HEREDERO
           END-IF
           MOVE WK-TIPO-HEREDERO TO CTAS-TIPO-DOC
      * LA CUENTA QUE VENIA BLOQUEADA POR SUCESION ARRANCA NORMAL
      * EN MANOS DEL HEREDERO
           IF CTAS-SITUACION = 2
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( PLAS-PRODUCTO IS NUMERIC )
                 OR PLAS-PRODUCTO <> WK-PRODUCTO
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( PLAS-CODOCUMENTO IS NUMERIC )
                 MOVE 0 TO PLAS-CODOCUMENTO
              END-IF
      * ADICIONAL DE OTRO COTITULAR: SU COTITULARIDAD ERA CON LA
      * CUENTA QUE SE CIERRA
              IF PLAS-CODOCUMENTO > 0
                 AND PLAS-CODOCUMENTO <> WK-CODOCUMENTO
                 IF NOT ( PLAS-ESTADO = "BA" )
                    MOVE "BA" TO PLAS-ESTADO
                    REWRITE PLAS-REG INVALID KEY
                            MOVE "REWRITE" TO WK-FE-OPERACION
                            PERFORM ERROR-ES THRU F-ERROR-ES
                    END-REWRITE
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-CODOCUMENTO = 0
                 MOVE "PE"           TO PLAS-ESTADO
              END-IF
              MOVE WK-CODOCUMENTO TO PLAS-DOCUMENTO
              MOVE WK-TIPO-HEREDERO TO PLAS-TIPO-DOC
              MOVE SPACE          TO PLAS-TIPO-CODOC
              MOVE 0              TO PLAS-CODOCUMENTO
                                     PLAS-SUBLIMITE
                                     PLAS-CONSUMO-MES
                                     PLAS-PERIODO-CONSUMO
              REWRITE PLAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
              ADD 1 TO WK-PLAS-MOVIDOS
      * EL REWRITE CAMBIO LA CLAVE ALTERNADA: SE REPOSICIONA LA
      * RECORRIDA SOBRE EL DOCUMENTO VIEJO
              MOVE WK-DOCUMENTO TO PLAS-DOCUMENTO
              START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
              INVALID KEY
                    MOVE 1 TO WK-PLAS-FINAL
              END-START
           END-PERFORM
           PERFORM ANULAR-PEDIDOS-ADIC THRU F-ANULAR-PEDIDOS-ADIC.
       F-MOVER-PLASTICOS. EXIT.

      * LOS PEDIDOS DE ADICIONALES SOBRE LA CUENTA QUE SE CIERRA YA
      * NO SE PUEDEN CUMPLIR
       ANULAR-PEDIDOS-ADIC.
           OPEN I-O PEDIDOS-ADIC
           IF NOT ( WK-ADI-STAT = "00" )
              GO TO F-ANULAR-PEDIDOS-ADIC
           END-IF
           MOVE 0 TO WK-ADI-FINAL
           PERFORM UNTIL WK-ADI-FINAL = 1
              READ PEDIDOS-ADIC AT END
                   MOVE 1 TO WK-ADI-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ADI-DOCUMENTO = WK-DOCUMENTO
                 AND ADI-PRODUCTO = WK-PRODUCTO
                 AND ADI-ESTADO = "P"
                 MOVE "X"    TO ADI-ESTADO
                 MOVE WK-HOY TO ADI-FECHA-CUMPLIDA
                 REWRITE ADI-REG
              END-IF
           END-PERFORM
           CLOSE PEDIDOS-ADIC.
       F-ANULAR-PEDIDOS-ADIC. EXIT.

       BORRAR-VINCULO.
           MOVE WK-DOCUMENTO   TO COT-DOCUMENTO
           MOVE WK-PRODUCTO    TO COT-PRODUCTO
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM COT002.
