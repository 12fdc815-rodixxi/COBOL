      *     RETENIDO POR CLEARING IGUAL QUE EN PAG001,
      *   - D = DEVOLVER: QUEDA MARCADO PARA LA DEVOLUCION A LA RED,
      *   - S = SALTEAR: SIGUE PENDIENTE.
      * LAS TRANSFERENCIAS DE OTROS BANCOS QUE TRF004 NO PUDO
      * ACREDITAR LLEGAN AL MISMO SUSPENSO CON SUS-TIPO "B" Y LA
      * REFERENCIA DE LA CAMARA COMO RECIBO. AL REDIRIGIRLAS LA
      * AUDITORIA QUEDA CON AUD-MOV = "8", COMO LAS QUE TRF004
      * ACREDITO DIRECTO, Y NO SE ASIENTA RECIBO NI SE RETIENE
      * CLEARING: LA REFERENCIA NO ES UN RECIBO DE LA RED Y LA
      * CAMARA YA COMPENSO LOS FONDOS. DEVOLVERLAS ES DEVOLVERLAS AL
      * BANCO DE ORIGEN.
      * EL SALDO DIARIO DEL SUSPENSO LO PRUEBA SUS002; LO QUE ANTES
      * ERA MEDIA MANIANA DE CONCILIACION MANUAL.
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-INS-STAT                  PIC X(02).
       77  WK-INS-FINAL                 PIC 9      VALUE 0.
       77  WK-AUD-MOV                   PIC X(01)  VALUE "P".
       77  WK-DIAS-CHEQUE               PIC 9(02)  VALUE 03.
       77  WK-DIAS-TRANSF               PIC 9(02)  VALUE 01.
       77  WK-DIAS-CLEARING             PIC 9(02)  VALUE 0.
           IF NOT ( WK-REC-STAT = "00" )
              OPEN OUTPUT RECIBOS
           END-IF
           OPEN I-O RETENCIONES
           IF NOT ( WK-RTN-STAT = "00" )
              OPEN OUTPUT RETENCIONES
           END-IF
      * ORIGINAL, QUE RECIEN AHORA ENTRA AL REGISTRO DE RECIBOS
       REDIRIGIR.
           DISPLAY "DOCUMENTO CORRECTO: " AT 1102
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 1123 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO CORRECTO : " AT 1202
           ACCEPT WK-PRODUCTO AT 1223
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           IF SUS-TIPO = "B"
              MOVE "8" TO WK-AUD-MOV
              PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
              MOVE "P" TO WK-AUD-MOV
           ELSE
              PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
              MOVE SUS-RECIBO TO REC-RECIBO
              MOVE WK-HOY     TO REC-FECHA
              WRITE REC-REG
              PERFORM RETENER-CLEARING THRU F-RETENER-CLEARING
           END-IF
           MOVE "R"         TO SUS-ESTADO
           MOVE WK-OPERADOR TO SUS-OPERADOR
           MOVE WK-HOY      TO SUS-FECHA-DECISION
           MOVE WK-HOY           TO RTN-FECHA-PAGO
           MOVE WK-DISP-TRABAJO  TO RTN-FECHA-DISPONIBLE
           MOVE "R"              TO RTN-ESTADO
      * EL MISMO RECIBO DE LA MISMA CUENTA YA RETENIDO NO SE DUPLICA
           WRITE RTN-REG INVALID KEY
                 CONTINUE
           END-WRITE.
       F-RETENER-CLEARING. EXIT.

      * SUMA LOS DIAS DE CLEARING EN CALENDARIO REAL, CON FEBRERO
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE WK-AUD-MOV        TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM SUS001.
