
      * COPIA MENSUAL ARCHIVADA POR AUD001; MISMO LAYOUT QUE AUD-REG
       FD  AUD-MES.
       01  AUD-MES-REG                  PIC X(190).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
           INITIALIZE WK-DOCUMENTO-CORRECTO
           PERFORM UNTIL WK-DOCUMENTO-CORRECTO = 1
               DISPLAY "DOCUMENTO: " AT 0402
               MOVE 0 TO WK-PDO-DOCUMENTO
               MOVE 0413 TO WK-PDO-POSICION
               PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
               MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
               IF WK-DOCUMENTO = 0
                  DISPLAY MESSAGE "Vuelva a Ingresar"
                  END-DISPLAY
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".
      *----------------------------------------------------------------
