
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.

       REACTIVAR-UNA.
           DISPLAY "DOCUMENTO (0=fin): " AT 0502
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0521 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              MOVE 1 TO WK-FINAL
              GO TO F-REACTIVAR-UNA
           WRITE ROD-REG.
       F-GRABAR-RODAMIENTO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM DOR002.
