
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
           PERFORM VENTANA THRU F-VENTANA
           MOVE PLAS-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "DOCUMENTO: " AT 0402
           MOVE WK-DOCUMENTO TO WK-PDO-DOCUMENTO
           MOVE 0413 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           INITIALIZE WK-CTAS-FINAL
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0            TO CTAS-PRODUCTO
       COPY "\COBOL\fuentes\cpy\procedure-cargar-aperturas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-hasta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".
      *----------------------------------------------------------------
