
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.

       ALTA-SUPRESION.
           DISPLAY "DOCUMENTO : " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0714 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              GO TO F-ALTA-SUPRESION
           END-IF
      * LA BAJA COMPACTA LA TABLA PISANDO EL LUGAR CON EL ULTIMO
       BAJA-SUPRESION.
           DISPLAY "DOCUMENTO : " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0714 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           PERFORM BUSCAR THRU F-BUSCAR
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "El documento no esta suprimido"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM SUP001.
