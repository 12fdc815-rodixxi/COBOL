
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-CONVERSIONES              PIC 9(04)  VALUE 0.
       77  WK-SALDO-ORIGEN-ANT          PIC S9(10)V99 VALUE 0.
       77  WK-SALDO-PROYECTADO          PIC S9(10)V99 VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".

       01  WK-ORIGEN-CLAVE.
           03 WK-ORI-DOC                PIC 9(08).
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           OPEN I-O M-CUENTAS
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
           DISPLAY WK-COTIZACION-DOLAR AT 0423 CONVERT.
       F-INICIO. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM CONVERTIR-UNA THRU F-CONVERTIR-UNA

       CONVERTIR-UNA.
           DISPLAY "DOCUMENTO (0=fin)    : " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0626 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              MOVE 1 TO WK-FINAL
              GO TO F-CONVERTIR-UNA
           END-REWRITE.
       F-DESHACER-ORIGEN. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
       FINAL-PROG.
           CLOSE M-CUENTAS
                 AUDITORIA
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS
           DISPLAY "Conversiones aplicadas: " AT 1602
           DISPLAY WK-CONVERSIONES AT 1627 CONVERT
           DISPLAY MESSAGE "Enter para continuar"
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-leer-cotizacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM CNV001.
