      * =================================================================== */
      *                                                                     */
      *   ALR002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   mantenimiento de las adhesiones a alertas por sms y email:       */
      *   canales aceptados y tope de consumo, por documento               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALR002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LAS ALERTAS DE ALR001 SOLO SALEN PARA QUIEN LAS PIDIO. ESTA
      * PANTALLA MANTIENE ALERTAS-PREF.DAT:
      *   - ALTA O MODIFICACION: SI EL CLIENTE ACEPTA SMS, EMAIL O
      *     LOS DOS, Y DESDE QUE IMPORTE QUIERE QUE SE LE AVISE UN
      *     CONSUMO (CERO = EL TOPE GENERAL DE ALR001.PAR),
      *   - BAJA CUANDO EL CLIENTE YA NO LAS QUIERE.
      * EL TELEFONO Y EL EMAIL SON LOS DE DOMICILIOS.IDX (DOM001): SE
      * MUESTRAN PARA CONFIRMARLOS CON EL CLIENTE, NO SE CARGAN ACA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\alertas-pref.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-alertas-pref.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       77  WK-ALP-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-HAY-DOMICILIOS            PIC 9      VALUE 0.
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)  VALUE 0.
       77  WK-ALP-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-SMS                       PIC X(01)  VALUE SPACE.
       77  WK-EMAIL                     PIC X(01)  VALUE SPACE.
       77  WK-TOPE                      PIC 9(07)  VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.

       01  TAB-ALERTAS-PREF.
           03 TAB-ALP-ITEM OCCURS 5000.
              05 TAB-ALP-REG            PIC X(25).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF WK-OPERADOR-ROL = "C"
              DISPLAY MESSAGE
              "Su rol es de consulta, no puede cargar alertas"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM CARGAR-ADHESIONES THRU F-CARGAR-ADHESIONES
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
           PERFORM VENTANA THRU F-VENTANA.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "ALERTAS POR SMS Y EMAIL" AT 0228.
       F-VENTANA. EXIT.

       CARGAR-ADHESIONES.
           OPEN INPUT ALERTAS-PREF
           IF NOT ( WK-ALP-STAT = "00" )
              GO TO F-CARGAR-ADHESIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ ALERTAS-PREF AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-ALP-CANT < 5000
                 ADD 1 TO WK-ALP-CANT
                 MOVE ALP-REG TO TAB-ALP-REG(WK-ALP-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE ALERTAS-PREF.
       F-CARGAR-ADHESIONES. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE WK-ACCION
                 WHEN "A" PERFORM ALTA-ADHESION
                                  THRU F-ALTA-ADHESION
                 WHEN "B" PERFORM BAJA-ADHESION
                                  THRU F-BAJA-ADHESION
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (A=alta/modif., B=baja, F=fin): "
                      AT 0502
              ACCEPT WK-ACCION AT 0542
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "A" OR "B"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-FINAL = 0
              PERFORM VENTANA THRU F-VENTANA
              DISPLAY "ACCION: " AT 0502 WK-ACCION
           END-IF.
       F-PEDIR-ACCION. EXIT.

       BUSCAR.
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-ALP-CANT
              MOVE TAB-ALP-REG(WK-IND) TO ALP-REG
              IF ALP-DOCUMENTO = WK-DOCUMENTO
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-ALP-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR. EXIT.

      * CONTACTO CARGADO EN EL MAESTRO DE DOMICILIOS, PARA QUE EL
      * OPERADOR LO CONFIRME CON EL CLIENTE
       MOSTRAR-CONTACTO.
           IF WK-HAY-DOMICILIOS = 0
              GO TO F-MOSTRAR-CONTACTO
           END-IF
           MOVE WK-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                DISPLAY "Sin domicilio ni contacto cargado" AT 1802
                GO TO F-MOSTRAR-CONTACTO
           END-READ
           DISPLAY "Telefono: " AT 1802 DOM-TELEFONO
           DISPLAY "Email   : " AT 1902 DOM-EMAIL
           IF DOM-EMAIL-INVALIDO = "S"
              DISPLAY "(email rebotado)" AT 1955
           END-IF.
       F-MOSTRAR-CONTACTO. EXIT.

       ALTA-ADHESION.
           DISPLAY "DOCUMENTO : " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0714 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              GO TO F-ALTA-ADHESION
           END-IF
           PERFORM BUSCAR THRU F-BUSCAR
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ALERTAS POR SMS   (S/N): " AT 0802
              ACCEPT WK-SMS AT 0827
              DISPLAY "ALERTAS POR EMAIL (S/N): " AT 0902
              ACCEPT WK-EMAIL AT 0927
              IF ( WK-SMS = "S" OR "N" ) AND ( WK-EMAIL = "S" OR "N" )
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Responda S o N"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-SMS = "N" AND WK-EMAIL = "N"
              DISPLAY MESSAGE "Sin canales: use la baja"
              END-DISPLAY
              GO TO F-ALTA-ADHESION
           END-IF
           MOVE 0 TO WK-TOPE
           DISPLAY "AVISAR CONSUMOS DESDE $ (0=tope general): "
                   AT 1002
           ACCEPT WK-TOPE AT 1045
           INITIALIZE ALP-REG
           MOVE WK-DOCUMENTO TO ALP-DOCUMENTO
           MOVE WK-SMS       TO ALP-SMS
           MOVE WK-EMAIL     TO ALP-EMAIL
           MOVE WK-TOPE      TO ALP-TOPE-CONSUMO
           MOVE WK-HOY       TO ALP-FECHA
           IF WK-HALLADO > 0
              MOVE ALP-REG TO TAB-ALP-REG(WK-HALLADO)
              DISPLAY "Adhesion actualizada" AT 1202
           ELSE
              IF WK-ALP-CANT >= 5000
                 DISPLAY MESSAGE "Registro de adhesiones lleno"
                 END-DISPLAY
                 GO TO F-ALTA-ADHESION
              END-IF
              ADD 1 TO WK-ALP-CANT
              MOVE ALP-REG TO TAB-ALP-REG(WK-ALP-CANT)
              DISPLAY "Adhesion registrada" AT 1202
           END-IF
           MOVE 1 TO WK-HUBO-CAMBIOS
           PERFORM MOSTRAR-CONTACTO THRU F-MOSTRAR-CONTACTO.
       F-ALTA-ADHESION. EXIT.

      * LA BAJA COMPACTA LA TABLA PISANDO EL LUGAR CON EL ULTIMO
       BAJA-ADHESION.
           DISPLAY "DOCUMENTO : " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0714 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           PERFORM BUSCAR THRU F-BUSCAR
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "El documento no esta adherido"
              END-DISPLAY
              GO TO F-BAJA-ADHESION
           END-IF
           IF WK-HALLADO < WK-ALP-CANT
              MOVE TAB-ALP-REG(WK-ALP-CANT)
                TO TAB-ALP-REG(WK-HALLADO)
           END-IF
           SUBTRACT 1 FROM WK-ALP-CANT
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Adhesion dada de baja" AT 1202.
       F-BAJA-ADHESION. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT ALERTAS-PREF
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-ALP-CANT
                 MOVE TAB-ALP-REG(WK-IND) TO ALP-REG
                 WRITE ALP-REG
              END-PERFORM
              CLOSE ALERTAS-PREF
           END-IF
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           DISPLAY MESSAGE "Fin de adhesiones a alertas"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM ALR002.
