      * CADA ACCION QUEDA EN OPERADORES-LOG.DAT CON FECHA, HORA,
      * QUIEN LA HIZO Y SOBRE QUIEN. EL VENCIMIENTO DE CLAVES Y EL
      * BLOQUEO POR INTENTOS LOS APLICA SEG001 EN EL SIGN-ON.
      * EL ALTA PIDE TAMBIEN EL DOCUMENTO PROPIO DEL OPERADOR COMO
      * CLIENTE, Y LA ACCION "V" (ROL "A") CARGA ESE DOCUMENTO Y HASTA
      * CINCO FAMILIARES DECLARADOS CON SU PARENTESCO: SON LAS
      * CUENTAS SOBRE LAS QUE OPV001 SENALA CADA OPERACION DEL
      * OPERADOR Y SOBRE LAS QUE CTAS007 NO LO DEJA CAPTURAR. NADIE
      * CARGA SUS PROPIOS VINCULOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.


       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-ROL                       PIC X(01)  VALUE SPACE.
       77  WK-CLAVE                     PIC X(08)  VALUE SPACES.
       77  WK-CLAVE-2                   PIC X(08)  VALUE SPACES.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-VIN                       PIC 9      VALUE 0.
       77  WK-VIN-FILA                  PIC 9(04)  VALUE 0.
       77  WK-VIN-DOC                   PIC 9(08)  VALUE 0.
       77  WK-VIN-PAR                   PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FECHA                     PIC 9(08)  VALUE 0.
       77  WK-FECHA-ED-1                PIC X(10).

       01  TAB-OPERADORES.
           03 TAB-OPE-ITEM OCCURS 500.
              05 TAB-OPE-REG            PIC X(110).

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
              IF OPE-ESTADO = SPACE OR LOW-VALUE
                 MOVE "A" TO OPE-ESTADO
              END-IF
              IF OPE-DOCUMENTO NOT NUMERIC
                 MOVE 0 TO OPE-DOCUMENTO
                 INITIALIZE OPE-VINCULOS
              END-IF
              IF WK-OPE-CANT < 500
                 ADD 1 TO WK-OPE-CANT
                 MOVE OPE-REG TO TAB-OPE-REG(WK-OPE-CANT)
                                  THRU F-BAJA-OPERADOR
                 WHEN "R" PERFORM CAMBIO-ROL THRU F-CAMBIO-ROL
                 WHEN "D" PERFORM DESBLOQUEO THRU F-DESBLOQUEO
                 WHEN "V" PERFORM VINCULOS THRU F-VINCULOS
                 WHEN "C" PERFORM CAMBIO-CLAVE
                                  THRU F-CAMBIO-CLAVE
              END-EVALUATE
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              IF WK-OPERADOR-ROL = "A"
                 DISPLAY "ACCION (A=alta B=baja R=rol D=desbloq"
                 AT 0502
                 DISPLAY "V=vinculos C=clave F=fin)" AT 0540
                 ACCEPT WK-ACCION AT 0566
              ELSE
                 DISPLAY "ACCION (C=cambio de clave, F=fin): " AT 0502
                 ACCEPT WK-ACCION AT 0538
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-OPERADOR-ROL = "A"
                 AND ( WK-ACCION = "A" OR "B" OR "R" OR "D" OR "V" )
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
           DISPLAY "NOMBRE    : " AT 0802
           ACCEPT WK-NOMBRE AT 0814
           PERFORM PEDIR-ROL THRU F-PEDIR-ROL
           DISPLAY "DOCUMENTO (0=no es cliente): " AT 1002
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 1032 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           PERFORM PEDIR-CLAVE-DOBLE THRU F-PEDIR-CLAVE-DOBLE
           INITIALIZE OPE-REG
           MOVE WK-ID     TO OPE-ID
           MOVE WK-DOCUMENTO TO OPE-DOCUMENTO
           MOVE WK-NOMBRE TO OPE-NOMBRE
           MOVE WK-ROL    TO OPE-ROL
           MOVE WK-CLAVE  TO OPE-CLAVE
           DISPLAY "Operador desbloqueado" AT 1402.
       F-DESBLOQUEO. EXIT.

      * DOCUMENTO PROPIO Y FAMILIARES DECLARADOS DE UN OPERADOR; UN
      * DOCUMENTO EN CERO BORRA EL VINCULO. LOS PROPIOS LOS CARGA
      * OTRO ADMINISTRADOR, COMO LA BAJA
       VINCULOS.
           PERFORM PEDIR-ID THRU F-PEDIR-ID
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "Operador inexistente"
              END-DISPLAY
              GO TO F-VINCULOS
           END-IF
           IF WK-ID = WK-OPERADOR
              DISPLAY MESSAGE "No puede cargar sus propios vinculos"
              END-DISPLAY
              GO TO F-VINCULOS
           END-IF
           MOVE TAB-OPE-REG(WK-HALLADO) TO OPE-REG
           DISPLAY "DOCUMENTO PROPIO (0=no es cliente): " AT 0802
           MOVE OPE-DOCUMENTO TO WK-DOCUMENTO
           MOVE WK-DOCUMENTO TO WK-PDO-DOCUMENTO
           MOVE 0839 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           MOVE WK-DOCUMENTO TO OPE-DOCUMENTO
           DISPLAY "FAMILIARES: PARENTESCO C=conyuge H=hijo"
           AT 0902
           DISPLAY "P=padre/madre F=otro" AT 0942
           PERFORM PEDIR-VINCULO THRU F-PEDIR-VINCULO
                   VARYING WK-VIN FROM 1 BY 1
                   UNTIL WK-VIN > 5
           MOVE OPE-REG TO TAB-OPE-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           MOVE "VINCULOS" TO OPL-ACCION
           PERFORM GRABAR-LOG THRU F-GRABAR-LOG
           DISPLAY "Vinculos actualizados" AT 1602.
       F-VINCULOS. EXIT.

       PEDIR-VINCULO.
           COMPUTE WK-VIN-FILA = ( 9 + WK-VIN ) * 100 + 2
           MOVE OPE-VIN-DOCUMENTO(WK-VIN)  TO WK-VIN-DOC
           MOVE OPE-VIN-PARENTESCO(WK-VIN) TO WK-VIN-PAR
           DISPLAY "DOCUMENTO: " AT WK-VIN-FILA
           ADD 11 TO WK-VIN-FILA
           MOVE WK-VIN-DOC TO WK-PDO-DOCUMENTO
           MOVE WK-VIN-FILA TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-VIN-DOC
           IF WK-VIN-DOC = 0
              MOVE SPACE TO WK-VIN-PAR
           ELSE
              ADD 14 TO WK-VIN-FILA
              DISPLAY "PARENTESCO: " AT WK-VIN-FILA
              ADD 12 TO WK-VIN-FILA
              MOVE 0 TO WK-DATO-VALIDO
              PERFORM UNTIL WK-DATO-VALIDO = 1
                 ACCEPT WK-VIN-PAR AT WK-VIN-FILA
                 IF WK-VIN-PAR = "C" OR "H" OR "P" OR "F"
                    MOVE 1 TO WK-DATO-VALIDO
                 ELSE
                    DISPLAY MESSAGE "Parentesco incorrecto"
                    END-DISPLAY
                 END-IF
              END-PERFORM
           END-IF
           MOVE WK-VIN-DOC TO OPE-VIN-DOCUMENTO(WK-VIN)
           MOVE WK-VIN-PAR TO OPE-VIN-PARENTESCO(WK-VIN).
       F-PEDIR-VINCULO. EXIT.

      * CAMBIO DE LA PROPIA CLAVE, DISPONIBLE PARA CUALQUIER ROL
       CAMBIO-CLAVE.
           MOVE WK-OPERADOR TO WK-ID
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM OPE001.
