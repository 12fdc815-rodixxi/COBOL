      * =================================================================== */
      *                                                                     */
      *   BAR002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   mantenimiento de las adhesiones a la cobertura automatica del    */
      *   descubierto con fondos de las otras cuentas del cliente          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAR002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * BAR001 SOLO CUBRE EL DESCUBIERTO DE LAS CUENTAS QUE EL
      * CLIENTE PIDIO CUBRIR. ESTA PANTALLA MANTIENE
      * BARRIDO-ADHESIONES.DAT:
      *   - ALTA DE UNA CUENTA OPERATIVA DEL MAESTRO, MOSTRANDO LAS
      *     OTRAS CUENTAS DEL DOCUMENTO DE LAS QUE PUEDEN SALIR LOS
      *     FONDOS,
      *   - BAJA CUANDO EL CLIENTE YA NO QUIERE LA COBERTURA.
      * SOLO OPERADORES CON ROL "M" O "A" ADHIEREN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\barrido-adh.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-barrido-adh.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       01  DB-STAT                      PIC X(02).
       77  WK-BAD-STAT                  PIC X(02).
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CTAS-FINAL                PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)  VALUE 0.
       77  WK-BAD-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FILA                      PIC 9(02)  VALUE 0.
       77  WK-POSICION                  PIC 9(04)  VALUE 0.
       77  WK-OTRAS                     PIC 9(02)  VALUE 0.

       01  TAB-BARRIDO-ADH.
           03 TAB-BAD-ITEM OCCURS 5000.
              05 TAB-BAD-REG            PIC X(26).

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
              "Su rol es de consulta, no puede adherir cuentas"
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
           OPEN INPUT M-CUENTAS
           PERFORM VENTANA THRU F-VENTANA.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "COBERTURA AUTOMATICA DE DESCUBIERTO" AT 0222.
       F-VENTANA. EXIT.

       CARGAR-ADHESIONES.
           OPEN INPUT BARRIDO-ADH
           IF NOT ( WK-BAD-STAT = "00" )
              GO TO F-CARGAR-ADHESIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ BARRIDO-ADH AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-BAD-CANT < 5000
                 ADD 1 TO WK-BAD-CANT
                 MOVE BAD-REG TO TAB-BAD-REG(WK-BAD-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE BARRIDO-ADH.
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
              DISPLAY "ACCION (A=alta, B=baja, F=fin): "
                      AT 0502
              ACCEPT WK-ACCION AT 0535
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

       PEDIR-CUENTA.
           DISPLAY "DOCUMENTO : " AT 0702
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0714 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0802
           ACCEPT WK-PRODUCTO AT 0814.
       F-PEDIR-CUENTA. EXIT.

       BUSCAR.
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-BAD-CANT
              MOVE TAB-BAD-REG(WK-IND) TO BAD-REG
              IF BAD-DOCUMENTO = WK-DOCUMENTO
                 AND BAD-PRODUCTO = WK-PRODUCTO
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-BAD-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR. EXIT.

      * LAS OTRAS CUENTAS VIVAS DEL DOCUMENTO, PARA QUE EL OPERADOR
      * LE CONFIRME AL CLIENTE DE DONDE VAN A SALIR LOS FONDOS
       MOSTRAR-ORIGENES.
           MOVE 0  TO WK-CTAS-FINAL
                      WK-OTRAS
           MOVE 12 TO WK-FILA
           DISPLAY "Cuentas que pueden cubrirla:" AT 1102
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0            TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           PERFORM UNTIL WK-CTAS-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CTAS-DOCUMENTO = WK-DOCUMENTO )
                 OR WK-FILA > 20
                 MOVE 1 TO WK-CTAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-PRODUCTO = WK-PRODUCTO
                 OR CTAS-FECHA-BAJA <> 0
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-OTRAS
              COMPUTE WK-POSICION = WK-FILA * 100 + 4
              DISPLAY "Producto " AT WK-POSICION
                      CTAS-PRODUCTO
              COMPUTE WK-POSICION = WK-FILA * 100 + 17
              IF CTAS-MONEDA = "D"
                 DISPLAY "dolares" AT WK-POSICION
              ELSE
                 DISPLAY "pesos  " AT WK-POSICION
              END-IF
              ADD 1 TO WK-FILA
           END-PERFORM
           IF WK-OTRAS = 0
              DISPLAY "(ninguna por ahora)" AT 1204
           END-IF.
       F-MOSTRAR-ORIGENES. EXIT.

       ALTA-ADHESION.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           IF WK-DOCUMENTO = 0
              GO TO F-ALTA-ADHESION
           END-IF
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-ALTA-ADHESION
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              DISPLAY MESSAGE "La cuenta esta dada de baja"
              END-DISPLAY
              GO TO F-ALTA-ADHESION
           END-IF
           DISPLAY "Titular: " AT 0902 CTAS-APELLIDO " " CTAS-NOMBRE
           PERFORM BUSCAR THRU F-BUSCAR
           IF WK-HALLADO > 0
              DISPLAY MESSAGE "La cuenta ya esta adherida"
              END-DISPLAY
              GO TO F-ALTA-ADHESION
           END-IF
           IF WK-BAD-CANT >= 5000
              DISPLAY MESSAGE "Registro de adhesiones lleno"
              END-DISPLAY
              GO TO F-ALTA-ADHESION
           END-IF
           INITIALIZE BAD-REG
           MOVE WK-DOCUMENTO TO BAD-DOCUMENTO
           MOVE WK-PRODUCTO  TO BAD-PRODUCTO
           MOVE WK-HOY       TO BAD-FECHA
           MOVE WK-OPERADOR  TO BAD-OPERADOR
           ADD 1 TO WK-BAD-CANT
           MOVE BAD-REG TO TAB-BAD-REG(WK-BAD-CANT)
           MOVE 1 TO WK-HUBO-CAMBIOS
           PERFORM MOSTRAR-ORIGENES THRU F-MOSTRAR-ORIGENES
           DISPLAY "Adhesion registrada" AT 2202.
       F-ALTA-ADHESION. EXIT.

      * LA BAJA COMPACTA LA TABLA PISANDO EL LUGAR CON EL ULTIMO
       BAJA-ADHESION.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           PERFORM BUSCAR THRU F-BUSCAR
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "La cuenta no esta adherida"
              END-DISPLAY
              GO TO F-BAJA-ADHESION
           END-IF
           IF WK-HALLADO < WK-BAD-CANT
              MOVE TAB-BAD-REG(WK-BAD-CANT)
                TO TAB-BAD-REG(WK-HALLADO)
           END-IF
           SUBTRACT 1 FROM WK-BAD-CANT
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Adhesion dada de baja" AT 1202.
       F-BAJA-ADHESION. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT BARRIDO-ADH
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-BAD-CANT
                 MOVE TAB-BAD-REG(WK-IND) TO BAD-REG
                 WRITE BAD-REG
              END-PERFORM
              CLOSE BARRIDO-ADH
           END-IF
           CLOSE M-CUENTAS
           DISPLAY MESSAGE "Fin de adhesiones a la cobertura"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM BAR002.
