      * =================================================================== */
      *                                                                     */
      *   GAR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   alta y liberacion de garantes personales de planes de cuotas     */
      *   y de limites altos, sobre el registro garantes.idx               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS PLANES DE PLN001 Y LOS LIMITES ALTOS SE OTORGAN CON UN
      * GARANTE PERSONAL QUE SOLO CONSTABA EN EL PAPEL. ESTA PANTALLA
      * LO REGISTRA EN GARANTES.IDX, ATADO A LA CUENTA Y A LA
      * OBLIGACION QUE AFIANZA:
      *   - "P" EL PLAN VIGENTE DE LA CUENTA (PLANES.IDX),
      *   - "L" EL LIMITE DE CREDITO, SOLO SI SUPERA EL TOPE SIN
      *     GARANTIA DE LIM002.PAR (SEGUNDO CAMPO, DEFAULT 300000).
      * EL GARANTE SE IDENTIFICA POR TIPO Y NUMERO DE DOCUMENTO:
      * VAL-DOC LO VALIDA Y LO EMPADRONA SI NO LO ESTABA, Y EL
      * REGISTRO GUARDA SU NUMERO INTERNO. EL DOMICILIO SE CONTROLA
      * CONTRA EL MAESTRO DE CODIGOS POSTALES (VAL-CPOSTAL) PORQUE ES
      * A DONDE VA LA CARTA DE GAR-AVISO SI EL PLAN SE ROMPE (PLN002)
      * O LA CUENTA CAE EN MORA (CTAS010).
      * LA LIBERACION NO BORRA: DEJA EL GARANTE EN "L" CON LA FECHA,
      * PARA QUE EL LEGAJO (HAB001) CONSERVE LA HISTORIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\garantes.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\lim002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PUNTAJE-MINIMO        PIC 9(03).
           03 PAR-LIMITE-GARANTE        PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-cpostal.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-GAR-STAT                  PIC X(02).
       77  WK-PLN-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-PLN-FINAL                 PIC 9      VALUE 0.
       77  WK-GAR-FINAL                 PIC 9      VALUE 0.
       77  WK-PLN-ABIERTO               PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-CUENTA-OK                 PIC 9      VALUE 0.
       77  WK-OBLIGACION-OK             PIC 9      VALUE 0.
       77  WK-GARANTE-OK                PIC 9      VALUE 0.
       77  WK-PLAN-VIGENTE              PIC 9      VALUE 0.
       77  WK-LIBERADOS                 PIC 9(02)  VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-OBLIGACION                PIC X(01)  VALUE SPACE.
       77  WK-REFERENCIA                PIC 9(08)  VALUE 0.
       77  WK-IMPORTE                   PIC 9(10)V99 VALUE 0.
       77  WK-TIPO-DOC                  PIC X(01)  VALUE SPACE.
       77  WK-NRO-DOC                   PIC X(11)  VALUE SPACES.
       77  WK-GARANTE                   PIC 9(08)  VALUE 0.
       77  WK-LIMITE-GARANTE            PIC 9(06)  VALUE 300000.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FECHA                     PIC 9(08)  VALUE 0.
       77  WK-FECHA-ED-1                PIC X(10).
       77  WK-FECHA-ED-2                PIC X(10).
       77  WK-FECHA-ED-3                PIC X(08).
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

       01  WK-DATOS-GARANTE.
           03 WK-APELLIDO               PIC X(20).
           03 WK-NOMBRE                 PIC X(20).
           03 WK-CALLE                  PIC X(30).
           03 WK-LOCALIDAD              PIC X(20).
           03 WK-CODIGO-POSTAL          PIC X(08).
           03 WK-PROVINCIA              PIC X(01).
           03 WK-TELEFONO               PIC X(15).
           03 WK-EMAIL                  PIC X(40).

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
           03 TIT-HORA         PIC X(05).

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
              "Su rol es de consulta, no puede cargar garantes"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           PERFORM ABRIR-GARANTES  THRU F-ABRIR-GARANTES
           OPEN INPUT PLANES
           IF WK-PLN-STAT = "00"
              MOVE 1 TO WK-PLN-ABIERTO
           END-IF
           OPEN INPUT M-CUENTAS
           PERFORM LEER-PARAMETRO  THRU F-LEER-PARAMETRO
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           CALL "FEC-NAC-ED" USING WK-FECHA
                                   WK-FECHA-ED-1
                                   WK-FECHA-ED-2
                                   WK-FECHA-ED-3
                                   WK-EDAD
                                   WK-FECHA-VALIDA
           MOVE WK-FECHA-ED-1    TO TIT-FECHA
           ACCEPT WK-HS FROM TIME
           MOVE WK-HS-HORA       TO TIT-HORA
           PERFORM VENTANA       THRU F-VENTANA.
       F-INICIO. EXIT.

      * EL PRIMER GARANTE DE LA INSTALACION CREA EL ARCHIVO VACIO
       ABRIR-GARANTES.
           OPEN I-O GARANTES
           IF NOT ( WK-GAR-STAT = "00" )
              OPEN OUTPUT GARANTES
              CLOSE GARANTES
              OPEN I-O GARANTES
           END-IF.
       F-ABRIR-GARANTES. EXIT.

      * EL TOPE SIN GARANTIA ES EL MISMO QUE SENIALA LIM002 AL
      * APROBAR; SIN ARCHIVO O SIN EL CAMPO RIGE EL DEFAULT
       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-LIMITE-GARANTE IS NUMERIC
                      AND PAR-LIMITE-GARANTE > 0
                      MOVE PAR-LIMITE-GARANTE TO WK-LIMITE-GARANTE
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY TIT-FECHA AT 0201
           DISPLAY "GARANTES DE PLANES Y LIMITES" AT 0226
           DISPLAY TIT-HORA AT 0273
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA      THRU F-VENTANA
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE WK-ACCION
                 WHEN "A" PERFORM ALTA-GARANTE THRU F-ALTA-GARANTE
                 WHEN "L" PERFORM LIBERAR-GARANTE
                                  THRU F-LIBERAR-GARANTE
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (A=alta, L=liberar, F=fin): " AT 0502
              ACCEPT WK-ACCION AT 0538
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "a"
                 MOVE "A" TO WK-ACCION
              END-IF
              IF WK-ACCION = "l"
                 MOVE "L" TO WK-ACCION
              END-IF
              IF WK-ACCION = "A" OR "L"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-ACCION. EXIT.

       PEDIR-CUENTA.
           DISPLAY "DOCUMENTO : " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0614 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0702
           ACCEPT WK-PRODUCTO AT 0714.
       F-PEDIR-CUENTA. EXIT.

       PEDIR-OBLIGACION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "OBLIGACION (P=plan, L=limite): " AT 0802
              ACCEPT WK-OBLIGACION AT 0834
              IF WK-OBLIGACION = "p"
                 MOVE "P" TO WK-OBLIGACION
              END-IF
              IF WK-OBLIGACION = "l"
                 MOVE "L" TO WK-OBLIGACION
              END-IF
              IF WK-OBLIGACION = "P" OR "L"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Obligacion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-OBLIGACION. EXIT.

      * EL DOCUMENTO DEL GARANTE SE PIDE CON SU TIPO (ESPACIO = DNI);
      * EN EL ALTA VAL-DOC LO EMPADRONA SI HACE FALTA, EN LA
      * LIBERACION TIENE QUE ESTAR EMPADRONADO
       PEDIR-GARANTE.
           MOVE 0 TO WK-GARANTE-OK
           DISPLAY "TIPO DOC. GARANTE (D/E/C/T/L/P): " AT 0902
           ACCEPT WK-TIPO-DOC AT 0936
           DISPLAY "NUMERO: " AT 0939
           MOVE SPACES TO WK-NRO-DOC
           ACCEPT WK-NRO-DOC AT 0947
           IF WK-TIPO-DOC = SPACE
              MOVE "D" TO WK-TIPO-DOC
           END-IF
           IF WK-ACCION = "A"
              MOVE "A" TO WK-VDO-ACCION
           ELSE
              MOVE "B" TO WK-VDO-ACCION
           END-IF
           MOVE 0           TO WK-VDO-SIMULACION
           MOVE WK-TIPO-DOC TO WK-VDO-TIPO
           MOVE WK-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "S"
                 MOVE WK-VDO-DOCUMENTO TO WK-GARANTE
                 MOVE WK-VDO-TIPO      TO WK-TIPO-DOC
                 MOVE 1 TO WK-GARANTE-OK
              WHEN "E"
                 DISPLAY MESSAGE "Documento no empadronado"
                 END-DISPLAY
              WHEN OTHER
                 DISPLAY MESSAGE "Documento invalido"
                 END-DISPLAY
           END-EVALUATE.
       F-PEDIR-GARANTE. EXIT.

      * LA CUENTA TIENE QUE EXISTIR Y ESTAR OPERATIVA
       VALIDAR-CUENTA.
           MOVE 0 TO WK-CUENTA-OK
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-VALIDAR-CUENTA
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              DISPLAY MESSAGE "Cuenta dada de baja"
              END-DISPLAY
              GO TO F-VALIDAR-CUENTA
           END-IF
           MOVE 1 TO WK-CUENTA-OK.
       F-VALIDAR-CUENTA. EXIT.

      * EL PLAN AFIANZADO ES EL VIGENTE (UNO SOLO POR CUENTA, VER
      * PLN001); EL LIMITE TIENE QUE SUPERAR EL TOPE SIN GARANTIA
       VALIDAR-OBLIGACION.
           MOVE 0 TO WK-OBLIGACION-OK
           IF WK-OBLIGACION = "L"
              IF NOT ( CTAS-LIMITE > WK-LIMITE-GARANTE )
                 DISPLAY MESSAGE
                 "El limite no supera el tope sin garantia"
                 END-DISPLAY
                 GO TO F-VALIDAR-OBLIGACION
              END-IF
              MOVE WK-HOY      TO WK-REFERENCIA
              MOVE CTAS-LIMITE TO WK-IMPORTE
              MOVE 1 TO WK-OBLIGACION-OK
              GO TO F-VALIDAR-OBLIGACION
           END-IF
           PERFORM BUSCAR-PLAN-VIGENTE THRU F-BUSCAR-PLAN-VIGENTE
           IF WK-PLAN-VIGENTE = 0
              DISPLAY MESSAGE "La cuenta no tiene plan vigente"
              END-DISPLAY
              GO TO F-VALIDAR-OBLIGACION
           END-IF
           MOVE PLN-FECHA-ALTA TO WK-REFERENCIA
           MOVE PLN-IMPORTE    TO WK-IMPORTE
           MOVE 1 TO WK-OBLIGACION-OK.
       F-VALIDAR-OBLIGACION. EXIT.

       BUSCAR-PLAN-VIGENTE.
           MOVE 0 TO WK-PLAN-VIGENTE
                     WK-PLN-FINAL
           IF WK-PLN-ABIERTO = 0
              GO TO F-BUSCAR-PLAN-VIGENTE
           END-IF
           MOVE WK-DOCUMENTO TO PLN-DOCUMENTO
           MOVE WK-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0            TO PLN-FECHA-ALTA
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-PLN-FINAL
           END-START
           PERFORM UNTIL WK-PLN-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-PLN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = WK-DOCUMENTO
                       AND PLN-PRODUCTO = WK-PRODUCTO )
                 MOVE 1 TO WK-PLN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLN-ESTADO = "A"
                 MOVE 1 TO WK-PLAN-VIGENTE
                           WK-PLN-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-PLAN-VIGENTE. EXIT.

      * NOMBRE OBLIGATORIO; EL DOMICILIO SE REPITE HASTA QUE EL
      * MAESTRO DE CODIGOS POSTALES LO ACEPTE (SIN MAESTRO, PASA)
       PEDIR-DATOS.
           INITIALIZE WK-DATOS-GARANTE
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "APELLIDO  : " AT 1102
              ACCEPT WK-APELLIDO AT 1114
              DISPLAY "NOMBRE    : " AT 1202
              ACCEPT WK-NOMBRE AT 1214
              IF WK-APELLIDO = SPACES OR WK-NOMBRE = SPACES
                 DISPLAY MESSAGE "Apellido y nombre obligatorios"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "CALLE     : " AT 1302
              ACCEPT WK-CALLE AT 1314
              DISPLAY "LOCALIDAD : " AT 1402
              ACCEPT WK-LOCALIDAD AT 1414
              DISPLAY "COD.POSTAL: " AT 1502
              ACCEPT WK-CODIGO-POSTAL AT 1514
              DISPLAY "PROVINCIA : " AT 1602
              ACCEPT WK-PROVINCIA AT 1614
              IF WK-CALLE = SPACES
                 DISPLAY MESSAGE "Domicilio obligatorio"
                 END-DISPLAY
                 EXIT PERFORM CYCLE
              END-IF
              MOVE WK-CODIGO-POSTAL TO WK-VCP-CODIGO-POSTAL
              MOVE WK-LOCALIDAD     TO WK-VCP-LOCALIDAD
              MOVE WK-PROVINCIA     TO WK-VCP-PROVINCIA
              CALL "VAL-CPOSTAL" USING WK-VCP-CONSULTA
              EVALUATE WK-VCP-RESULTADO
                 WHEN "S"
                 WHEN "M"
                    MOVE 1 TO WK-DATO-VALIDO
                 WHEN "C"
                    DISPLAY MESSAGE "Codigo postal inexistente"
                    END-DISPLAY
                 WHEN "L"
                    DISPLAY MESSAGE
                    "La localidad no corresponde al codigo postal"
                    END-DISPLAY
                 WHEN OTHER
                    DISPLAY MESSAGE
                    "La provincia no corresponde al codigo postal"
                    END-DISPLAY
              END-EVALUATE
           END-PERFORM
           DISPLAY "TELEFONO  : " AT 1702
           ACCEPT WK-TELEFONO AT 1714
           DISPLAY "EMAIL     : " AT 1802
           ACCEPT WK-EMAIL AT 1814.
       F-PEDIR-DATOS. EXIT.

       ALTA-GARANTE.
           PERFORM PEDIR-CUENTA   THRU F-PEDIR-CUENTA
           PERFORM VALIDAR-CUENTA THRU F-VALIDAR-CUENTA
           IF WK-CUENTA-OK = 0
              GO TO F-ALTA-GARANTE
           END-IF
           PERFORM PEDIR-OBLIGACION   THRU F-PEDIR-OBLIGACION
           PERFORM VALIDAR-OBLIGACION THRU F-VALIDAR-OBLIGACION
           IF WK-OBLIGACION-OK = 0
              GO TO F-ALTA-GARANTE
           END-IF
           PERFORM PEDIR-GARANTE THRU F-PEDIR-GARANTE
           IF WK-GARANTE-OK = 0
              GO TO F-ALTA-GARANTE
           END-IF
           IF WK-GARANTE = WK-DOCUMENTO
              DISPLAY MESSAGE "El titular no puede ser su garante"
              END-DISPLAY
              GO TO F-ALTA-GARANTE
           END-IF
           PERFORM PEDIR-DATOS THRU F-PEDIR-DATOS
           INITIALIZE GAR-REG
           MOVE WK-DOCUMENTO     TO GAR-DOCUMENTO
           MOVE WK-PRODUCTO      TO GAR-PRODUCTO
           MOVE WK-OBLIGACION    TO GAR-OBLIGACION
           MOVE WK-REFERENCIA    TO GAR-REFERENCIA
           MOVE WK-GARANTE       TO GAR-GARANTE
           MOVE WK-TIPO-DOC      TO GAR-TIPO-DOC
           MOVE WK-APELLIDO      TO GAR-APELLIDO
           MOVE WK-NOMBRE        TO GAR-NOMBRE
           MOVE WK-CALLE         TO GAR-CALLE
           MOVE WK-LOCALIDAD     TO GAR-LOCALIDAD
           MOVE WK-CODIGO-POSTAL TO GAR-CODIGO-POSTAL
           MOVE WK-PROVINCIA     TO GAR-PROVINCIA
           MOVE WK-TELEFONO      TO GAR-TELEFONO
           MOVE WK-EMAIL         TO GAR-EMAIL
           MOVE WK-IMPORTE       TO GAR-IMPORTE
           MOVE WK-HOY           TO GAR-FECHA-ALTA
           MOVE WK-OPERADOR      TO GAR-OPERADOR
           MOVE "A"              TO GAR-ESTADO
           WRITE GAR-REG INVALID KEY
                 DISPLAY MESSAGE
                 "El garante ya figura en esa obligacion"
                 END-DISPLAY
                 GO TO F-ALTA-GARANTE
           END-WRITE
           DISPLAY "Garante registrado" AT 2002.
       F-ALTA-GARANTE. EXIT.

      * LIBERA AL GARANTE DE TODAS LAS OBLIGACIONES VIGENTES DEL TIPO
      * PEDIDO EN ESA CUENTA (UN LIMITE PUEDE TENER VARIAS ALTAS)
       LIBERAR-GARANTE.
           PERFORM PEDIR-CUENTA     THRU F-PEDIR-CUENTA
           PERFORM PEDIR-OBLIGACION THRU F-PEDIR-OBLIGACION
           PERFORM PEDIR-GARANTE    THRU F-PEDIR-GARANTE
           IF WK-GARANTE-OK = 0
              GO TO F-LIBERAR-GARANTE
           END-IF
           MOVE 0 TO WK-LIBERADOS
                     WK-GAR-FINAL
           MOVE WK-DOCUMENTO  TO GAR-DOCUMENTO
           MOVE WK-PRODUCTO   TO GAR-PRODUCTO
           MOVE WK-OBLIGACION TO GAR-OBLIGACION
           MOVE 0             TO GAR-REFERENCIA
                                 GAR-GARANTE
           START GARANTES KEY NOT < GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GAR-FINAL
           END-START
           PERFORM UNTIL WK-GAR-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-GAR-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( GAR-DOCUMENTO = WK-DOCUMENTO
                       AND GAR-PRODUCTO = WK-PRODUCTO
                       AND GAR-OBLIGACION = WK-OBLIGACION )
                 MOVE 1 TO WK-GAR-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( GAR-GARANTE = WK-GARANTE
                       AND GAR-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE "L"    TO GAR-ESTADO
              MOVE WK-HOY TO GAR-FECHA-BAJA
              REWRITE GAR-REG INVALID KEY
                    DISPLAY MESSAGE "No se pudo liberar el garante"
                    END-DISPLAY
                    MOVE 1 TO WK-GAR-FINAL
                    EXIT PERFORM CYCLE
              END-REWRITE
              ADD 1 TO WK-LIBERADOS
           END-PERFORM
           IF WK-LIBERADOS = 0
              DISPLAY MESSAGE "No hay garantia vigente para liberar"
              END-DISPLAY
              GO TO F-LIBERAR-GARANTE
           END-IF
           DISPLAY "Garante liberado" AT 2002.
       F-LIBERAR-GARANTE. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
                 GARANTES
           IF WK-PLN-ABIERTO = 1
              CLOSE PLANES
           END-IF
           DISPLAY MESSAGE "Fin de la carga de garantes"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM GAR001.
