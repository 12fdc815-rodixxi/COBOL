      * =================================================================== */
      *                                                                     */
      *   QJA001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   registro de reclamos de clientes: alta, asignacion,              */
      *   resolucion y consulta                                            */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QJA001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS RECLAMOS QUE NO SON SOBRE UN CONSUMO SE LLEVABAN EN PAPEL
      * EN CADA SUCURSAL. ESTA PANTALLA LOS REGISTRA EN QUEJAS.DAT:
      *   - ALTA: CUENTA, CATEGORIA, CANAL DE INGRESO, SUCURSAL (LA
      *     DE LA CUENTA SI NO SE INDICA), OPERADOR ASIGNADO Y
      *     DESCRIPCION. EL PLAZO REGULATORIO ES EL ALTA MAS LOS DIAS
      *     HABILES DE QJA001.PAR (10 SI NO HAY PARAMETRO), CONTADOS
      *     CON FEC-DIF SOBRE EL CALENDARIO DE FERIADOS. UN RECLAMO
      *     DE CATEGORIA "CS" (SOBRE UN CONSUMO) EXIGE LA DISPUTA DE
      *     DIS001 DEL MISMO DOCUMENTO Y QUEDA VINCULADO A ELLA,
      *   - ASIGNACION: CAMBIA EL OPERADOR QUE LO TRABAJA,
      *   - RESOLUCION: RESULTADO Y RESPUESTA DADA AL CLIENTE. LOS
      *     VINCULADOS A UNA DISPUTA LOS CIERRA DIS001 AL RESOLVERLA;
      *     MIENTRAS LA DISPUTA ESTE ABIERTA NO SE RESUELVEN ACA,
      *   - CONSULTA DE UN RECLAMO POR NUMERO.
      * QJA002 LISTA CADA DIA LOS CERCANOS AL PLAZO O VENCIDOS Y
      * QJA003 DA EL INFORME MENSUAL POR CATEGORIA.
      * SOLO OPERADORES CON ROL "M" O "A" OPERAN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\quejas.sel".
           COPY "\COBOL\fuentes\cpy\disputas.sel".
           COPY "\COBOL\fuentes\cpy\operadores.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\qja001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-quejas.fds".
       COPY "\COBOL\fuentes\cpy\fd-disputas.fds".
       COPY "\COBOL\fuentes\cpy\fd-operadores.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

      * DIAS HABILES DEL PLAZO REGULATORIO Y DIAS HABILES DE AVISO
      * PREVIO AL VENCIMIENTO (ESTOS ULTIMOS LOS USA QJA002); CERO O
      * SIN ARCHIVO TOMA EL DEFAULT
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-PLAZO            PIC 9(02).
           03 PAR-DIAS-AVISO            PIC 9(02).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-QJA-STAT                  PIC X(02).
       77  WK-DIS-STAT                  PIC X(02).
       77  WK-OPE-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-AUX-FINAL                 PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)  VALUE 0.
       77  WK-QJA-CANT                  PIC 9(04)  VALUE 0.
       77  WK-QJA-DESBORDE              PIC 9      VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-NUMERO                    PIC 9(06)  VALUE 0.
       77  WK-ULTIMO-NUMERO             PIC 9(06)  VALUE 0.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-CATEGORIA                 PIC X(02)  VALUE SPACES.
       77  WK-CANAL                     PIC X(01)  VALUE SPACE.
       77  WK-SUCURSAL                  PIC 9(03)  VALUE 0.
       77  WK-ASIGNADO                  PIC X(08)  VALUE SPACES.
       77  WK-DISPUTA                   PIC 9(06)  VALUE 0.
       77  WK-DESCRIPCION               PIC X(40)  VALUE SPACES.
       77  WK-RESPUESTA                 PIC X(40)  VALUE SPACES.
       77  WK-RESOLUCION                PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.

      * DISPUTA BUSCADA EN DISPUTAS.DAT (0 = NO EXISTE)
       77  WK-DIS-HALLADA               PIC 9      VALUE 0.
       77  WK-DIS-DOCUMENTO             PIC 9(08)  VALUE 0.
       77  WK-DIS-ESTADO                PIC X(01)  VALUE SPACE.
      * OPERADOR ASIGNADO BUSCADO EN OPERADORES.DAT
       77  WK-OPE-HALLADO               PIC 9      VALUE 0.

      * PLAZO REGULATORIO EN DIAS HABILES
       77  WK-DIAS-PLAZO                PIC 9(02)  VALUE 10.
       77  WK-DIAS                      PIC S9(06) VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06) VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)  VALUE SPACE.
       77  WK-VUELTAS                   PIC 9(03)  VALUE 0.
       77  WK-DIAS-MES                  PIC 9(02)  VALUE 0.
       77  WK-BISIESTO                  PIC 9(04)  VALUE 0.
       77  WK-BIS-COCIENTE              PIC 9(04)  VALUE 0.
       01  WK-VENC-TRABAJO              PIC 9(08)  VALUE 0.
       01  FILLER REDEFINES WK-VENC-TRABAJO.
           03 WK-VENC-ANHIO             PIC 9(04).
           03 WK-VENC-MES               PIC 9(02).
           03 WK-VENC-DIA               PIC 9(02).
       01  TAB-DIAS-MES                 PIC X(24)
           VALUE "312831303130313130313031".
       01  FILLER REDEFINES TAB-DIAS-MES.
           03 TAB-DIAS                  PIC 9(02) OCCURS 12.

       01  TAB-QUEJAS.
           03 TAB-QJA-ITEM OCCURS 2000.
              05 TAB-QJA-REG            PIC X(150).

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
              "Su rol es de consulta, no puede operar reclamos"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           PERFORM CARGAR-QUEJAS  THRU F-CARGAR-QUEJAS
      * UNA TABLA DESBORDADA REESCRIBIRIA EL ARCHIVO SIN LOS
      * RECLAMOS QUE NO ENTRARON; MEJOR NO OPERAR HASTA DEPURAR
           IF WK-QJA-DESBORDE = 1
              DISPLAY MESSAGE
              "Reclamos desbordan la tabla, depurar el archivo"
              END-DISPLAY
              GOBACK
           END-IF
           OPEN INPUT M-CUENTAS
           PERFORM VENTANA THRU F-VENTANA.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "RECLAMOS DE CLIENTES" AT 0230.
       F-VENTANA. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-DIAS-PLAZO IS NUMERIC
                      AND PAR-DIAS-PLAZO > 0
                      MOVE PAR-DIAS-PLAZO TO WK-DIAS-PLAZO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

       CARGAR-QUEJAS.
           OPEN INPUT QUEJAS
           IF NOT ( WK-QJA-STAT = "00" )
              GO TO F-CARGAR-QUEJAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ QUEJAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-QJA-CANT < 2000
                 ADD 1 TO WK-QJA-CANT
                 MOVE QJA-REG TO TAB-QJA-REG(WK-QJA-CANT)
                 IF QJA-NUMERO > WK-ULTIMO-NUMERO
                    MOVE QJA-NUMERO TO WK-ULTIMO-NUMERO
                 END-IF
              ELSE
                 MOVE 1 TO WK-QJA-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE QUEJAS.
       F-CARGAR-QUEJAS. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VENTANA THRU F-VENTANA
              EVALUATE WK-ACCION
                 WHEN "A" PERFORM ALTA-QUEJA
                                  THRU F-ALTA-QUEJA
                 WHEN "S" PERFORM ASIGNAR-QUEJA
                                  THRU F-ASIGNAR-QUEJA
                 WHEN "R" PERFORM RESOLVER-QUEJA
                                  THRU F-RESOLVER-QUEJA
                 WHEN "C" PERFORM CONSULTAR-QUEJA
                                  THRU F-CONSULTAR-QUEJA
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (A=alta, S=asignar, R=resolver, "
                      AT 0502
              DISPLAY "C=consultar, F=fin): " AT 0542
              ACCEPT WK-ACCION AT 0563
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "A" OR "S" OR "R" OR "C"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-ACCION. EXIT.

       ALTA-QUEJA.
           DISPLAY "DOCUMENTO : " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0614 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0702
           ACCEPT WK-PRODUCTO AT 0714
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-ALTA-QUEJA
           END-READ
           DISPLAY CTAS-APELLIDO AT 0720
           DISPLAY CTAS-NOMBRE   AT 0741
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "CATEGORIA (CO,AT,TA,RE,CA,CS,OT): " AT 0802
              ACCEPT WK-CATEGORIA AT 0837
              IF WK-CATEGORIA = "CO" OR "AT" OR "TA" OR "RE"
                                OR "CA" OR "CS" OR "OT"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Categoria incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
      * EL RECLAMO SOBRE UN CONSUMO VA ATADO A SU DISPUTA: SIN ELLA
      * EL CONSUMO NO SE RECLAMA AL PROCESADOR NI SE ACREDITA
           MOVE 0 TO WK-DISPUTA
           IF WK-CATEGORIA = "CS"
              DISPLAY "DISPUTA (DIS001): " AT 0902
              ACCEPT WK-DISPUTA AT 0920
              PERFORM BUSCAR-DISPUTA THRU F-BUSCAR-DISPUTA
              IF WK-DIS-HALLADA = 0
                 OR NOT ( WK-DIS-DOCUMENTO = WK-DOCUMENTO )
                 DISPLAY MESSAGE
                 "Disputa inexistente o de otro documento"
                 END-DISPLAY
                 GO TO F-ALTA-QUEJA
              END-IF
           END-IF
           MOVE SPACE TO WK-CANAL
           PERFORM UNTIL WK-CANAL = "S" OR "T" OR "E" OR "H" OR "C"
              DISPLAY "CANAL (S=sucursal, T=telefono, E=email, "
                      AT 1002
              DISPLAY "H=home banking, C=carta): " AT 1043
              ACCEPT WK-CANAL AT 1069
           END-PERFORM
           DISPLAY "SUCURSAL (0 = la de la cuenta): " AT 1102
           ACCEPT WK-SUCURSAL AT 1135
           IF WK-SUCURSAL = 0
              MOVE CTAS-SUCURSAL TO WK-SUCURSAL
              DISPLAY WK-SUCURSAL AT 1135
           END-IF
           MOVE 0 TO WK-OPE-HALLADO
           PERFORM UNTIL WK-OPE-HALLADO = 1
              DISPLAY "ASIGNADO A (OPERADOR): " AT 1202
              ACCEPT WK-ASIGNADO AT 1226
              PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR
              IF WK-OPE-HALLADO = 0
                 DISPLAY MESSAGE "Operador inexistente o inactivo"
                 END-DISPLAY
              END-IF
           END-PERFORM
           DISPLAY "DESCRIPCION: " AT 1302
           ACCEPT WK-DESCRIPCION AT 1315
           IF WK-QJA-CANT >= 2000
              DISPLAY MESSAGE "Archivo de reclamos lleno"
              END-DISPLAY
              GO TO F-ALTA-QUEJA
           END-IF
           PERFORM CALCULAR-VENCE THRU F-CALCULAR-VENCE
           ADD 1 TO WK-ULTIMO-NUMERO
           MOVE WK-ULTIMO-NUMERO TO WK-NUMERO
           INITIALIZE QJA-REG
           MOVE WK-NUMERO        TO QJA-NUMERO
           MOVE WK-DOCUMENTO     TO QJA-DOCUMENTO
           MOVE WK-PRODUCTO      TO QJA-PRODUCTO
           MOVE WK-CATEGORIA     TO QJA-CATEGORIA
           MOVE WK-CANAL         TO QJA-CANAL
           MOVE WK-SUCURSAL      TO QJA-SUCURSAL
           MOVE WK-OPERADOR      TO QJA-OPERADOR
           MOVE WK-ASIGNADO      TO QJA-ASIGNADO
           MOVE WK-HOY           TO QJA-FECHA-ALTA
           MOVE WK-VENC-TRABAJO  TO QJA-FECHA-VENCE
           MOVE 0                TO QJA-FECHA-RESUELTA
           MOVE "A"              TO QJA-ESTADO
           MOVE SPACE            TO QJA-RESOLUCION
           MOVE WK-DISPUTA       TO QJA-DISPUTA
           MOVE WK-DESCRIPCION   TO QJA-DESCRIPCION
           MOVE SPACES           TO QJA-RESPUESTA
           ADD 1 TO WK-QJA-CANT
           MOVE QJA-REG TO TAB-QJA-REG(WK-QJA-CANT)
           MOVE 1 TO WK-HUBO-CAMBIOS
           MOVE WK-VENC-TRABAJO TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           DISPLAY "Reclamo registrado, numero: " AT 1502
           DISPLAY WK-NUMERO AT 1530 CONVERT
           DISPLAY "Vence el: " AT 1602
           DISPLAY WK-FECHA-ED AT 1612.
       F-ALTA-QUEJA. EXIT.

       ASIGNAR-QUEJA.
           PERFORM PEDIR-NUMERO THRU F-PEDIR-NUMERO
           IF WK-HALLADO = 0
              GO TO F-ASIGNAR-QUEJA
           END-IF
           IF QJA-ESTADO = "C"
              DISPLAY MESSAGE "El reclamo ya esta cerrado"
              END-DISPLAY
              GO TO F-ASIGNAR-QUEJA
           END-IF
           DISPLAY "ASIGNADO ACTUAL: " AT 0802
           DISPLAY QJA-ASIGNADO AT 0820
           MOVE 0 TO WK-OPE-HALLADO
           PERFORM UNTIL WK-OPE-HALLADO = 1
              DISPLAY "NUEVO ASIGNADO : " AT 0902
              ACCEPT WK-ASIGNADO AT 0920
              PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR
              IF WK-OPE-HALLADO = 0
                 DISPLAY MESSAGE "Operador inexistente o inactivo"
                 END-DISPLAY
              END-IF
           END-PERFORM
           MOVE WK-ASIGNADO TO QJA-ASIGNADO
           MOVE QJA-REG TO TAB-QJA-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Reclamo reasignado" AT 1102.
       F-ASIGNAR-QUEJA. EXIT.

       RESOLVER-QUEJA.
           PERFORM PEDIR-NUMERO THRU F-PEDIR-NUMERO
           IF WK-HALLADO = 0
              GO TO F-RESOLVER-QUEJA
           END-IF
           IF QJA-ESTADO = "C"
              DISPLAY MESSAGE "El reclamo ya esta cerrado"
              END-DISPLAY
              GO TO F-RESOLVER-QUEJA
           END-IF
      * EL VINCULADO A UNA DISPUTA ABIERTA SE CIERRA DESDE DIS001,
      * CON EL MISMO RESULTADO QUE LA DISPUTA
           IF QJA-DISPUTA > 0
              MOVE QJA-DISPUTA TO WK-DISPUTA
              PERFORM BUSCAR-DISPUTA THRU F-BUSCAR-DISPUTA
              IF WK-DIS-HALLADA = 1
                 AND ( WK-DIS-ESTADO = "A" OR "P" )
                 DISPLAY MESSAGE
                 "Disputa vinculada abierta, se resuelve en DIS001"
                 END-DISPLAY
                 GO TO F-RESOLVER-QUEJA
              END-IF
           END-IF
           MOVE SPACE TO WK-RESOLUCION
           PERFORM UNTIL WK-RESOLUCION = "F" OR "N" OR "P"
              DISPLAY "RESULTADO (F=favorable, N=no favorable, "
                      AT 0802
              DISPLAY "P=parcial): " AT 0843
              ACCEPT WK-RESOLUCION AT 0855
           END-PERFORM
           DISPLAY "RESPUESTA: " AT 0902
           ACCEPT WK-RESPUESTA AT 0913
           MOVE "C"           TO QJA-ESTADO
           MOVE WK-RESOLUCION TO QJA-RESOLUCION
           MOVE WK-RESPUESTA  TO QJA-RESPUESTA
           MOVE WK-HOY        TO QJA-FECHA-RESUELTA
           MOVE QJA-REG TO TAB-QJA-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Reclamo resuelto" AT 1102.
       F-RESOLVER-QUEJA. EXIT.

       CONSULTAR-QUEJA.
           PERFORM PEDIR-NUMERO THRU F-PEDIR-NUMERO
           IF WK-HALLADO = 0
              GO TO F-CONSULTAR-QUEJA
           END-IF
           DISPLAY "DOCUMENTO : " AT 0802
           DISPLAY QJA-DOCUMENTO AT 0814
           DISPLAY "PRODUCTO  : " AT 0902
           DISPLAY QJA-PRODUCTO AT 0914
           DISPLAY "CATEGORIA : " AT 1002
           DISPLAY QJA-CATEGORIA AT 1014
           IF QJA-DISPUTA > 0
              DISPLAY "DISPUTA: " AT 1020
              DISPLAY QJA-DISPUTA AT 1029
           END-IF
           DISPLAY "CANAL     : " AT 1102
           DISPLAY QJA-CANAL AT 1114
           DISPLAY "SUCURSAL  : " AT 1202
           DISPLAY QJA-SUCURSAL AT 1214
           DISPLAY "ALTA POR  : " AT 1302
           DISPLAY QJA-OPERADOR AT 1314
           DISPLAY "ASIGNADO  : " AT 1402
           DISPLAY QJA-ASIGNADO AT 1414
           MOVE QJA-FECHA-ALTA TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           DISPLAY "ALTA      : " AT 1502
           DISPLAY WK-FECHA-ED AT 1514
           MOVE QJA-FECHA-VENCE TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           DISPLAY "VENCE     : " AT 1602
           DISPLAY WK-FECHA-ED AT 1614
           DISPLAY "DESCRIPC. : " AT 1702
           DISPLAY QJA-DESCRIPCION AT 1714
           IF QJA-ESTADO = "C"
              MOVE QJA-FECHA-RESUELTA TO WK-FECHA
              PERFORM MOVER-FECHA THRU F-MOVER-FECHA
              DISPLAY "RESUELTO  : " AT 1802
              DISPLAY WK-FECHA-ED AT 1814
              DISPLAY "RESULTADO : " AT 1902
              DISPLAY QJA-RESOLUCION AT 1914
              DISPLAY "RESPUESTA : " AT 2002
              DISPLAY QJA-RESPUESTA AT 2014
           ELSE
              DISPLAY "ESTADO    : ABIERTO" AT 1802
           END-IF.
       F-CONSULTAR-QUEJA. EXIT.

      * PIDE EL NUMERO Y DEJA EL RECLAMO EN QJA-REG; WK-HALLADO EN
      * CERO SI NO EXISTE
       PEDIR-NUMERO.
           DISPLAY "NUMERO DE RECLAMO: " AT 0602
           ACCEPT WK-NUMERO AT 0622
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QJA-CANT
              MOVE TAB-QJA-REG(WK-IND) TO QJA-REG
              IF QJA-NUMERO = WK-NUMERO
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-QJA-CANT TO WK-IND
              END-IF
           END-PERFORM
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "Reclamo inexistente"
              END-DISPLAY
              GO TO F-PEDIR-NUMERO
           END-IF
           MOVE TAB-QJA-REG(WK-HALLADO) TO QJA-REG.
       F-PEDIR-NUMERO. EXIT.

       BUSCAR-DISPUTA.
           MOVE 0 TO WK-DIS-HALLADA
           OPEN INPUT DISPUTAS
           IF NOT ( WK-DIS-STAT = "00" )
              GO TO F-BUSCAR-DISPUTA
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ DISPUTAS AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF DIS-NUMERO = WK-DISPUTA
                 MOVE 1             TO WK-DIS-HALLADA
                 MOVE DIS-DOCUMENTO TO WK-DIS-DOCUMENTO
                 MOVE DIS-ESTADO    TO WK-DIS-ESTADO
                 MOVE 1             TO WK-AUX-FINAL
              END-IF
           END-PERFORM
           CLOSE DISPUTAS.
       F-BUSCAR-DISPUTA. EXIT.

       BUSCAR-OPERADOR.
           MOVE 0 TO WK-OPE-HALLADO
           OPEN INPUT OPERADORES
           IF NOT ( WK-OPE-STAT = "00" )
              GO TO F-BUSCAR-OPERADOR
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ OPERADORES AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF OPE-ID = WK-ASIGNADO
                 AND NOT ( OPE-ESTADO = "B" )
                 MOVE 1 TO WK-OPE-HALLADO
                 MOVE 1 TO WK-AUX-FINAL
              END-IF
           END-PERFORM
           CLOSE OPERADORES.
       F-BUSCAR-OPERADOR. EXIT.

      * VENCIMIENTO REGULATORIO: SE AVANZA DIA POR DIA DESDE EL ALTA
      * HASTA QUE FEC-DIF CUENTA LOS DIAS HABILES DEL PLAZO (EL DIA
      * DEL ALTA NO CUENTA, LOS FERIADOS TAMPOCO). EL TOPE DE VUELTAS
      * SOLO CUBRE UN CALENDARIO MAL CARGADO
       CALCULAR-VENCE.
           MOVE WK-HOY TO WK-VENC-TRABAJO
           MOVE 0      TO WK-DIAS-HABILES-DIF
                          WK-VUELTAS
           PERFORM UNTIL WK-DIAS-HABILES-DIF >= WK-DIAS-PLAZO
                      OR WK-VUELTAS > 365
              ADD 1 TO WK-VUELTAS
              PERFORM SUMAR-UN-DIA THRU F-SUMAR-UN-DIA
              CALL "FEC-DIF" USING WK-HOY
                                   WK-VENC-TRABAJO
                                   WK-DIAS
                                   WK-DIAS-HABILES-DIF
                                   WK-DIF-VALIDA
           END-PERFORM.
       F-CALCULAR-VENCE. EXIT.

       SUMAR-UN-DIA.
           MOVE TAB-DIAS(WK-VENC-MES) TO WK-DIAS-MES
           IF WK-VENC-MES = 2
              DIVIDE WK-VENC-ANHIO BY 4
                     GIVING WK-BIS-COCIENTE
                     REMAINDER WK-BISIESTO
              IF WK-BISIESTO = 0
                 MOVE 29 TO WK-DIAS-MES
              END-IF
           END-IF
           IF WK-VENC-DIA < WK-DIAS-MES
              ADD 1 TO WK-VENC-DIA
           ELSE
              MOVE 1 TO WK-VENC-DIA
              IF WK-VENC-MES = 12
                 MOVE 1 TO WK-VENC-MES
                 ADD 1 TO WK-VENC-ANHIO
              ELSE
                 ADD 1 TO WK-VENC-MES
              END-IF
           END-IF.
       F-SUMAR-UN-DIA. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT QUEJAS
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-QJA-CANT
                 MOVE TAB-QJA-REG(WK-IND) TO QJA-REG
                 WRITE QJA-REG
              END-PERFORM
              CLOSE QUEJAS
           END-IF
           DISPLAY MESSAGE "Fin de registro de reclamos"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM QJA001.
