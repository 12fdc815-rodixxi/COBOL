      * =================================================================== */
      *                                                                     */
      *   LIM003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   gestion trimestral de limites por comportamiento: bajas con      */
      *   preaviso y aumentos preaprobados                                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIM003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LIM001/LIM002 SOLO REACCIONAN CUANDO UNA SUCURSAL PIDE MAS
      * LIMITE. ESTE BATCH TRIMESTRAL (LA NOCHE DE FIN DE MES DE
      * MARZO, JUNIO, SETIEMBRE Y DICIEMBRE, DESPUES DE SCO001 Y DE
      * CTAS010) REVISA LA CARTERA CON LOS PUNTAJES DEL ULTIMO
      * PERIODO DE SCORES.DAT Y CON LOS DETERIOROS (LLEGADAS A
      * SITUACION 3) DEL TRIMESTRE EN SITUACION-TRANS.DAT:
      *   - CUENTA QUE SE DETERIORO O CON PUNTAJE POR DEBAJO DEL
      *     MINIMO: SE LE PROPONE BAJAR EL LIMITE (NUNCA POR DEBAJO
      *     DEL DESCUBIERTO YA USADO). SALE LA CARTA DE PREAVISO
      *     (CARTAS-LIM003.CTA) Y EL MOVIMIENTO "L" CON EL LIMITE
      *     NUEVO QUEDA ESTACIONADO EN MOV-PENDIENTES.DAT CON FECHA
      *     EFECTIVA = HOY + DIAS DE PREAVISO: CTAS009 LO LIBERA
      *     RECIEN ESE DIA Y CTAS003 LO APLICA Y AUDITA COMO
      *     CUALQUIER "L". LA CUENTA QUE YA TIENE UN "L" ESTACIONADO
      *     NO SE VUELVE A PROPONER,
      *   - CUENTA EN SITUACION 7, SIN DETERIORO Y CON PUNTAJE ALTO:
      *     SE LE OFRECE UN AUMENTO PREAPROBADO, CON SU CARTA. LA
      *     OFERTA QUEDA EN PEDIDOS-LIMITE.DAT CON ESTADO "O"; SI LA
      *     SUCURSAL LA PIDE POR LIM001, LIM002 LA APRUEBA SIN
      *     PUNTUAR. LAS OFERTAS DEL TRIMESTRE ANTERIOR QUE NADIE
      *     USO VENCEN ("V") EN ESTA CORRIDA.
      * LAS BAJAS TAMBIEN QUEDAN EN PEDIDOS-LIMITE.DAT (ESTADO "R")
      * CON SU PUNTAJE Y MOTIVO, PARA CUANDO AUDITORIA PREGUNTE.
      * LIM003.PAR: PUNTAJE DEBAJO DEL CUAL SE BAJA (DEFAULT 40),
      * PUNTAJE DESDE EL CUAL SE OFRECE (DEFAULT 90), PORCENTAJE DE
      * BAJA (DEFAULT 50), PORCENTAJE DE AUMENTO (DEFAULT 25) Y DIAS
      * DE PREAVISO (DEFAULT 60); CADA VALOR EN CERO DEJA EL DEFAULT.
      * RETURN-CODE 1 SI ALGUNA TABLA SE LLENA (QUEDAN CUENTAS SIN
      * REVISAR O PEDIDOS SIN REGRABAR).
      * CADA CARTA, ADEMAS DE SALIR EN CARTAS-LIM003.CTA, QUEDA EN LA
      * HISTORIA DE CONTACTOS DEL CLIENTE (TIPO "LB" LA BAJA, "LO" LA
      * OFERTA) Y EN PIEZAS-CORREO.DAT PARA QUE COR001 LA ENSOBRE
      * CON LAS DEMAS PIEZAS DEL DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\pedidos-limite.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT SCORES
           ASSIGN TO "\COBOL\arch\scores.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-SCO-STAT.
           SELECT RODAMIENTO
           ASSIGN TO "\COBOL\arch\situacion-trans.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ROD-STAT.
      * LOS MOVIMIENTOS ESTACIONADOS DE CTAS009, EN FORMATO MOV-REG
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-pendientes.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-LIM003.cta"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-LIM003"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\lim003.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-pedidos-limite.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

      * HISTORIAL DE PUNTAJES DE SCO001: UN REGISTRO POR CUENTA Y
      * PERIODO
       FD  SCORES.
       01  SCO-REG.
           03 SCO-DOCUMENTO           PIC 9(08).
           03 SCO-PRODUCTO            PIC 9(02).
           03 SCO-PERIODO             PIC 9(06).
           03 SCO-PUNTAJE             PIC 9(03).

      * TRANSICIONES DE SITUACION QUE DEJA CTAS010
       FD  RODAMIENTO.
       01  ROD-REG.
           03 ROD-PERIODO             PIC 9(06).
           03 ROD-DOCUMENTO           PIC 9(08).
           03 ROD-PRODUCTO            PIC 9(02).
           03 ROD-SIT-ANTERIOR        PIC 9(01).
           03 ROD-SIT-NUEVA           PIC 9(01).
           03 ROD-SALDO               PIC S9(10)V99.

       FD  CARTAS.
       01  REG-CARTA                    PIC X(100).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PUNTAJE-BAJA          PIC 9(03).
           03 PAR-PUNTAJE-SUBA          PIC 9(03).
           03 PAR-PORC-BAJA             PIC 9(02).
           03 PAR-PORC-SUBA             PIC 9(02).
           03 PAR-DIAS-AVISO            PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-PLI-STAT                  PIC X(02).
       77  WK-SCO-STAT                  PIC X(02).
       77  WK-ROD-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-PERIODO-DESDE             PIC 9(06)      VALUE 0.
       77  WK-ULTIMO-PERIODO            PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-DETERIORADA               PIC 9          VALUE 0.
       77  WK-DESBORDE                  PIC 9          VALUE 0.
       77  WK-PLI-DESBORDE              PIC 9          VALUE 0.
       77  WK-ULTIMO-NUMERO             PIC 9(06)      VALUE 0.
       77  WK-PUNTAJE-BAJA              PIC 9(03)      VALUE 040.
       77  WK-PUNTAJE-SUBA              PIC 9(03)      VALUE 090.
       77  WK-PORC-BAJA                 PIC 9(02)      VALUE 50.
       77  WK-PORC-SUBA                 PIC 9(02)      VALUE 25.
       77  WK-DIAS-AVISO                PIC 9(03)      VALUE 060.
       77  WK-LIMITE-NUEVO              PIC 9(07)      VALUE 0.
       77  WK-USADO                     PIC 9(07)      VALUE 0.
       77  WK-MOTIVO                    PIC X(02)      VALUE SPACES.
       77  WK-PUNTUADAS                 PIC 9(06)      VALUE 0.
       77  WK-REDUCCIONES               PIC 9(06)      VALUE 0.
       77  WK-OFERTAS                   PIC 9(06)      VALUE 0.
       77  WK-VENCIDAS                  PIC 9(06)      VALUE 0.
       77  WK-YA-ESTACIONADAS           PIC 9(06)      VALUE 0.
       77  WK-DIAS-RESTAN               PIC 9(03)      VALUE 0.
       77  WK-DIAS-MES                  PIC 9(02)      VALUE 0.
       77  WK-BISIESTO                  PIC 9(04)      VALUE 0.
       77  WK-BIS-COCIENTE              PIC 9(04)      VALUE 0.
       77  WK-DET-CANT                  PIC 9(04)      VALUE 0.
       77  WK-PEN-CANT                  PIC 9(04)      VALUE 0.
       77  WK-PLI-CANT                  PIC 9(04)      VALUE 0.

      * FECHA EFECTIVA DE LA BAJA: HOY MAS LOS DIAS DE PREAVISO
       01  WK-EFECTIVA                  PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-EFECTIVA.
           03 WK-EFE-ANHIO              PIC 9(04).
           03 WK-EFE-MES                PIC 9(02).
           03 WK-EFE-DIA                PIC 9(02).
       77  WK-EFECTIVA-ED               PIC X(10).

       01  WK-PERIODO-TRABAJO           PIC 9(06)      VALUE 0.
       01  FILLER REDEFINES WK-PERIODO-TRABAJO.
           03 WK-PER-ANHIO              PIC 9(04).
           03 WK-PER-MES                PIC 9(02).

       01  TAB-DIAS-MES                 PIC X(24)
           VALUE "312831303130313130313031".
       01  FILLER REDEFINES TAB-DIAS-MES.
           03 TAB-DIAS                  PIC 9(02) OCCURS 12.

      * CUENTAS QUE LLEGARON A SITUACION 3 EN EL TRIMESTRE
       01  TAB-DETERIOROS.
           03 TAB-DET-ITEM OCCURS 2000.
              05 TAB-DET-DOC            PIC 9(08).
              05 TAB-DET-PROD           PIC 9(02).

      * CUENTAS CON UN "L" YA ESTACIONADO, MAS LAS BAJAS DE HOY
       01  TAB-PENDIENTES.
           03 TAB-PEN-ITEM OCCURS 2000.
              05 TAB-PEN-DOC            PIC 9(08).
              05 TAB-PEN-PROD           PIC 9(02).

       01  TAB-PEDIDOS.
           03 TAB-PLI-ITEM OCCURS 2000.
              05 TAB-PLI-REG            PIC X(55).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "GESTION TRIMESTRAL DE LIMITES - LIM003".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Puntaje".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Actual".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Nuevo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Efectiva".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Propuesta".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-PUNTAJE                PIC ZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-LIMITE                 PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-NUEVO                  PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-EFECTIVA               PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PROPUESTA              PIC X(25).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       01  CAR-SEPARADOR                PIC X(60) VALUE ALL "=".
       01  CAR-TEXTO                    PIC X(100).

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY          FROM CENTURY-DATE
           COMPUTE WK-PERIODO = WK-HOY / 100
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM CALCULAR-EFECTIVA THRU F-CALCULAR-EFECTIVA
      * EL TRIMESTRE SON EL PERIODO EN CURSO Y LOS DOS ANTERIORES
           MOVE WK-PERIODO TO WK-PERIODO-TRABAJO
           IF WK-PER-MES > 2
              SUBTRACT 2 FROM WK-PER-MES
           ELSE
              ADD 10 TO WK-PER-MES
              SUBTRACT 1 FROM WK-PER-ANHIO
           END-IF
           MOVE WK-PERIODO-TRABAJO TO WK-PERIODO-DESDE
           PERFORM CARGAR-DETERIOROS THRU F-CARGAR-DETERIOROS
           PERFORM CARGAR-PENDIENTES THRU F-CARGAR-PENDIENTES
           PERFORM CARGAR-PEDIDOS    THRU F-CARGAR-PEDIDOS
           OPEN INPUT M-CUENTAS
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CARTAS
           MOVE "LIM003" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "LIM003" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN EXTEND MOV-CTAS
           IF NOT ( WK-MOV-STAT = "00" )
              OPEN OUTPUT MOV-CTAS
           END-IF
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-PUNTAJE-BAJA > 0
                      MOVE PAR-PUNTAJE-BAJA TO WK-PUNTAJE-BAJA
                   END-IF
                   IF PAR-PUNTAJE-SUBA > 0
                      MOVE PAR-PUNTAJE-SUBA TO WK-PUNTAJE-SUBA
                   END-IF
                   IF PAR-PORC-BAJA > 0
                      MOVE PAR-PORC-BAJA TO WK-PORC-BAJA
                   END-IF
                   IF PAR-PORC-SUBA > 0
                      MOVE PAR-PORC-SUBA TO WK-PORC-SUBA
                   END-IF
                   IF PAR-DIAS-AVISO > 0
                      MOVE PAR-DIAS-AVISO TO WK-DIAS-AVISO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

      * SUMA LOS DIAS DE PREAVISO EN CALENDARIO REAL, CON FEBRERO
      * BISIESTO, COMO EN SUS001
       CALCULAR-EFECTIVA.
           MOVE WK-HOY TO WK-EFECTIVA
           MOVE WK-DIAS-AVISO TO WK-DIAS-RESTAN
           PERFORM UNTIL WK-DIAS-RESTAN = 0
              SUBTRACT 1 FROM WK-DIAS-RESTAN
              MOVE TAB-DIAS(WK-EFE-MES) TO WK-DIAS-MES
              IF WK-EFE-MES = 2
                 DIVIDE WK-EFE-ANHIO BY 4
                        GIVING WK-BIS-COCIENTE
                        REMAINDER WK-BISIESTO
                 IF WK-BISIESTO = 0
                    MOVE 29 TO WK-DIAS-MES
                 END-IF
              END-IF
              IF WK-EFE-DIA < WK-DIAS-MES
                 ADD 1 TO WK-EFE-DIA
              ELSE
                 MOVE 1 TO WK-EFE-DIA
                 IF WK-EFE-MES = 12
                    MOVE 1 TO WK-EFE-MES
                    ADD 1 TO WK-EFE-ANHIO
                 ELSE
                    ADD 1 TO WK-EFE-MES
                 END-IF
              END-IF
           END-PERFORM
           MOVE WK-EFECTIVA TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED TO WK-EFECTIVA-ED.
       F-CALCULAR-EFECTIVA. EXIT.

       CARGAR-DETERIOROS.
           OPEN INPUT RODAMIENTO
           IF NOT ( WK-ROD-STAT = "00" )
              GO TO F-CARGAR-DETERIOROS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ RODAMIENTO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ROD-PERIODO < WK-PERIODO-DESDE
                 OR ROD-PERIODO > WK-PERIODO
                 OR NOT ( ROD-SIT-NUEVA = 3 )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-DET-CANT < 2000
                 ADD 1 TO WK-DET-CANT
                 MOVE ROD-DOCUMENTO TO TAB-DET-DOC(WK-DET-CANT)
                 MOVE ROD-PRODUCTO  TO TAB-DET-PROD(WK-DET-CANT)
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           CLOSE RODAMIENTO.
       F-CARGAR-DETERIOROS. EXIT.

       CARGAR-PENDIENTES.
           OPEN INPUT MOV-CTAS
           IF NOT ( WK-MOV-STAT = "00" )
              GO TO F-CARGAR-PENDIENTES
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-CTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( M-MOV = "L" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-PEN-CANT < 2000
                 ADD 1 TO WK-PEN-CANT
                 MOVE M-CTA      TO TAB-PEN-DOC(WK-PEN-CANT)
                 MOVE M-PRODUCTO TO TAB-PEN-PROD(WK-PEN-CANT)
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           CLOSE MOV-CTAS.
       F-CARGAR-PENDIENTES. EXIT.

      * LAS OFERTAS DEL TRIMESTRE ANTERIOR QUE NADIE USO VENCEN; LOS
      * NUMEROS NUEVOS SIGUEN AL MAYOR, COMO EN LIM001
       CARGAR-PEDIDOS.
           OPEN INPUT PEDIDOS-LIMITE
           IF NOT ( WK-PLI-STAT = "00" )
              GO TO F-CARGAR-PEDIDOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ PEDIDOS-LIMITE AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLI-NUMERO > WK-ULTIMO-NUMERO
                 MOVE PLI-NUMERO TO WK-ULTIMO-NUMERO
              END-IF
              IF WK-PLI-CANT < 2000
                 IF PLI-ESTADO = "O"
                    MOVE "V"    TO PLI-ESTADO
                    MOVE WK-HOY TO PLI-FECHA-DECISION
                    ADD 1 TO WK-VENCIDAS
                 END-IF
                 ADD 1 TO WK-PLI-CANT
                 MOVE PLI-REG TO TAB-PLI-REG(WK-PLI-CANT)
              ELSE
                 MOVE 1 TO WK-PLI-DESBORDE
              END-IF
           END-PERFORM
           CLOSE PEDIDOS-LIMITE.
       F-CARGAR-PEDIDOS. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * PRIMERA PASADA: EL ULTIMO PERIODO PUNTUADO; SEGUNDA PASADA:
      * CADA CUENTA DE ESE PERIODO CONTRA SUS REGLAS
       PROCESO.
           OPEN INPUT SCORES
           IF NOT ( WK-SCO-STAT = "00" )
              MOVE "*** SIN PUNTAJES DE SCO001, NO SE REVISA LA CARTERA"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-PROCESO
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ SCORES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SCO-PERIODO > WK-ULTIMO-PERIODO
                 MOVE SCO-PERIODO TO WK-ULTIMO-PERIODO
              END-IF
           END-PERFORM
           CLOSE SCORES
           OPEN INPUT SCORES
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ SCORES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SCO-PERIODO = WK-ULTIMO-PERIODO
                 PERFORM EVALUAR-CUENTA THRU F-EVALUAR-CUENTA
              END-IF
           END-PERFORM
           CLOSE SCORES.
       F-PROCESO. EXIT.

       EVALUAR-CUENTA.
           MOVE SCO-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE SCO-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                GO TO F-EVALUAR-CUENTA
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              OR CTAS-APERTURA = 8 OR CTAS-APERTURA = 9
              OR CTAS-SITUACION = 2 OR CTAS-SITUACION = 6
              GO TO F-EVALUAR-CUENTA
           END-IF
           ADD 1 TO WK-PUNTUADAS
      * UNA CUENTA CON BAJA YA ESTACIONADA O YA REVISADA HOY (SCO001
      * CORRIDO DOS VECES EN EL PERIODO) NO SE VUELVE A TOCAR
           PERFORM BUSCAR-PENDIENTE THRU F-BUSCAR-PENDIENTE
           IF WK-ENCONTRADO = 1
              ADD 1 TO WK-YA-ESTACIONADAS
              GO TO F-EVALUAR-CUENTA
           END-IF
           PERFORM BUSCAR-OFERTA THRU F-BUSCAR-OFERTA
           IF WK-ENCONTRADO = 1
              GO TO F-EVALUAR-CUENTA
           END-IF
           PERFORM BUSCAR-DETERIORO THRU F-BUSCAR-DETERIORO
           EVALUATE TRUE
              WHEN WK-DETERIORADA = 1
                   MOVE "DT" TO WK-MOTIVO
                   PERFORM REDUCIR THRU F-REDUCIR
              WHEN SCO-PUNTAJE < WK-PUNTAJE-BAJA
                   MOVE "PU" TO WK-MOTIVO
                   PERFORM REDUCIR THRU F-REDUCIR
              WHEN SCO-PUNTAJE NOT < WK-PUNTAJE-SUBA
                   AND CTAS-SITUACION = 7
                   MOVE "PA" TO WK-MOTIVO
                   PERFORM OFRECER THRU F-OFRECER
           END-EVALUATE.
       F-EVALUAR-CUENTA. EXIT.

       BUSCAR-PENDIENTE.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PEN-CANT
                      OR WK-ENCONTRADO = 1
              IF TAB-PEN-DOC(WK-IND) = CTAS-DOCUMENTO
                 AND TAB-PEN-PROD(WK-IND) = CTAS-PRODUCTO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM.
       F-BUSCAR-PENDIENTE. EXIT.

       BUSCAR-OFERTA.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PLI-CANT
                      OR WK-ENCONTRADO = 1
              MOVE TAB-PLI-REG(WK-IND) TO PLI-REG
              IF PLI-ESTADO = "O"
                 AND PLI-DOCUMENTO = CTAS-DOCUMENTO
                 AND PLI-PRODUCTO = CTAS-PRODUCTO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM.
       F-BUSCAR-OFERTA. EXIT.

       BUSCAR-DETERIORO.
           MOVE 0 TO WK-DETERIORADA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-DET-CANT
                      OR WK-DETERIORADA = 1
              IF TAB-DET-DOC(WK-IND) = CTAS-DOCUMENTO
                 AND TAB-DET-PROD(WK-IND) = CTAS-PRODUCTO
                 MOVE 1 TO WK-DETERIORADA
              END-IF
           END-PERFORM.
       F-BUSCAR-DETERIORO. EXIT.

      * LA BAJA NUNCA DEJA LA CUENTA EXCEDIDA: EL LIMITE NUEVO NO
      * QUEDA POR DEBAJO DEL DESCUBIERTO QUE YA USA
       REDUCIR.
           IF CTAS-LIMITE = 0
              GO TO F-REDUCIR
           END-IF
           COMPUTE WK-LIMITE-NUEVO =
                   CTAS-LIMITE * ( 100 - WK-PORC-BAJA ) / 100
           MOVE 0 TO WK-USADO
           IF CTAS-SALDO < 0
              COMPUTE WK-USADO = CTAS-SALDO * -1
           END-IF
           IF WK-LIMITE-NUEVO < WK-USADO
              MOVE WK-USADO TO WK-LIMITE-NUEVO
           END-IF
           IF WK-LIMITE-NUEVO NOT < CTAS-LIMITE
              GO TO F-REDUCIR
           END-IF
           IF WK-PLI-CANT NOT < 2000 OR WK-PLI-DESBORDE = 1
              MOVE 1 TO WK-DESBORDE
              GO TO F-REDUCIR
           END-IF
           INITIALIZE MOV-REG
           MOVE "L"             TO M-MOV
           MOVE CTAS-DOCUMENTO  TO M-CTA
           MOVE CTAS-PRODUCTO   TO M-PRODUCTO
           MOVE CTAS-APELLIDO   TO M-APE
           MOVE CTAS-NOMBRE     TO M-NOM
           MOVE CTAS-FECHA-NAC  TO M-FNAC
           MOVE CTAS-PROVINCIA  TO M-PROV
           MOVE CTAS-SUCURSAL   TO M-SUCURSAL
           MOVE CTAS-APERTURA   TO M-APERTURA
           MOVE WK-LIMITE-NUEVO TO M-MONTO
           MOVE WK-EFECTIVA     TO M-FECHA-EFECTIVA
           MOVE CTAS-MONEDA     TO M-MONEDA
           WRITE MOV-REG
           IF WK-PEN-CANT < 2000
              ADD 1 TO WK-PEN-CANT
              MOVE CTAS-DOCUMENTO TO TAB-PEN-DOC(WK-PEN-CANT)
              MOVE CTAS-PRODUCTO  TO TAB-PEN-PROD(WK-PEN-CANT)
           END-IF
           MOVE "R" TO PLI-ESTADO
           PERFORM AGREGAR-PEDIDO THRU F-AGREGAR-PEDIDO
           PERFORM CARTA-BAJA THRU F-CARTA-BAJA
           ADD 1 TO WK-REDUCCIONES
           MOVE WK-EFECTIVA-ED TO L-EFECTIVA
           IF WK-MOTIVO = "DT"
              MOVE "BAJA POR DETERIORO" TO L-PROPUESTA
           ELSE
              MOVE "BAJA POR PUNTAJE" TO L-PROPUESTA
           END-IF
           PERFORM DETALLE THRU F-DETALLE.
       F-REDUCIR. EXIT.

       OFRECER.
           IF CTAS-LIMITE = 0
              GO TO F-OFRECER
           END-IF
           COMPUTE WK-LIMITE-NUEVO =
                   CTAS-LIMITE * ( 100 + WK-PORC-SUBA ) / 100
           IF WK-LIMITE-NUEVO > 999999
              MOVE 999999 TO WK-LIMITE-NUEVO
           END-IF
           IF WK-LIMITE-NUEVO NOT > CTAS-LIMITE
              GO TO F-OFRECER
           END-IF
           IF WK-PLI-CANT NOT < 2000 OR WK-PLI-DESBORDE = 1
              MOVE 1 TO WK-DESBORDE
              GO TO F-OFRECER
           END-IF
           MOVE "O" TO PLI-ESTADO
           PERFORM AGREGAR-PEDIDO THRU F-AGREGAR-PEDIDO
           PERFORM CARTA-OFERTA THRU F-CARTA-OFERTA
           ADD 1 TO WK-OFERTAS
           MOVE SPACES TO L-EFECTIVA
           MOVE "AUMENTO PREAPROBADO" TO L-PROPUESTA
           PERFORM DETALLE THRU F-DETALLE.
       F-OFRECER. EXIT.

      * LA PROPUESTA QUEDA EN EL REGISTRO DE PEDIDOS CON SU BASE
       AGREGAR-PEDIDO.
           ADD 1 TO WK-ULTIMO-NUMERO
           MOVE WK-ULTIMO-NUMERO TO PLI-NUMERO
           MOVE CTAS-DOCUMENTO   TO PLI-DOCUMENTO
           MOVE CTAS-PRODUCTO    TO PLI-PRODUCTO
           MOVE WK-LIMITE-NUEVO  TO PLI-LIMITE-PEDIDO
           MOVE CTAS-SUCURSAL    TO PLI-SUCURSAL
           MOVE WK-HOY           TO PLI-FECHA-PEDIDO
                                    PLI-FECHA-DECISION
           MOVE SCO-PUNTAJE      TO PLI-PUNTAJE
           MOVE WK-MOTIVO        TO PLI-MOTIVO
           MOVE "LIM003"         TO PLI-OPERADOR
           ADD 1 TO WK-PLI-CANT
           MOVE PLI-REG TO TAB-PLI-REG(WK-PLI-CANT).
       F-AGREGAR-PEDIDO. EXIT.

      * EL PREAVISO QUE EXIGE LA NORMA ANTES DE BAJAR EL LIMITE
       CARTA-BAJA.
           MOVE CTAS-DOCUMENTO TO WK-PZA-DOC
           PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           WRITE REG-CARTA FROM CAR-SEPARADOR
           INITIALIZE CAR-TEXTO
           STRING "Sr./Sra. " CTAS-APELLIDO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "Le informamos que su limite de credito de "
                  CTAS-LIMITE
                  " pasara a "
                  WK-LIMITE-NUEVO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "a partir del " WK-EFECTIVA-ED
                  ". Puede consultar en su sucursal."
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "Atentamente, Departamento de Creditos"
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE CTAS-DOCUMENTO TO WK-CNT-DOC
           MOVE CTAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "LB"           TO WK-CNT-TIPO
           MOVE "P"            TO WK-CNT-CANAL
           MOVE "BAJA DE LIMITE" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-CARTA-BAJA. EXIT.

       CARTA-OFERTA.
           MOVE CTAS-DOCUMENTO TO WK-PZA-DOC
           PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           WRITE REG-CARTA FROM CAR-SEPARADOR
           INITIALIZE CAR-TEXTO
           STRING "Sr./Sra. " CTAS-APELLIDO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "Tiene preaprobado un limite de credito de "
                  WK-LIMITE-NUEVO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "Solicitelo en su sucursal durante este trimestre."
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "Atentamente, Departamento de Creditos"
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE CTAS-DOCUMENTO TO WK-CNT-DOC
           MOVE CTAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "LO"           TO WK-CNT-TIPO
           MOVE "P"            TO WK-CNT-CANAL
           MOVE "OFERTA DE LIMITE" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-CARTA-OFERTA. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO  TO L-DOC
           MOVE CTAS-PRODUCTO   TO L-PROD
           MOVE SCO-PUNTAJE     TO L-PUNTAJE
           MOVE CTAS-LIMITE     TO L-LIMITE
           MOVE WK-LIMITE-NUEVO TO L-NUEVO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM REGRABAR-PEDIDOS THRU F-REGRABAR-PEDIDOS
           IF WK-DESBORDE = 1 OR WK-PLI-DESBORDE = 1
              MOVE "*** TABLA LLENA, QUEDAN CUENTAS SIN REVISAR"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Cuentas revisadas...........: " TO L-ROTULO
           MOVE WK-PUNTUADAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Con baja ya estacionada.....: " TO L-ROTULO
           MOVE WK-YA-ESTACIONADAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Bajas con preaviso..........: " TO L-ROTULO
           MOVE WK-REDUCCIONES TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Aumentos preaprobados.......: " TO L-ROTULO
           MOVE WK-OFERTAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Ofertas anteriores vencidas.: " TO L-ROTULO
           MOVE WK-VENCIDAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           CLOSE M-CUENTAS
                 MOV-CTAS
                 CARTAS
                 LISTADO
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           MOVE WK-PUNTUADAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

      * SI EL REGISTRO NO ENTRO ENTERO EN LA TABLA NO SE REESCRIBE,
      * COMO EN LIM002 (PERDERIA LOS PEDIDOS QUE NO ENTRARON); EN ESE
      * CASO TAMPOCO SE PROPUSO NADA
       REGRABAR-PEDIDOS.
           IF WK-PLI-DESBORDE = 1
              GO TO F-REGRABAR-PEDIDOS
           END-IF
           OPEN OUTPUT PEDIDOS-LIMITE
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PLI-CANT
              MOVE TAB-PLI-REG(WK-IND) TO PLI-REG
              WRITE PLI-REG
           END-PERFORM
           CLOSE PEDIDOS-LIMITE.
       F-REGRABAR-PEDIDOS. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM LIM003.
