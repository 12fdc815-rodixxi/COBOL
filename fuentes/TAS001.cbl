      * =================================================================== */
      *                                                                     */
      *   TAS001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   aviso anticipado a los clientes de los cambios de tasas y        */
      *   cargos cargados en tasas.dat con vigencia futura                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAS001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA NORMA EXIGE AVISAR AL CLIENTE CON 60 DIAS DE ANTICIPACION
      * TODO AUMENTO DE TASAS O CARGOS. CADA NOCHE SE RECORRE
      * TASAS.DAT Y CADA CAMBIO (TIPO + VIGENCIA) QUE TODAVIA NO ESTA
      * EN AVISOS-TASAS.DAT SE TRATA UNA SOLA VEZ:
      *   - SI BAJA O IGUALA EL VALOR QUE RIGE ANTES DE SU VIGENCIA
      *     NO REQUIERE AVISO Y QUEDA COMO REDUCCION ("R"),
      *   - SI SUBE (O ES EL PRIMER VALOR DEL TIPO) SE AVISA A TODAS
      *     LAS CUENTAS QUE LO VAN A PAGAR ("A"), CON EL MISMO
      *     CRITERIO DE SITUACION Y PRODUCTO CON QUE LO COBRA:
      *       "M" PUNITORIO: CUENTAS EN MORA (SITUACION 3),
      *       "F" MANTENIMIENTO: SITUACION 7 EN APERTURA 1/2/3 QUE
      *           NO SON CUENTA SUELDO,
      *       "P" MANTENIMIENTO CUENTA SUELDO: LAS MISMAS, CUENTA
      *           SUELDO,
      *       "S" SEGURO DE VIDA: CUENTAS EN PESOS SIN FRAUDE,
      *           SUCESION NI CASTIGO,
      *       "A" ADELANTO (CSM001) Y "R" REPOSICION DE PLASTICO
      *           (PLAS001): TODA CUENTA OPERATIVA SIN FRAUDE,
      *           SUCESION NI CASTIGO.
      *     LAS CUENTAS DADAS DE BAJA, DENEGADAS O EN ANALISIS NO SE
      *     AVISAN. EL IVA ("I") ES UN IMPUESTO, NO UN CARGO DEL BANCO,
      *     Y NO SE AVISA.
      * LA PRIMERA CORRIDA (SIN AVISOS-TASAS.DAT) DA POR HISTORICOS
      * ("H") LOS CAMBIOS QUE YA ESTAN VIGENTES. DESPUES, UN CAMBIO
      * CARGADO CON MENOS DE 60 DIAS (O YA VIGENTE) SE AVISA IGUAL
      * PERO SALE COMO AVISO TARDIO: CTAS004 NO LO APLICA HASTA QUE
      * PASEN LOS 60 DIAS DESDE EL AVISO E INFORMA POR QUE.
      * EL CANAL ES EL DE CAR001: EMAIL SI EL CLIENTE TIENE UNO
      * VALIDO (CON MANIFIESTO PARA LA PASARELA), SI NO PAPEL; LA
      * SUPRESION TOTAL DEL REGISTRO DE NO-CONTACTAR Y EL DOMICILIO
      * DEVUELTO SIN EMAIL SUPRIMEN EL AVISO Y SE CUENTAN APARTE.
      * CADA AVISO ENVIADO QUEDA EN AVISOS-TASAS.DAT (REGISTRO "D")
      * Y EN LA HISTORIA DE CONTACTOS DEL CLIENTE (CONTACTOS.DAT).
      * LOS AVISOS EN PAPEL QUEDAN ADEMAS EN PIEZAS-CORREO.DAT PARA
      * QUE COR001 LOS ENSOBRE CON LAS DEMAS PIEZAS DEL DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           COPY "\COBOL\fuentes\cpy\avisos-tasas.sel".
           SELECT TASAS
           ASSIGN TO "\COBOL\arch\tasas.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-TAS-STAT.
           SELECT EMAIL-SALIDA
           ASSIGN TO WK-ARCHIVO-EMAIL
           ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO
           ASSIGN TO "\COBOL\arch\emails-manifiesto-tas001.prn"
           ORGANIZATION IS SEQUENTIAL.
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-TAS001.cta"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-TAS001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".
       COPY "\COBOL\fuentes\cpy\fd-avisos-tasas.fds".

      * ESQUEMA DE TASAS CON VIGENCIA, EL MISMO DE CTAS004
       FD  TASAS.
       01  TAS-REG.
           03 TAS-TIPO                  PIC X(01).
           03 TAS-VALOR                 PIC 9(03)V9(04).
           03 TAS-VIGENCIA              PIC 9(08).

      * UN ARCHIVO POR AVISO ENVIADO POR EMAIL; EL NOMBRE SE ARMA
      * CON DOCUMENTO Y UN NUMERO DE ORDEN Y VIAJA EN EL MANIFIESTO
       FD  EMAIL-SALIDA.
       01  REG-EML                      PIC X(100).

      * MANIFIESTO PARA LA PASARELA DE EMAIL, CON TRAILER "T" PARA
      * QUE EL OTRO LADO CONCILIE CANTIDAD DE ENVIOS
       FD  MANIFIESTO.
       01  MAN-REG.
           03 MAN-TIPO                  PIC X(01).
           03 MAN-DOCUMENTO             PIC 9(08).
           03 MAN-EMAIL                 PIC X(40).
           03 MAN-ARCHIVO               PIC X(40).
       01  MAN-TRAILER REDEFINES MAN-REG.
           03 TRL-TIPO                  PIC X(01).
           03 TRL-CANTIDAD              PIC 9(08).
           03 FILLER                    PIC X(80).

       FD  CARTAS.
       01  REG-CARTA                    PIC X(100).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-avisos-tasas.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-TAS-STAT                  PIC X(02).
       77  WK-HAY-DOMICILIOS            PIC 9          VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-TAS-FINAL                 PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-IND-ANT                   PIC 9(04)      VALUE 0.
       77  WK-CAM-IND                   PIC 9(02)      VALUE 0.
       77  WK-TAS-CANT                  PIC 9(04)      VALUE 0.
       77  WK-CAM-CANT                  PIC 9(02)      VALUE 0.
       77  WK-CAM-A-AVISAR              PIC 9(02)      VALUE 0.
       77  WK-CAM-PENDIENTES            PIC 9(04)      VALUE 0.
       77  WK-HAY-ANTERIOR              PIC 9          VALUE 0.
       77  WK-VIG-ANTERIOR              PIC 9(08)      VALUE 0.
       77  WK-VALOR-ANTERIOR            PIC 9(03)V9(04) VALUE 0.
       77  WK-AFECTADA                  PIC 9          VALUE 0.
       77  WK-SUPRIMIR                  PIC 9          VALUE 0.
       77  WK-CANAL-EMAIL               PIC 9          VALUE 0.
       77  WK-POR-EMAIL                 PIC 9(06)      VALUE 0.
       77  WK-POR-PAPEL                 PIC 9(06)      VALUE 0.
       77  WK-SUPRIMIDOS                PIC 9(06)      VALUE 0.
       77  WK-AVISADOS                  PIC 9(04)      VALUE 0.
       77  WK-TARDIOS                   PIC 9(04)      VALUE 0.
       77  WK-REDUCCIONES               PIC 9(04)      VALUE 0.
       77  WK-HISTORICOS                PIC 9(04)      VALUE 0.
       77  WK-ARCHIVO-EMAIL             PIC X(40)      VALUE SPACES.
       77  WK-DIAS-ANTICIPO             PIC S9(06)     VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)      VALUE SPACE.
       77  WK-PORCENTAJE                PIC 9(05)V99   VALUE 0.
       77  WK-IMPORTE                   PIC 9(03)V99   VALUE 0.
       77  WK-BLANCOS                   PIC 9(02)      VALUE 0.
       77  WK-VALOR-ED                  PIC X(12)      VALUE SPACES.
       77  WK-ANTERIOR-ED               PIC X(12)      VALUE SPACES.
       77  WK-NUEVO-ED                  PIC X(12)      VALUE SPACES.
       77  WK-VALOR-TRABAJO             PIC 9(03)V9(04) VALUE 0.
       77  WK-TIPO-TRABAJO              PIC X(01)      VALUE SPACE.
       77  WK-CONCEPTO                  PIC X(40)      VALUE SPACES.
       01  WK-RENGLON                   PIC X(100).
       01  WK-PORCENTAJE-ED             PIC ZZ9,99.
       01  WK-IMPORTE-ED                PIC ZZ9,99.

       01  WK-NOMBRE-EMAIL.
           03 FILLER                    PIC X(20) VALUE
           "\COBOL\listado\TASA-".
           03 WK-NE-DOC                 PIC 9(08).
           03 FILLER                    PIC X(01) VALUE "-".
           03 WK-NE-ORDEN               PIC 9(04).
           03 FILLER                    PIC X(04) VALUE ".eml".

      * TASAS.DAT COMPLETO EN MEMORIA: HACE FALTA EL HISTORIAL PARA
      * SABER QUE VALOR RIGE ANTES DE CADA CAMBIO
       01  TAB-TASAS.
           03 TAB-TAS-ITEM OCCURS 500.
              05 TT-TIPO                PIC X(01).
              05 TT-VALOR               PIC 9(03)V9(04).
              05 TT-VIGENCIA            PIC 9(08).

      * CAMBIOS NUEVOS DE ESTA CORRIDA; LOS QUE NO ENTRAN QUEDAN
      * PARA LA NOCHE SIGUIENTE
       01  TAB-CAMBIOS.
           03 TAB-CAM-ITEM OCCURS 50.
              05 CAM-TIPO               PIC X(01).
              05 CAM-VIGENCIA           PIC 9(08).
              05 CAM-VALOR              PIC 9(03)V9(04).
              05 CAM-VALOR-ANT          PIC 9(03)V9(04).
              05 CAM-HAY-ANTERIOR       PIC 9(01).
              05 CAM-ESTADO             PIC X(01).
              05 CAM-DIAS               PIC S9(06).
              05 CAM-CUENTAS            PIC 9(06).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "AVISO DE CAMBIOS DE TASAS Y CARGOS - TAS001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(04) VALUE "Tipo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Vigencia".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(12) VALUE "    Anterior".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(12) VALUE "       Nuevo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE " Dias".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Cuentas".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Resultado".

       01  LIN-DETALLE.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-TIPO                   PIC X(01).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-VIGENCIA               PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ANTERIOR               PIC X(12).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-NUEVO                  PIC X(12).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DIAS                   PIC ----9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-CUENTAS                PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-RESULTADO              PIC X(30).

       01  LIN-TOTAL.
            03 L-ROTULO                 PIC X(24).
            03 L-CANT                   PIC ZZZZZ9.

       01  CAR-SEPARADOR                PIC X(60) VALUE ALL "=".

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
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM CARGAR-SUPRESIONES  THRU F-CARGAR-SUPRESIONES
           PERFORM CARGAR-AVISOS-TASAS THRU F-CARGAR-AVISOS-TASAS
           PERFORM CARGAR-TASAS        THRU F-CARGAR-TASAS
           OPEN OUTPUT CARTAS
           OPEN OUTPUT MANIFIESTO
           OPEN OUTPUT LISTADO
           MOVE "TAS001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "TAS001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
      * LA PRIMERA CORRIDA CREA EL ARCHIVO AUNQUE NO HAYA CAMBIOS:
      * DESDE ESE DIA CTAS004 EXIGE EL AVISO
           OPEN EXTEND AVISOS-TASAS
           IF NOT ( WK-ATA-STAT = "00" )
              OPEN OUTPUT AVISOS-TASAS
           END-IF
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       CARGAR-TASAS.
           OPEN INPUT TASAS
           IF NOT ( WK-TAS-STAT = "00" )
              GO TO F-CARGAR-TASAS
           END-IF
           PERFORM UNTIL WK-TAS-FINAL = 1
              READ TASAS AT END
                   MOVE 1 TO WK-TAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-TAS-CANT < 500
                 ADD 1 TO WK-TAS-CANT
                 MOVE TAS-TIPO     TO TT-TIPO(WK-TAS-CANT)
                 MOVE TAS-VALOR    TO TT-VALOR(WK-TAS-CANT)
                 MOVE TAS-VIGENCIA TO TT-VIGENCIA(WK-TAS-CANT)
              END-IF
           END-PERFORM
           CLOSE TASAS.
       F-CARGAR-TASAS. EXIT.

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

       PROCESO.
           PERFORM CLASIFICAR-CAMBIO THRU F-CLASIFICAR-CAMBIO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-TAS-CANT
           IF WK-CAM-A-AVISAR > 0
              PERFORM AVISAR-CARTERA THRU F-AVISAR-CARTERA
           END-IF
           PERFORM CERRAR-CAMBIO THRU F-CERRAR-CAMBIO
                   VARYING WK-CAM-IND FROM 1 BY 1
                   UNTIL WK-CAM-IND > WK-CAM-CANT.
       F-PROCESO. EXIT.

      * DECIDE QUE HACER CON CADA CAMBIO QUE TODAVIA NO FUE TRATADO
       CLASIFICAR-CAMBIO.
           IF NOT ( TT-TIPO(WK-IND) = "M" OR "F" OR "P" OR "S"
                                    OR "A" OR "R" )
              GO TO F-CLASIFICAR-CAMBIO
           END-IF
           MOVE TT-TIPO(WK-IND)     TO WK-ATA-TIPO-BUSCADO
           MOVE TT-VIGENCIA(WK-IND) TO WK-ATA-VIG-BUSCADA
           PERFORM BUSCAR-AVISO-TASA THRU F-BUSCAR-AVISO-TASA
           IF NOT ( WK-ATA-ESTADO = SPACE )
              GO TO F-CLASIFICAR-CAMBIO
           END-IF
           IF WK-CAM-CANT = 50
              ADD 1 TO WK-CAM-PENDIENTES
              GO TO F-CLASIFICAR-CAMBIO
           END-IF
           PERFORM BUSCAR-ANTERIOR THRU F-BUSCAR-ANTERIOR
           ADD 1 TO WK-CAM-CANT
           MOVE TT-TIPO(WK-IND)     TO CAM-TIPO(WK-CAM-CANT)
           MOVE TT-VIGENCIA(WK-IND) TO CAM-VIGENCIA(WK-CAM-CANT)
           MOVE TT-VALOR(WK-IND)    TO CAM-VALOR(WK-CAM-CANT)
           MOVE WK-VALOR-ANTERIOR   TO CAM-VALOR-ANT(WK-CAM-CANT)
           MOVE WK-HAY-ANTERIOR     TO CAM-HAY-ANTERIOR(WK-CAM-CANT)
           MOVE 0                   TO CAM-CUENTAS(WK-CAM-CANT)
           CALL "FEC-DIF" USING WK-HOY
                                TT-VIGENCIA(WK-IND)
                                WK-DIAS-ANTICIPO
                                WK-DIAS-HABILES-DIF
                                WK-DIF-VALIDA
           MOVE WK-DIAS-ANTICIPO    TO CAM-DIAS(WK-CAM-CANT)
           EVALUATE TRUE
              WHEN WK-ATA-EXISTE = 0
                   AND NOT ( TT-VIGENCIA(WK-IND) > WK-HOY )
                   MOVE "H" TO CAM-ESTADO(WK-CAM-CANT)
              WHEN WK-HAY-ANTERIOR = 1
                   AND NOT ( TT-VALOR(WK-IND) > WK-VALOR-ANTERIOR )
                   MOVE "R" TO CAM-ESTADO(WK-CAM-CANT)
              WHEN OTHER
                   MOVE "A" TO CAM-ESTADO(WK-CAM-CANT)
                   ADD 1 TO WK-CAM-A-AVISAR
           END-EVALUATE.
       F-CLASIFICAR-CAMBIO. EXIT.

      * EL VALOR QUE RIGE EL DIA ANTERIOR A LA VIGENCIA DEL CAMBIO:
      * EL DEL MISMO TIPO CON LA VIGENCIA MAS RECIENTE ANTERIOR
       BUSCAR-ANTERIOR.
           MOVE 0 TO WK-HAY-ANTERIOR
                     WK-VIG-ANTERIOR
                     WK-VALOR-ANTERIOR
           PERFORM VARYING WK-IND-ANT FROM 1 BY 1
                   UNTIL WK-IND-ANT > WK-TAS-CANT
              IF TT-TIPO(WK-IND-ANT) = TT-TIPO(WK-IND)
                 AND TT-VIGENCIA(WK-IND-ANT) < TT-VIGENCIA(WK-IND)
                 AND NOT ( TT-VIGENCIA(WK-IND-ANT) < WK-VIG-ANTERIOR )
                 MOVE 1                       TO WK-HAY-ANTERIOR
                 MOVE TT-VIGENCIA(WK-IND-ANT) TO WK-VIG-ANTERIOR
                 MOVE TT-VALOR(WK-IND-ANT)    TO WK-VALOR-ANTERIOR
              END-IF
           END-PERFORM.
       F-BUSCAR-ANTERIOR. EXIT.

      * UNA PASADA POR M-CUENTAS PARA TODOS LOS CAMBIOS A AVISAR
       AVISAR-CARTERA.
           OPEN INPUT M-CUENTAS
           IF NOT ( DB-STAT = "00" )
              GO TO F-AVISAR-CARTERA
           END-IF
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-FECHA-BAJA <> 0
                 OR CTAS-APERTURA = 8 OR CTAS-APERTURA = 9
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM AVISAR-CUENTA THRU F-AVISAR-CUENTA
                      VARYING WK-CAM-IND FROM 1 BY 1
                      UNTIL WK-CAM-IND > WK-CAM-CANT
           END-PERFORM
           CLOSE M-CUENTAS.
       F-AVISAR-CARTERA. EXIT.

      * LA CUENTA RECIBE EL AVISO SI HOY PAGARIA ESE CARGO
       AVISAR-CUENTA.
           IF NOT ( CAM-ESTADO(WK-CAM-IND) = "A" )
              GO TO F-AVISAR-CUENTA
           END-IF
           MOVE 0 TO WK-AFECTADA
           EVALUATE CAM-TIPO(WK-CAM-IND)
              WHEN "M"
                   IF CTAS-SITUACION = 3
                      MOVE 1 TO WK-AFECTADA
                   END-IF
              WHEN "F"
                   IF CTAS-SITUACION = 7
                      AND ( CTAS-APERTURA = 1 OR CTAS-APERTURA = 2
                                               OR CTAS-APERTURA = 3 )
                      AND NOT ( CTAS-PLAN-SUELDO = "S" )
                      MOVE 1 TO WK-AFECTADA
                   END-IF
              WHEN "P"
                   IF CTAS-SITUACION = 7
                      AND ( CTAS-APERTURA = 1 OR CTAS-APERTURA = 2
                                               OR CTAS-APERTURA = 3 )
                      AND CTAS-PLAN-SUELDO = "S"
                      MOVE 1 TO WK-AFECTADA
                   END-IF
              WHEN "S"
                   IF NOT ( CTAS-SITUACION = 1 OR CTAS-SITUACION = 2
                                             OR CTAS-SITUACION = 4 )
                      AND NOT ( CTAS-MONEDA = "D" )
                      MOVE 1 TO WK-AFECTADA
                   END-IF
              WHEN OTHER
                   IF NOT ( CTAS-SITUACION = 1 OR CTAS-SITUACION = 2
                                             OR CTAS-SITUACION = 4 )
                      MOVE 1 TO WK-AFECTADA
                   END-IF
           END-EVALUATE
           IF WK-AFECTADA = 0
              GO TO F-AVISAR-CUENTA
           END-IF
           PERFORM CONTROLAR-SUPRESION THRU F-CONTROLAR-SUPRESION
           IF WK-SUPRIMIR = 1
              ADD 1 TO WK-SUPRIMIDOS
              GO TO F-AVISAR-CUENTA
           END-IF
           PERFORM EMITIR-AVISO THRU F-EMITIR-AVISO
           ADD 1 TO CAM-CUENTAS(WK-CAM-IND)
           INITIALIZE ATA-REG
           MOVE "D"                    TO ATA-REGISTRO
           MOVE CAM-TIPO(WK-CAM-IND)   TO ATA-TAS-TIPO
           MOVE CAM-VIGENCIA(WK-CAM-IND) TO ATA-VIGENCIA
           MOVE WK-HOY                 TO ATA-FECHA-AVISO
           MOVE CAM-VALOR(WK-CAM-IND)  TO ATA-VALOR
           MOVE CAM-VALOR-ANT(WK-CAM-IND) TO ATA-VALOR-ANT
           MOVE CTAS-DOCUMENTO         TO ATA-DOCUMENTO
           MOVE CTAS-PRODUCTO          TO ATA-PRODUCTO
           IF WK-CANAL-EMAIL = 1
              MOVE "E" TO ATA-ESTADO
           ELSE
              MOVE "P" TO ATA-ESTADO
           END-IF
           WRITE ATA-REG
           MOVE CTAS-DOCUMENTO TO WK-CNT-DOC
           MOVE CTAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "TA"           TO WK-CNT-TIPO
           MOVE ATA-ESTADO     TO WK-CNT-CANAL
           MOVE "AVISO CAMBIO TARIFA" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-AVISAR-CUENTA. EXIT.

      * ELIGE CANAL Y DECIDE SUPRESIONES CON EL CRITERIO DE CAR001
       CONTROLAR-SUPRESION.
           MOVE 0 TO WK-SUPRIMIR
                     WK-CANAL-EMAIL
           MOVE CTAS-DOCUMENTO TO WK-SUP-DOC-BUSCADO
           PERFORM BUSCAR-SUPRESION THRU F-BUSCAR-SUPRESION
           IF WK-SUP-ALCANCE = "T"
              MOVE 1 TO WK-SUPRIMIR
              GO TO F-CONTROLAR-SUPRESION
           END-IF
           MOVE SPACES TO DOM-CALLE
                          DOM-LOCALIDAD
                          DOM-CODIGO-POSTAL
           IF WK-HAY-DOMICILIOS = 0
              GO TO F-CONTROLAR-SUPRESION
           END-IF
           MOVE CTAS-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                MOVE SPACES TO DOM-CALLE
                               DOM-LOCALIDAD
                               DOM-CODIGO-POSTAL
                GO TO F-CONTROLAR-SUPRESION
           END-READ
           IF DOM-EMAIL NOT = SPACES
              AND NOT ( DOM-EMAIL-INVALIDO = "S" )
              MOVE 1 TO WK-CANAL-EMAIL
              GO TO F-CONTROLAR-SUPRESION
           END-IF
           IF DOM-DIR-INVALIDA = "S"
              MOVE 1 TO WK-SUPRIMIR
           END-IF.
       F-CONTROLAR-SUPRESION. EXIT.

       EMITIR-AVISO.
           IF WK-CANAL-EMAIL = 1
              MOVE CTAS-DOCUMENTO  TO WK-NE-DOC
              COMPUTE WK-NE-ORDEN = WK-POR-EMAIL + 1
              MOVE WK-NOMBRE-EMAIL TO WK-ARCHIVO-EMAIL
              OPEN OUTPUT EMAIL-SALIDA
           ELSE
              ADD 1 TO WK-POR-PAPEL
              WRITE REG-CARTA FROM CAR-SEPARADOR
              MOVE CTAS-DOCUMENTO TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           PERFORM ARMAR-CONCEPTO THRU F-ARMAR-CONCEPTO
           INITIALIZE WK-RENGLON
           STRING "Sr./Sra. "   DELIMITED BY SIZE
                  CTAS-APELLIDO DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY "  "
                  INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           INITIALIZE WK-RENGLON
           STRING "Cuenta " CTAS-DOCUMENTO "/" CTAS-PRODUCTO
                  INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE CAM-VIGENCIA(WK-CAM-IND) TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           INITIALIZE WK-RENGLON
           STRING "Le informamos que a partir del " WK-FECHA-ED
                  INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           INITIALIZE WK-RENGLON
           IF CAM-HAY-ANTERIOR(WK-CAM-IND) = 1
              STRING WK-CONCEPTO     DELIMITED BY "  "
                     " pasa de "     DELIMITED BY SIZE
                     WK-ANTERIOR-ED  DELIMITED BY "  "
                     " a "           DELIMITED BY SIZE
                     WK-NUEVO-ED     DELIMITED BY "  "
                     "."             DELIMITED BY SIZE
                     INTO WK-RENGLON
              END-STRING
           ELSE
              STRING WK-CONCEPTO     DELIMITED BY "  "
                     " sera de "     DELIMITED BY SIZE
                     WK-NUEVO-ED     DELIMITED BY "  "
                     "."             DELIMITED BY SIZE
                     INTO WK-RENGLON
              END-STRING
           END-IF
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE "Puede cerrar su cuenta sin cargo antes de esa fecha."
             TO WK-RENGLON
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE "Atentamente, Gerencia Comercial" TO WK-RENGLON
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           IF WK-CANAL-EMAIL = 1
              CLOSE EMAIL-SALIDA
              INITIALIZE MAN-REG
              MOVE "E"              TO MAN-TIPO
              MOVE CTAS-DOCUMENTO   TO MAN-DOCUMENTO
              MOVE DOM-EMAIL        TO MAN-EMAIL
              MOVE WK-ARCHIVO-EMAIL TO MAN-ARCHIVO
              WRITE MAN-REG
              ADD 1 TO WK-POR-EMAIL
           ELSE
      * EL DOMICILIO ES SOLO PARA EL .CTA: EN EL SOBRE UNICO LO PONE
      * COR001
              IF NOT ( DOM-CALLE = SPACES )
                 INITIALIZE WK-RENGLON
                 STRING "Enviar a: " DOM-CALLE " - " DOM-LOCALIDAD
                        " (" DOM-CODIGO-POSTAL ")"
                        INTO WK-RENGLON
                 END-STRING
                 WRITE REG-CARTA FROM WK-RENGLON
              END-IF
           END-IF.
       F-EMITIR-AVISO. EXIT.

       ESCRIBIR-RENGLON.
           IF WK-CANAL-EMAIL = 1
              WRITE REG-EML FROM WK-RENGLON
           ELSE
              WRITE REG-CARTA FROM WK-RENGLON
              MOVE WK-RENGLON TO WK-PZA-TEXTO
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           END-IF.
       F-ESCRIBIR-RENGLON. EXIT.

      * NOMBRE DEL CARGO Y VALORES EDITADOS PARA LA CARTA: LAS TASAS
      * COMO PORCENTAJE, LOS CARGOS FIJOS COMO IMPORTE, SIN LOS
      * BLANCOS DE LA EDICION PARA QUE ENTREN EN EL RENGLON
       ARMAR-CONCEPTO.
           EVALUATE CAM-TIPO(WK-CAM-IND)
              WHEN "M"
                   MOVE "La tasa de interes punitorio mensual"
                     TO WK-CONCEPTO
              WHEN "F"
                   MOVE "El cargo mensual de mantenimiento"
                     TO WK-CONCEPTO
              WHEN "P"
                   MOVE "El mantenimiento de la cuenta sueldo"
                     TO WK-CONCEPTO
              WHEN "S"
                   MOVE "La prima mensual del seguro de vida"
                     TO WK-CONCEPTO
              WHEN "A"
                   MOVE "El cargo por adelanto de efectivo"
                     TO WK-CONCEPTO
              WHEN "R"
                   MOVE "El cargo por reposicion de tarjeta"
                     TO WK-CONCEPTO
           END-EVALUATE
           MOVE CAM-TIPO(WK-CAM-IND)      TO WK-TIPO-TRABAJO
           MOVE CAM-VALOR-ANT(WK-CAM-IND) TO WK-VALOR-TRABAJO
           PERFORM EDITAR-VALOR THRU F-EDITAR-VALOR
           MOVE WK-VALOR-ED TO WK-ANTERIOR-ED
           MOVE CAM-VALOR(WK-CAM-IND)     TO WK-VALOR-TRABAJO
           PERFORM EDITAR-VALOR THRU F-EDITAR-VALOR
           MOVE WK-VALOR-ED TO WK-NUEVO-ED.
       F-ARMAR-CONCEPTO. EXIT.

       EDITAR-VALOR.
           MOVE SPACES TO WK-VALOR-ED
           IF WK-TIPO-TRABAJO = "F" OR "P" OR "R"
              COMPUTE WK-IMPORTE ROUNDED = WK-VALOR-TRABAJO
              MOVE WK-IMPORTE TO WK-IMPORTE-ED
              MOVE 0 TO WK-BLANCOS
              INSPECT WK-IMPORTE-ED TALLYING WK-BLANCOS
                      FOR LEADING SPACES
              STRING "$ " WK-IMPORTE-ED(WK-BLANCOS + 1:)
                     INTO WK-VALOR-ED
              END-STRING
           ELSE
              COMPUTE WK-PORCENTAJE ROUNDED = WK-VALOR-TRABAJO * 100
              MOVE WK-PORCENTAJE TO WK-PORCENTAJE-ED
              MOVE 0 TO WK-BLANCOS
              INSPECT WK-PORCENTAJE-ED TALLYING WK-BLANCOS
                      FOR LEADING SPACES
              STRING WK-PORCENTAJE-ED(WK-BLANCOS + 1:) " %"
                     INTO WK-VALOR-ED
              END-STRING
           END-IF.
       F-EDITAR-VALOR. EXIT.

      * DEJA EL CAMBIO TRATADO EN AVISOS-TASAS.DAT Y EN EL LISTADO.
      * EL "C" SE GRABA AL FINAL: SI LA CORRIDA SE CAE A MITAD DE
      * CARTERA, LA RELANZADA VUELVE A AVISAR EL CAMBIO COMPLETO
       CERRAR-CAMBIO.
           INITIALIZE ATA-REG
           MOVE "C"                        TO ATA-REGISTRO
           MOVE CAM-TIPO(WK-CAM-IND)       TO ATA-TAS-TIPO
           MOVE CAM-VIGENCIA(WK-CAM-IND)   TO ATA-VIGENCIA
           MOVE CAM-ESTADO(WK-CAM-IND)     TO ATA-ESTADO
           MOVE CAM-VALOR(WK-CAM-IND)      TO ATA-VALOR
           MOVE CAM-VALOR-ANT(WK-CAM-IND)  TO ATA-VALOR-ANT
           MOVE CAM-CUENTAS(WK-CAM-IND)    TO ATA-CUENTAS
           IF CAM-ESTADO(WK-CAM-IND) = "A"
              MOVE WK-HOY TO ATA-FECHA-AVISO
           END-IF
           WRITE ATA-REG
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           PERFORM ARMAR-CONCEPTO THRU F-ARMAR-CONCEPTO
           MOVE CAM-TIPO(WK-CAM-IND)     TO L-TIPO
           MOVE CAM-VIGENCIA(WK-CAM-IND) TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED              TO L-VIGENCIA
           IF CAM-HAY-ANTERIOR(WK-CAM-IND) = 1
              MOVE WK-ANTERIOR-ED        TO L-ANTERIOR
           ELSE
              MOVE SPACES                TO L-ANTERIOR
           END-IF
           MOVE WK-NUEVO-ED              TO L-NUEVO
           MOVE CAM-DIAS(WK-CAM-IND)     TO L-DIAS
           MOVE CAM-CUENTAS(WK-CAM-IND)  TO L-CUENTAS
           EVALUATE TRUE
              WHEN CAM-ESTADO(WK-CAM-IND) = "H"
                   ADD 1 TO WK-HISTORICOS
                   MOVE "HISTORICO, YA VIGENTE" TO L-RESULTADO
              WHEN CAM-ESTADO(WK-CAM-IND) = "R"
                   ADD 1 TO WK-REDUCCIONES
                   MOVE "REDUCCION, SIN AVISO" TO L-RESULTADO
              WHEN CAM-DIAS(WK-CAM-IND) < WK-ATA-DIAS-AVISO
                   ADD 1 TO WK-AVISADOS
                   ADD 1 TO WK-TARDIOS
                   MOVE "AVISO TARDIO, CTAS004 DIFIERE"
                     TO L-RESULTADO
              WHEN OTHER
                   ADD 1 TO WK-AVISADOS
                   MOVE "AVISADO EN TERMINO" TO L-RESULTADO
           END-EVALUATE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-CERRAR-CAMBIO. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           INITIALIZE MAN-REG
           MOVE "T"          TO TRL-TIPO
           MOVE WK-POR-EMAIL TO TRL-CANTIDAD
           WRITE MAN-REG
           CLOSE CARTAS
                 MANIFIESTO
                 LISTADO
                 AVISOS-TASAS
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           COMPUTE LK-CANTIDAD = WK-POR-EMAIL + WK-POR-PAPEL.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Cambios avisados......: " TO L-ROTULO
           MOVE WK-AVISADOS                TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "  (avisos tardios)....: " TO L-ROTULO
           MOVE WK-TARDIOS                 TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Reducciones...........: " TO L-ROTULO
           MOVE WK-REDUCCIONES             TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Historicos............: " TO L-ROTULO
           MOVE WK-HISTORICOS              TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Pendientes p/manana...: " TO L-ROTULO
           MOVE WK-CAM-PENDIENTES          TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Avisos por email......: " TO L-ROTULO
           MOVE WK-POR-EMAIL               TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Avisos en papel.......: " TO L-ROTULO
           MOVE WK-POR-PAPEL               TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Suprimidos sin canal..: " TO L-ROTULO
           MOVE WK-SUPRIMIDOS              TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Total de Hojas........: " TO L-ROTULO
           MOVE TIT-HOJA                   TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-avisos-tasas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM TAS001.
