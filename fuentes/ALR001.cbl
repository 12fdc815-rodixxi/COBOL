      * =================================================================== */
      *                                                                     */
      *   ALR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   alertas por sms y email de eventos de tarjeta y cuenta para      */
      *   el proveedor de mensajeria, solo a clientes adheridos            */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL CLIENTE SE ENTERABA DE UN CONSUMO GRANDE, DE UN LIMITE
      * CASI AGOTADO O DE UNA TARJETA BLOQUEADA CUANDO LE LLEGABA EL
      * RESUMEN. ESTA CORRIDA NOCTURNA ARMA ALERTAS.PRN, EL ARCHIVO
      * QUE TOMA EL PROVEEDOR DE SMS Y EMAIL, CON CUATRO EVENTOS:
      *   "C" CONSUMO: CADA DEBITO DEL DIA QUE CSM001 DEJO EN LA
      *       AUDITORIA (AUD-MOV = "C") CUYO IMPORTE LLEGA AL TOPE DEL
      *       CLIENTE (ALERTAS-PREF.DAT) O, SI NO FIJO UNO, AL GENERAL
      *       DE ALR001.PAR (DEFAULT $ 50.000),
      *   "V" VENCIMIENTO: RESUMENES CON PAGO MINIMO PENDIENTE QUE
      *       VENCEN A LOS DIAS DE AVISO DE ALR001.PAR
      *       (DEFAULT 3),
      *   "U" UTILIZACION: CUENTAS MOVIDAS HOY QUE CRUZARON EL
      *       PORCENTAJE DE NEG002.PAR (DEFAULT 80); SE MIDE COMO
      *       NEG002, NETO DE AUTORIZACIONES PENDIENTES, Y SOLO AVISA
      *       EL DIA QUE SE PASA EL UMBRAL (AL COMIENZO DEL DIA ESTABA
      *       POR DEBAJO), NO TODOS LOS DIAS QUE SIGUE ARRIBA,
      *   "B" BLOQUEO: TARJETAS QUE HOY BLOQUEO PLAS006 (INFORMADAS
      *       POR EL PROVEEDOR), FAL001 (FALLECIMIENTO) O PLAS012
      *       (COMPROMETIDAS SEGUN LA RED), SEGUN LA CONSTANCIA DE
      *       PLAS-BLOQUEOS.DAT.
      * SOLO SALEN PARA LOS DOCUMENTOS ADHERIDOS (ALR002) Y POR LOS
      * CANALES QUE ELIGIERON. EL CONTACTO ES EL DE DOMICILIOS.IDX:
      * EL EMAIL MARCADO INVALIDO POR EML001 O UN CANAL SIN DATO
      * CARGADO NO SE ENVIA Y SE CUENTA COMO SUPRIMIDO POR CONTACTO.
      * EL REGISTRO DE NO-CONTACTAR SE HONRA CON ALCANCE "T"; EL
      * ALCANCE "M" NO APLICA PORQUE ESTOS SON AVISOS DE SERVICIO
      * PEDIDOS POR EL CLIENTE, NO MARKETING. LOS TOTALES DEL LISTADO
      * INFORMAN LO SUPRIMIDO POR CADA CAUSA.
      * EL ARCHIVO SE REGISTRA EN TRN001 PARA EL ACUSE DEL PROVEEDOR.
      * CADA ALERTA ENVIADA SE ANOTA EN CONTACTOS.DAT ("A" MAS EL
      * EVENTO) CON SU CANAL, SMS O EMAIL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           COPY "\COBOL\fuentes\cpy\alertas-pref.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           SELECT ALERTAS
           ASSIGN TO "\COBOL\arch\alertas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ALE-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-ALR001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\alr001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT PARAMETROS-NEG
           ASSIGN TO "\COBOL\arch\neg002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PNG-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".

       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".

       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".

       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".

       COPY "\COBOL\fuentes\cpy\fd-alertas-pref.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".

      * ALERTAS PARA EL PROVEEDOR: UNA LINEA "D" POR MENSAJE (UN
      * EVENTO ADHERIDO A LOS DOS CANALES SON DOS LINEAS), CERRADA
      * CON UN TRAILER "T" DE CANTIDAD. EVENTO: "C" CONSUMO, "V"
      * VENCIMIENTO DE PAGO MINIMO, "U" UTILIZACION DE LIMITE, "B"
      * BLOQUEO DE TARJETA
       FD  ALERTAS.
       01  ALE-REG.
           03 ALE-TIPO                PIC X(01).
           03 ALE-DOCUMENTO           PIC 9(08).
           03 ALE-CANAL               PIC X(01).
           03 ALE-DESTINO             PIC X(40).
           03 ALE-EVENTO              PIC X(01).
           03 ALE-IMPORTE             PIC 9(10)V99.
           03 ALE-FECHA               PIC 9(08).
           03 ALE-PRODUCTO            PIC 9(02).
           03 ALE-PORCENTAJE          PIC 9(03)V99.
           03 ALE-TARJETA-ULT4        PIC 9(04).
           03 FILLER                  PIC X(18).
       01  ALE-TRAILER REDEFINES ALE-REG.
           03 ALE-TRL-TIPO            PIC X(01).
           03 ALE-TRL-CANTIDAD        PIC 9(08).
           03 FILLER                  PIC X(91).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * TOPE GENERAL DE CONSUMO EN PESOS Y DIAS DE AVISO ANTES DEL
      * VENCIMIENTO; CERO O SIN ARCHIVO TOMA EL DEFAULT
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-TOPE-CONSUMO          PIC 9(07).
           03 PAR-DIAS-AVISO            PIC 9(02).

      * EL MISMO UMBRAL DE UTILIZACION QUE LISTA NEG002
       FD  PARAMETROS-NEG.
       01  PNG-REG.
           03 PNG-PORCENTAJE            PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-autoriz-pend.cpy".
       COPY "\COBOL\fuentes\cpy\wk-alertas-pref.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-RSM-STAT                  PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-ALE-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PNG-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HAY-DOMICILIOS            PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-FECHA-AVISO               PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)      VALUE 0.
       77  WK-TOPE-CONSUMO              PIC 9(07)      VALUE 50000.
       77  WK-DIAS-AVISO                PIC 9(02)      VALUE 03.
       77  WK-PORCENTAJE-TOPE           PIC 9(03)      VALUE 080.
       77  WK-TOPE-CLIENTE              PIC 9(07)      VALUE 0.
       77  WK-CONSUMO                   PIC 9(10)V99   VALUE 0.
       77  WK-DESCUBIERTO               PIC 9(10)V99   VALUE 0.
       77  WK-SALDO-DISPONIBLE          PIC S9(10)V99  VALUE 0.
       77  WK-UTIL-INICIO               PIC 9(05)V99   VALUE 0.
       77  WK-UTIL-ACTUAL               PIC 9(05)V99   VALUE 0.
       77  WK-MOV-CANT                  PIC 9(04)      VALUE 0.
       77  WK-MOV-LLENA                 PIC 9          VALUE 0.

      * DATOS DEL EVENTO QUE SE ESTA ALERTANDO
       77  WK-EVT-DOC                   PIC 9(08)      VALUE 0.
       77  WK-EVT-PROD                  PIC 9(02)      VALUE 0.
       77  WK-EVT-TIPO                  PIC X(01)      VALUE SPACE.
       77  WK-EVT-IMPORTE               PIC 9(10)V99   VALUE 0.
       77  WK-EVT-PORCENTAJE            PIC 9(03)V99   VALUE 0.
       77  WK-EVT-ULT4                  PIC 9(04)      VALUE 0.
       77  WK-EVT-CANALES               PIC X(20)      VALUE SPACES.

       01  WK-PLASTICO                  PIC 9(16)      VALUE 0.
       01  FILLER REDEFINES WK-PLASTICO.
           03 FILLER                    PIC 9(12).
           03 WK-PLASTICO-ULT4          PIC 9(04).

      * TOTALES DE LA CORRIDA
       77  WK-EVENTOS                   PIC 9(06)      VALUE 0.
       77  WK-ENVIADAS                  PIC 9(08)      VALUE 0.
       77  WK-ENV-SMS                   PIC 9(06)      VALUE 0.
       77  WK-ENV-EMAIL                 PIC 9(06)      VALUE 0.
       77  WK-SUPR-REGISTRO             PIC 9(06)      VALUE 0.
       77  WK-SUPR-CONTACTO             PIC 9(06)      VALUE 0.

       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

      * SUMA DE DIAS CORRIDOS A UNA FECHA (COMO EL VENCIMIENTO DE
      * RES001)
       77  WK-DIAS-RESTAN               PIC 9(03)      VALUE 0.
       77  WK-DIAS-MES                  PIC 9(02)      VALUE 0.
       77  WK-BISIESTO                  PIC 9(04)      VALUE 0.
       77  WK-BIS-COCIENTE              PIC 9(04)      VALUE 0.
       01  WK-VENC-TRABAJO              PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-VENC-TRABAJO.
           03 WK-VENC-ANHIO             PIC 9(04).
           03 WK-VENC-MES               PIC 9(02).
           03 WK-VENC-DIA               PIC 9(02).
       01  TAB-DIAS-MES                 PIC X(24)
           VALUE "312831303130313130313031".
       01  FILLER REDEFINES TAB-DIAS-MES.
           03 TAB-DIAS                  PIC 9(02) OCCURS 12.

      * CUENTAS MOVIDAS HOY CON EL SALDO QUE TENIAN AL COMENZAR EL
      * DIA (EL "ANTES" DE SU PRIMER REGISTRO DE AUDITORIA)
       01  TAB-MOVIDAS.
           03 TAB-MOV-ITEM OCCURS 9999.
              05 TAB-MOV-DOC            PIC 9(08).
              05 TAB-MOV-PROD           PIC 9(02).
              05 TAB-MOV-SALDO-INI      PIC S9(10)V99.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "ALERTAS POR SMS Y EMAIL - ALR001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(12) VALUE "Evento".
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(20) VALUE "Resultado".

       01  LIN-DETALLE.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-EVENTO                 PIC X(12).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-RESULTADO              PIC X(20).

       01  LIN-TOTAL.
            03 L-ROTULO                 PIC X(34).
            03 L-CANT                   PIC ZZZ.ZZ9.

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
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           PERFORM SUMAR-DIAS     THRU F-SUMAR-DIAS
           PERFORM CARGAR-SUPRESIONES  THRU F-CARGAR-SUPRESIONES
           PERFORM CARGAR-AUTORIZ-PEND THRU F-CARGAR-AUTORIZ-PEND
           PERFORM CARGAR-ALERTAS-PREF THRU F-CARGAR-ALERTAS-PREF
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
           OPEN OUTPUT ALERTAS
           OPEN OUTPUT LISTADO
           MOVE "ALR001"          TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-TOPE-CONSUMO IS NUMERIC
                      AND PAR-TOPE-CONSUMO > 0
                      MOVE PAR-TOPE-CONSUMO TO WK-TOPE-CONSUMO
                   END-IF
                   IF PAR-DIAS-AVISO IS NUMERIC
                      AND PAR-DIAS-AVISO > 0
                      MOVE PAR-DIAS-AVISO TO WK-DIAS-AVISO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF
           OPEN INPUT PARAMETROS-NEG
           IF WK-PNG-STAT = "00"
              READ PARAMETROS-NEG AT END
                   CONTINUE
              NOT AT END
                   IF PNG-PORCENTAJE > 0
                      MOVE PNG-PORCENTAJE TO WK-PORCENTAJE-TOPE
                   END-IF
              END-READ
              CLOSE PARAMETROS-NEG
           END-IF.
       F-LEER-PARAMETRO. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           MOVE 3 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM ALERTAR-CONSUMOS     THRU F-ALERTAR-CONSUMOS
           PERFORM ALERTAR-UTILIZACION  THRU F-ALERTAR-UTILIZACION
           PERFORM ALERTAR-VENCIMIENTOS THRU F-ALERTAR-VENCIMIENTOS
           PERFORM ALERTAR-BLOQUEOS     THRU F-ALERTAR-BLOQUEOS.
       F-PROCESO. EXIT.

      * UNA PASADA POR LA AUDITORIA DEL DIA: AVISA LOS CONSUMOS QUE
      * LLEGAN AL TOPE Y JUNTA LAS CUENTAS MOVIDAS PARA EL CONTROL
      * DE UTILIZACION
       ALERTAR-CONSUMOS.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-ALERTAR-CONSUMOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( AUD-FECHA = WK-HOY )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM JUNTAR-MOVIDA THRU F-JUNTAR-MOVIDA
              IF NOT ( AUD-MOV = "C" )
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( AUD-ANT-SALDO > AUD-DES-SALDO )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-CONSUMO = AUD-ANT-SALDO - AUD-DES-SALDO
              MOVE AUD-DOCUMENTO TO WK-ALP-DOC-BUSCADO
              PERFORM BUSCAR-ALERTAS-PREF THRU F-BUSCAR-ALERTAS-PREF
              IF WK-ALP-HALLADO = 0
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ALP-TOPE > 0
                 MOVE WK-ALP-TOPE     TO WK-TOPE-CLIENTE
              ELSE
                 MOVE WK-TOPE-CONSUMO TO WK-TOPE-CLIENTE
              END-IF
              IF WK-CONSUMO < WK-TOPE-CLIENTE
                 EXIT PERFORM CYCLE
              END-IF
              MOVE AUD-DOCUMENTO TO WK-EVT-DOC
              MOVE AUD-PRODUCTO  TO WK-EVT-PROD
              MOVE "C"           TO WK-EVT-TIPO
              MOVE WK-CONSUMO    TO WK-EVT-IMPORTE
              MOVE 0             TO WK-EVT-PORCENTAJE
                                    WK-EVT-ULT4
              PERFORM EMITIR-ALERTA THRU F-EMITIR-ALERTA
           END-PERFORM
           CLOSE AUDITORIA.
       F-ALERTAR-CONSUMOS. EXIT.

       JUNTAR-MOVIDA.
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-MOV-CANT
              IF TAB-MOV-DOC(WK-IND) = AUD-DOCUMENTO
                 AND TAB-MOV-PROD(WK-IND) = AUD-PRODUCTO
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-MOV-CANT TO WK-IND
              END-IF
           END-PERFORM
           IF WK-HALLADO > 0
              GO TO F-JUNTAR-MOVIDA
           END-IF
           IF WK-MOV-CANT >= 9999
              MOVE 1 TO WK-MOV-LLENA
              GO TO F-JUNTAR-MOVIDA
           END-IF
           ADD 1 TO WK-MOV-CANT
           MOVE AUD-DOCUMENTO TO TAB-MOV-DOC(WK-MOV-CANT)
           MOVE AUD-PRODUCTO  TO TAB-MOV-PROD(WK-MOV-CANT)
           MOVE AUD-ANT-SALDO TO TAB-MOV-SALDO-INI(WK-MOV-CANT).
       F-JUNTAR-MOVIDA. EXIT.

      * UTILIZACION AL CIERRE CONTRA LA DEL COMIENZO DEL DIA, LAS DOS
      * NETAS DE LAS AUTORIZACIONES PENDIENTES: SOLO SE AVISA EL
      * CRUCE DEL UMBRAL. SI LAS AUTORIZACIONES NO ENTRARON EN LA
      * TABLA EL CRUCE QUEDARIA MAL MEDIDO Y NO SE AVISA NINGUNO
       ALERTAR-UTILIZACION.
           IF WK-MOV-CANT = 0 OR WK-AUP-DESBORDE = 1
              GO TO F-ALERTAR-UTILIZACION
           END-IF
           OPEN INPUT M-CUENTAS
           IF NOT ( DB-STAT = "00" )
              GO TO F-ALERTAR-UTILIZACION
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-MOV-CANT
              PERFORM CONTROLAR-UTILIZACION
                      THRU F-CONTROLAR-UTILIZACION
           END-PERFORM
           CLOSE M-CUENTAS.
       F-ALERTAR-UTILIZACION. EXIT.

       CONTROLAR-UTILIZACION.
           MOVE TAB-MOV-DOC(WK-IND)  TO CTAS-DOCUMENTO
           MOVE TAB-MOV-PROD(WK-IND) TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                GO TO F-CONTROLAR-UTILIZACION
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           IF CTAS-LIMITE NOT NUMERIC
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           IF CTAS-LIMITE = 0
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-ALP-DOC-BUSCADO
           PERFORM BUSCAR-ALERTAS-PREF THRU F-BUSCAR-ALERTAS-PREF
           IF WK-ALP-HALLADO = 0
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
           PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
           COMPUTE WK-SALDO-DISPONIBLE = CTAS-SALDO
                   - WK-AUP-PENDIENTE
           IF WK-SALDO-DISPONIBLE >= 0
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           COMPUTE WK-DESCUBIERTO = WK-SALDO-DISPONIBLE * -1
           COMPUTE WK-UTIL-ACTUAL ROUNDED =
                   WK-DESCUBIERTO * 100 / CTAS-LIMITE
           IF WK-UTIL-ACTUAL < WK-PORCENTAJE-TOPE
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           COMPUTE WK-SALDO-DISPONIBLE = TAB-MOV-SALDO-INI(WK-IND)
                   - WK-AUP-PENDIENTE
           MOVE 0 TO WK-UTIL-INICIO
           IF WK-SALDO-DISPONIBLE < 0
              COMPUTE WK-DESCUBIERTO = WK-SALDO-DISPONIBLE * -1
              COMPUTE WK-UTIL-INICIO ROUNDED =
                      WK-DESCUBIERTO * 100 / CTAS-LIMITE
           END-IF
           IF WK-UTIL-INICIO >= WK-PORCENTAJE-TOPE
              GO TO F-CONTROLAR-UTILIZACION
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-EVT-DOC
           MOVE CTAS-PRODUCTO  TO WK-EVT-PROD
           MOVE "U"            TO WK-EVT-TIPO
           COMPUTE WK-EVT-IMPORTE = ( CTAS-SALDO - WK-AUP-PENDIENTE )
                   * -1
           IF WK-UTIL-ACTUAL > 999
              MOVE 999            TO WK-EVT-PORCENTAJE
           ELSE
              MOVE WK-UTIL-ACTUAL TO WK-EVT-PORCENTAJE
           END-IF
           MOVE 0              TO WK-EVT-ULT4
           PERFORM EMITIR-ALERTA THRU F-EMITIR-ALERTA.
       F-CONTROLAR-UTILIZACION. EXIT.

      * RESUMENES CON EL MINIMO TODAVIA PENDIENTE QUE VENCEN EN LA
      * FECHA DE AVISO (HOY MAS LOS DIAS DEL PARAMETRO)
       ALERTAR-VENCIMIENTOS.
           OPEN INPUT RESUMENES
           IF NOT ( WK-RSM-STAT = "00" )
              GO TO F-ALERTAR-VENCIMIENTOS
           END-IF
           MOVE 0 TO WK-FINAL
           MOVE LOW-VALUES TO RSM-CLAVE
           START RESUMENES KEY NOT < RSM-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ RESUMENES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RSM-ESTADO = "P" )
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( RSM-FECHA-VENCIMIENTO = WK-FECHA-AVISO )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE RSM-DOCUMENTO TO WK-ALP-DOC-BUSCADO
              PERFORM BUSCAR-ALERTAS-PREF THRU F-BUSCAR-ALERTAS-PREF
              IF WK-ALP-HALLADO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE RSM-DOCUMENTO   TO WK-EVT-DOC
              MOVE RSM-PRODUCTO    TO WK-EVT-PROD
              MOVE "V"             TO WK-EVT-TIPO
              MOVE RSM-PAGO-MINIMO TO WK-EVT-IMPORTE
              MOVE 0               TO WK-EVT-PORCENTAJE
                                      WK-EVT-ULT4
              PERFORM EMITIR-ALERTA THRU F-EMITIR-ALERTA
           END-PERFORM
           CLOSE RESUMENES.
       F-ALERTAR-VENCIMIENTOS. EXIT.

      * BLOQUEOS DEL DIA QUE EL CLIENTE NO PIDIO (LOS DE PLAS011 Y
      * HOME BANKING LOS HIZO EL MISMO Y NO SE LE AVISAN)
       ALERTAR-BLOQUEOS.
           OPEN INPUT BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              GO TO F-ALERTAR-BLOQUEOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ BLOQUEOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( BLQ-FECHA = WK-HOY )
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( BLQ-OPERADOR = "PLAS006" OR "FAL001"
                                      OR "PLAS012" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE BLQ-DOCUMENTO TO WK-ALP-DOC-BUSCADO
              PERFORM BUSCAR-ALERTAS-PREF THRU F-BUSCAR-ALERTAS-PREF
              IF WK-ALP-HALLADO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE BLQ-PLASTICO  TO WK-PLASTICO
              MOVE BLQ-DOCUMENTO TO WK-EVT-DOC
              MOVE 0             TO WK-EVT-PROD
              MOVE "B"           TO WK-EVT-TIPO
              MOVE 0             TO WK-EVT-IMPORTE
                                    WK-EVT-PORCENTAJE
              MOVE WK-PLASTICO-ULT4 TO WK-EVT-ULT4
              PERFORM EMITIR-ALERTA THRU F-EMITIR-ALERTA
           END-PERFORM
           CLOSE BLOQUEOS.
       F-ALERTAR-BLOQUEOS. EXIT.

      * UN EVENTO DE UN CLIENTE ADHERIDO (BUSCAR-ALERTAS-PREF YA
      * HECHO): REGISTRO DE NO-CONTACTAR, CONTACTO VALIDO POR CANAL Y
      * UNA LINEA DE ALERTAS.PRN POR CADA CANAL QUE SALE
       EMITIR-ALERTA.
           ADD 1 TO WK-EVENTOS
           MOVE SPACES TO WK-EVT-CANALES
           MOVE WK-EVT-DOC TO WK-SUP-DOC-BUSCADO
           PERFORM BUSCAR-SUPRESION THRU F-BUSCAR-SUPRESION
           IF WK-SUP-ALCANCE = "T"
              ADD 1 TO WK-SUPR-REGISTRO
              MOVE "SUPRIMIDA (REGISTRO)" TO WK-EVT-CANALES
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-EMITIR-ALERTA
           END-IF
           MOVE SPACES TO DOM-TELEFONO
                          DOM-EMAIL
                          DOM-EMAIL-INVALIDO
           IF WK-HAY-DOMICILIOS = 1
              MOVE WK-EVT-DOC TO DOM-DOCUMENTO
              READ M-DOMICILIOS
              INVALID KEY
                   MOVE SPACES TO DOM-TELEFONO
                                  DOM-EMAIL
                                  DOM-EMAIL-INVALIDO
              END-READ
           END-IF
           INITIALIZE ALE-REG
           MOVE "D"               TO ALE-TIPO
           MOVE WK-EVT-DOC        TO ALE-DOCUMENTO
           MOVE WK-EVT-TIPO       TO ALE-EVENTO
           MOVE WK-EVT-IMPORTE    TO ALE-IMPORTE
           MOVE WK-HOY            TO ALE-FECHA
           MOVE WK-EVT-PROD       TO ALE-PRODUCTO
           MOVE WK-EVT-PORCENTAJE TO ALE-PORCENTAJE
           MOVE WK-EVT-ULT4       TO ALE-TARJETA-ULT4
           IF WK-ALP-SMS = "S"
              IF DOM-TELEFONO = SPACES
                 ADD 1 TO WK-SUPR-CONTACTO
              ELSE
                 MOVE "S"          TO ALE-CANAL
                 MOVE DOM-TELEFONO TO ALE-DESTINO
                 WRITE ALE-REG
                 PERFORM ANOTAR-CONTACTO THRU F-ANOTAR-CONTACTO
                 ADD 1 TO WK-ENVIADAS
                 ADD 1 TO WK-ENV-SMS
                 MOVE "SMS" TO WK-EVT-CANALES
              END-IF
           END-IF
           IF WK-ALP-EMAIL = "S"
              IF DOM-EMAIL = SPACES OR DOM-EMAIL-INVALIDO = "S"
                 ADD 1 TO WK-SUPR-CONTACTO
              ELSE
                 MOVE "E"          TO ALE-CANAL
                 MOVE DOM-EMAIL    TO ALE-DESTINO
                 WRITE ALE-REG
                 PERFORM ANOTAR-CONTACTO THRU F-ANOTAR-CONTACTO
                 ADD 1 TO WK-ENVIADAS
                 ADD 1 TO WK-ENV-EMAIL
                 IF WK-EVT-CANALES = SPACES
                    MOVE "EMAIL" TO WK-EVT-CANALES
                 ELSE
                    MOVE "SMS Y EMAIL" TO WK-EVT-CANALES
                 END-IF
              END-IF
           END-IF
           IF WK-EVT-CANALES = SPACES
              MOVE "SUPRIMIDA (CONTACTO)" TO WK-EVT-CANALES
           END-IF
           PERFORM DETALLE THRU F-DETALLE.
       F-EMITIR-ALERTA. EXIT.

      * HISTORIAL DE CONTACTOS DEL CLIENTE: UNA ANOTACION POR CANAL
       ANOTAR-CONTACTO.
           MOVE WK-EVT-DOC  TO WK-CNT-DOC
           MOVE WK-EVT-PROD TO WK-CNT-PROD
           MOVE ALE-CANAL   TO WK-CNT-CANAL
           EVALUATE WK-EVT-TIPO
              WHEN "C"
                 MOVE "AC" TO WK-CNT-TIPO
                 MOVE "ALERTA CONSUMO"     TO WK-CNT-DESCRIPCION
              WHEN "V"
                 MOVE "AV" TO WK-CNT-TIPO
                 MOVE "ALERTA VENCIMIENTO" TO WK-CNT-DESCRIPCION
              WHEN "U"
                 MOVE "AU" TO WK-CNT-TIPO
                 MOVE "ALERTA UTILIZACION" TO WK-CNT-DESCRIPCION
              WHEN "B"
                 MOVE "AB" TO WK-CNT-TIPO
                 MOVE "ALERTA BLOQUEO"     TO WK-CNT-DESCRIPCION
           END-EVALUATE
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-ANOTAR-CONTACTO. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-EVT-DOC  TO L-DOC
           MOVE WK-EVT-PROD TO L-PROD
           EVALUATE WK-EVT-TIPO
              WHEN "C" MOVE "CONSUMO"     TO L-EVENTO
              WHEN "V" MOVE "VENCIMIENTO" TO L-EVENTO
              WHEN "U" MOVE "UTILIZACION" TO L-EVENTO
              WHEN "B" MOVE "BLOQUEO"     TO L-EVENTO
           END-EVALUATE
           MOVE WK-EVT-IMPORTE TO L-IMPORTE
           MOVE WK-EVT-CANALES TO L-RESULTADO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       SUMAR-DIAS.
           MOVE WK-HOY          TO WK-VENC-TRABAJO
           MOVE WK-DIAS-AVISO   TO WK-DIAS-RESTAN
           PERFORM UNTIL WK-DIAS-RESTAN = 0
              SUBTRACT 1 FROM WK-DIAS-RESTAN
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
              END-IF
           END-PERFORM
           MOVE WK-VENC-TRABAJO TO WK-FECHA-AVISO.
       F-SUMAR-DIAS. EXIT.

       FINAL-PROG.
           INITIALIZE ALE-TRAILER
           MOVE "T"         TO ALE-TRL-TIPO
           MOVE WK-ENVIADAS TO ALE-TRL-CANTIDAD
           WRITE ALE-REG
           CLOSE ALERTAS
      * TRANSMISION SALIENTE BAJO CONTROL DE ACUSE DEL PROVEEDOR
           MOVE "alertas"   TO WK-TRN-ARCHIVO
           MOVE WK-ENVIADAS TO WK-TRN-CANTIDAD
           MOVE 1           TO WK-TRN-PLAZO
           CALL "TRN001" USING WK-TRN-ARCHIVO
                               WK-TRN-CANTIDAD
                               WK-TRN-PLAZO
           PERFORM TOTALES THRU F-TOTALES
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           CLOSE LISTADO
           MOVE WK-ENVIADAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Eventos alertables.............: " TO L-ROTULO
           MOVE WK-EVENTOS                          TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Mensajes por SMS...............: " TO L-ROTULO
           MOVE WK-ENV-SMS                          TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Mensajes por email.............: " TO L-ROTULO
           MOVE WK-ENV-EMAIL                        TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Suprimidas por no-contactar....: " TO L-ROTULO
           MOVE WK-SUPR-REGISTRO                    TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Suprimidas por contacto invalid: " TO L-ROTULO
           MOVE WK-SUPR-CONTACTO                    TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Total de Hojas.................: " TO L-ROTULO
           MOVE TIT-HOJA                            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           IF WK-MOV-LLENA = 1
              MOVE "*** TABLA DE CUENTAS MOVIDAS LLENA, UTILIZACION"
                TO REG-LIS
              WRITE REG-LIS
              MOVE "    CONTROLADA SOLO SOBRE LAS PRIMERAS 9999"
                TO REG-LIS
              WRITE REG-LIS
           END-IF
           IF WK-AUP-DESBORDE = 1
              MOVE "*** AUTORIZACIONES PENDIENTES DESBORDAN LA TABLA,"
                TO REG-LIS
              WRITE REG-LIS
              MOVE "    NO SE AVISO UTILIZACION" TO REG-LIS
              WRITE REG-LIS
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-autoriz.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-alertas-pref.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".

       END PROGRAM ALR001.
