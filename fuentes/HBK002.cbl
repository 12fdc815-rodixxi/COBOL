      * =================================================================== */
      *                                                                     */
      *   HBK002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   pedidos de autogestion recibidos de home banking: cambio de      */
      *   domicilio y email, bloqueo de tarjeta y resumen electronico      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBK002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * HOME BANKING MANDA CADA NOCHE HB-SOLICITUDES.PRN CON LOS
      * PEDIDOS QUE LOS CLIENTES HICIERON SOLOS: UNA LINEA "D" CON
      * REFERENCIA DEL CANAL, DOCUMENTO Y TIPO DE PEDIDO, CERRADA CON
      * UN TRAILER "T" DE CANTIDAD Y SUMA DE DOCUMENTOS (QUE INT001 YA
      * CONTROLO). LOS PEDIDOS SON:
      *   "D" CAMBIO DE DOMICILIO Y "E" CAMBIO DE EMAIL: NO SE TOCA
      *       EL MAESTRO ACA; SE ARMA EL MOVIMIENTO "A" COMPLETO Y SE
      *       AGREGA AL LOTE MOV-DOMICILIOS.PRN QUE APLICA DOM001 EN EL
      *       PASO SIGUIENTE, CON SUS MISMAS VALIDACIONES. LO QUE YA
      *       HUBIERA EN EL LOTE SE CONSERVA Y EL TRAILER SE REHACE.
      *   "B" BLOQUEO DE TARJETA POR ROBO O EXTRAVIO: SE APLICA IGUAL
      *       QUE PLAS011 ("RO" EN PLASTICOS.IDX, CONSTANCIA EN
      *       PLAS-BLOQUEOS.DAT Y PEDIDO DE REPOSICION "P").
      *   "R" ADHESION AL RESUMEN ELECTRONICO: SE MARCA
      *       DOM-ADHESION-ERESUMEN EN DOMICILIOS.IDX; SI EL PEDIDO
      *       TRAE UN EMAIL NUEVO, ADEMAS SE DERIVA COMO CAMBIO DE
      *       EMAIL.
      * CADA PEDIDO SE CONTESTA EN HB-RESPUESTAS.PRN, CONFIRMADO O
      * RECHAZADO CON SU MOTIVO, Y SE REGISTRA EN TRN001 PARA EL
      * ACUSE DEL CANAL. CADA PEDIDO CONFIRMADO DEJA EN LA AUDITORIA
      * UN REGISTRO AUD-MOV = "9" SOBRE LA CUENTA DEL CLIENTE, SIN
      * CAMBIO DE SALDO, CON EL CANAL "HBANKING" COMO ORIGEN EN LUGAR
      * DE UN OPERADOR.
      * EL MOVIMIENTO DE DOMICILIO LLEVA ADEMAS EL TIPO Y NUMERO
      * REALES DEL DOCUMENTO (VAL-DOC "I" SOBRE EL NUMERO INTERNO).
      * LOS PEDIDOS "D"/"E" SE ARMAN SOBRE EL MAESTRO DE LA NOCHE
      * ANTERIOR: SI UN MISMO CLIENTE PIDE LOS DOS EL MISMO DIA, EL
      * ULTIMO EN LLEGAR ES EL QUE QUEDA.
      * EL ARCHIVO PROCESADO SE GUARDA COMO HB-SOLICITUDES-AAAAMMDD.APL.
      * TERMINA CON RETURN-CODE 1 SI NO BALANCEA CON EL TRAILER O NO
      * LO TRAE, Y 9 ANTE UNA FALLA DE E/S SOBRE LOS MAESTROS (EN ESE
      * CASO EL LOTE DE DOMICILIOS VUELVE A COMO ESTABA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HB-SOLICITUDES
           ASSIGN TO "\COBOL\arch\hb-solicitudes.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-HBS-STAT.
           SELECT HB-RESPUESTAS
           ASSIGN TO "\COBOL\arch\hb-respuestas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-HBR-STAT.
           SELECT MOV-DOM
           ASSIGN TO "\COBOL\arch\mov-domicilios.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT MOV-DOM-PREVIO
           ASSIGN TO "\COBOL\arch\mov-domicilios.hbk"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MDP-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-HBK002"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\tab-provincias.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * PEDIDOS DE HOME BANKING: REGISTRO DE 100 POSICIONES, COMO
      * TODOS LOS ARCHIVOS QUE CONTROLA INT001. EL CONTROL DEL TRAILER
      * ES LA SUMA DE LOS DOCUMENTOS (NO HAY IMPORTES)
       FD  HB-SOLICITUDES.
       01  HBS-REG.
           03 HBS-TIPO                PIC X(01).
           03 HBS-REFERENCIA          PIC 9(10).
           03 HBS-DOCUMENTO           PIC 9(08).
           03 HBS-PEDIDO              PIC X(01).
           03 HBS-DATOS               PIC X(80).
           03 HBS-DOMICILIO REDEFINES HBS-DATOS.
              05 HBS-CALLE            PIC X(30).
              05 HBS-LOCALIDAD        PIC X(20).
              05 HBS-CODIGO-POSTAL    PIC X(08).
              05 HBS-PROVINCIA        PIC X(01).
              05 HBS-TELEFONO         PIC X(15).
              05 FILLER               PIC X(06).
           03 HBS-CONTACTO REDEFINES HBS-DATOS.
              05 HBS-EMAIL            PIC X(40).
              05 FILLER               PIC X(40).
           03 HBS-TARJETA REDEFINES HBS-DATOS.
              05 HBS-PLASTICO         PIC 9(16).
              05 HBS-MOTIVO           PIC X(01).
              05 FILLER               PIC X(63).
       01  HBS-TRAILER REDEFINES HBS-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-CONTROL             PIC 9(12)V99.
           03 FILLER                  PIC X(77).

      * RESPUESTA AL CANAL: UNA LINEA POR PEDIDO CON "C" CONFIRMADO O
      * "R" RECHAZADO Y EL MOTIVO, CERRADA CON TRAILER "T"
       FD  HB-RESPUESTAS.
       01  HBR-REG.
           03 HBR-TIPO                PIC X(01).
           03 HBR-REFERENCIA          PIC 9(10).
           03 HBR-DOCUMENTO           PIC 9(08).
           03 HBR-PEDIDO              PIC X(01).
           03 HBR-RESULTADO           PIC X(01).
           03 HBR-MOTIVO              PIC X(30).
           03 HBR-FECHA               PIC 9(08).
           03 FILLER                  PIC X(41).
       01  HBR-TRAILER REDEFINES HBR-REG.
           03 HBR-TRL-TIPO            PIC X(01).
           03 HBR-TRL-CANTIDAD        PIC 9(08).
           03 HBR-TRL-CONFIRMADAS     PIC 9(08).
           03 HBR-TRL-RECHAZADAS      PIC 9(08).
           03 FILLER                  PIC X(75).

      * LOTE DE DOMICILIOS QUE APLICA DOM001 (MISMO LAYOUT)
       FD  MOV-DOM.
       01  MD-REG.
           03 MD-MOV                  PIC X(01).
           03 MD-DOCUMENTO            PIC 9(08).
           03 MD-CALLE                PIC X(30).
           03 MD-LOCALIDAD            PIC X(20).
           03 MD-CODIGO-POSTAL        PIC X(08).
           03 MD-PROVINCIA            PIC X(01).
           03 MD-TELEFONO             PIC X(15).
           03 MD-EMAIL                PIC X(40).
           03 MD-TIPO-DOC             PIC X(01).
           03 MD-NRO-DOC              PIC X(11).
       01  MD-TRAILER REDEFINES MD-REG.
           03 TD-MOV                  PIC X(01).
           03 TD-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(126).

      * COPIA DEL LOTE TAL COMO ESTABA ANTES DE AGREGARLE LOS PEDIDOS
       FD  MOV-DOM-PREVIO.
       01  MDP-REG                    PIC X(135).
       01  MDP-TRAILER REDEFINES MDP-REG.
           03 MDP-MOV                 PIC X(01).
           03 MDP-CANTIDAD            PIC 9(08).
           03 FILLER                  PIC X(126).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".
       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".
       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-provincias.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-provincias.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-HBS-STAT                  PIC X(02).
       77  WK-HBR-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-MDP-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-SOLREG-STAT               PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).

      * EL CANAL QUEDA COMO ORIGEN EN LA AUDITORIA Y EN LOS BLOQUEOS
       77  WK-CANAL                     PIC X(08)  VALUE "HBANKING".

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-CTAS-FINAL                PIC 9          VALUE 0.
       77  WK-MDP-FINAL                 PIC 9          VALUE 0.
       77  WK-SOLREG-FINAL              PIC 9          VALUE 0.
       77  WK-HAY-ENTRADA               PIC 9          VALUE 0.
       77  WK-HAY-PLASTICOS             PIC 9          VALUE 0.
       77  WK-LOTE-ABIERTO              PIC 9          VALUE 0.
       77  WK-HAY-LOTE-PREVIO           PIC 9          VALUE 0.
       77  WK-PREVIO-CON-TRAILER        PIC 9          VALUE 0.
       77  WK-CTA-HALLADA               PIC 9          VALUE 0.
       77  WK-DOM-HALLADO               PIC 9          VALUE 0.
       77  WK-PROV-VALIDA               PIC 9          VALUE 0.
       77  WK-EMAIL-VALIDO              PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-RESULTADO                 PIC X(01)      VALUE SPACE.
       77  WK-MOTIVO                    PIC X(30)      VALUE SPACES.
       77  WK-ARROBAS                   PIC 9(02)      VALUE 0.
       77  WK-PLASTICO                  PIC 9(16)      VALUE 0.
       77  WK-LUHN-VALIDO               PIC X(01)      VALUE SPACE.
       77  WK-ESTADO-ANTERIOR           PIC X(02)      VALUE SPACES.
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9          VALUE 0.
       77  WK-TRL-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-TRL-CONTROL               PIC 9(12)V99   VALUE 0.
       77  WK-SUMA-DOCUMENTOS           PIC 9(12)V99   VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-CONFIRMADAS               PIC 9(08)      VALUE 0.
       77  WK-RECHAZADAS                PIC 9(08)      VALUE 0.
       77  WK-DERIVADOS                 PIC 9(08)      VALUE 0.
       77  WK-PREVIOS                   PIC 9(08)      VALUE 0.
       77  WK-PREVIO-TRL-CANT           PIC 9(08)      VALUE 0.

       01  WK-ARCHIVO-ENTRADA           PIC X(50)      VALUE
           "\COBOL\arch\hb-solicitudes.prn".
       01  WK-ARCHIVO-APLICADA          PIC X(50)      VALUE SPACES.
       01  WK-ARCHIVO-LOTE              PIC X(50)      VALUE
           "\COBOL\arch\mov-domicilios.prn".
       01  WK-ARCHIVO-LOTE-PREVIO       PIC X(50)      VALUE
           "\COBOL\arch\mov-domicilios.hbk".

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

      * PLASTICOS CON SOLICITUD "P" YA REGISTRADA, PARA NO PEDIR DOS
      * VECES LA MISMA REPOSICION (MISMO CRITERIO QUE PLAS011)
       77  WK-SOL-PEND-CANT             PIC 9(04)  VALUE 0.
       77  WK-SOL-YA-PEDIDO             PIC 9      VALUE 0.
       77  WK-IND-SOL                   PIC 9(04)  VALUE 0.
       01  TAB-SOL-PEND.
           03 TAB-SOL-PEND-PLAS         PIC 9(16) OCCURS 9999.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "PEDIDOS DE HOME BANKING - HBK002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Referencia".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Pedido".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Resultado".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Motivo".

       01  LIN-DETALLE.
            03 L-REFERENCIA             PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 L-PEDIDO                 PIC X(01).
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 L-RESULTADO              PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(30).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Pedidos leidos...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-CONFIRMADAS.
            03 FILLER                   PIC X(20) VALUE
            "Confirmados......: ".
            03 LIN-TOT-CONFIRMADAS      PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-RECHAZADAS.
            03 FILLER                   PIC X(20) VALUE
            "Rechazados.......: ".
            03 LIN-TOT-RECHAZADAS       PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-DERIVADOS.
            03 FILLER                   PIC X(20) VALUE
            "Al lote domicil..: ".
            03 LIN-TOT-DERIVADOS        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-DECLARADAS.
            03 FILLER                   PIC X(20) VALUE
            "Declarados.......: ".
            03 LIN-TOT-DECLARADAS       PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.

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
           STRING "\COBOL\arch\hb-solicitudes-" WK-HOY ".apl"
                  DELIMITED BY SIZE
              INTO WK-ARCHIVO-APLICADA
           END-STRING
           OPEN INPUT  HB-SOLICITUDES
           IF WK-HBS-STAT = "00"
              MOVE 1 TO WK-HAY-ENTRADA
              PERFORM CARGAR-SOLICITUDES-PEND THRU
                      F-CARGAR-SOLICITUDES-PEND
              PERFORM ABRIR-LOTE THRU F-ABRIR-LOTE
           END-IF
           PERFORM CARGAR-TABLA-PROVINCIAS THRU
                   F-CARGAR-TABLA-PROVINCIAS
           OPEN INPUT  M-CUENTAS
           OPEN I-O M-DOMICILIOS
           IF NOT ( WK-DOM-STAT = "00" )
              OPEN OUTPUT M-DOMICILIOS
              CLOSE M-DOMICILIOS
              OPEN I-O M-DOMICILIOS
           END-IF
           OPEN I-O M-PLASTICOS
           IF DB-STAT = "00"
              MOVE 1 TO WK-HAY-PLASTICOS
           END-IF
           OPEN EXTEND BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              OPEN OUTPUT BLOQUEOS
           END-IF
           OPEN EXTEND REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              OPEN OUTPUT REGISTRO-SOL
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN OUTPUT HB-RESPUESTAS
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * CARGA EN MEMORIA LOS PLASTICOS QUE YA TIENEN UNA SOLICITUD
      * DE REPOSICION PENDIENTE
       CARGAR-SOLICITUDES-PEND.
           OPEN INPUT REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              GO TO F-CARGAR-SOLICITUDES-PEND
           END-IF
           PERFORM UNTIL WK-SOLREG-FINAL = 1
              READ REGISTRO-SOL AT END
                   MOVE 1 TO WK-SOLREG-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SOLR-ESTADO = "P" AND WK-SOL-PEND-CANT < 9999
                 ADD 1 TO WK-SOL-PEND-CANT
                 MOVE SOLR-PLASTICO
                   TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
              END-IF
           END-PERFORM
           CLOSE REGISTRO-SOL.
       F-CARGAR-SOLICITUDES-PEND. EXIT.

      * EL LOTE DE DOMICILIOS PUEDE TRAER YA MOVIMIENTOS CARGADOS
      * DURANTE EL DIA: SE COPIA APARTE Y SE REESCRIBE CON ESOS
      * MOVIMIENTOS PRIMERO; LOS PEDIDOS SE AGREGAN DETRAS. SI NO SE
      * PUEDE GUARDAR LA COPIA, EL LOTE NO SE TOCA Y LOS PEDIDOS DE
      * DOMICILIO Y EMAIL SE RECHAZAN
       ABRIR-LOTE.
           OPEN INPUT MOV-DOM
           IF WK-MOV-STAT = "00"
              CLOSE MOV-DOM
              CALL "CBL_COPY_FILE" USING WK-ARCHIVO-LOTE
                                         WK-ARCHIVO-LOTE-PREVIO
                   RETURNING WK-COPIA-RC
              IF NOT ( WK-COPIA-RC = 0 )
                 GO TO F-ABRIR-LOTE
              END-IF
              MOVE 1 TO WK-HAY-LOTE-PREVIO
           END-IF
           OPEN OUTPUT MOV-DOM
           MOVE 1 TO WK-LOTE-ABIERTO
           IF WK-HAY-LOTE-PREVIO = 0
              GO TO F-ABRIR-LOTE
           END-IF
           OPEN INPUT MOV-DOM-PREVIO
           PERFORM UNTIL WK-MDP-FINAL = 1
              READ MOV-DOM-PREVIO AT END
                   MOVE 1 TO WK-MDP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MDP-MOV = "T"
                 MOVE 1            TO WK-PREVIO-CON-TRAILER
                 MOVE MDP-CANTIDAD TO WK-PREVIO-TRL-CANT
                 EXIT PERFORM CYCLE
              END-IF
              WRITE MD-REG FROM MDP-REG
              ADD 1 TO WK-PREVIOS
           END-PERFORM
           CLOSE MOV-DOM-PREVIO.
       F-ABRIR-LOTE. EXIT.

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

      * EL ARCHIVO NO LLEGA SI EN EL DIA NO HUBO PEDIDOS
       PROCESO.
           IF WK-HAY-ENTRADA = 0
              MOVE 1 TO WK-FINAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ HB-SOLICITUDES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF HBS-TIPO = "T"
                 MOVE 1            TO WK-TRAILER-LEIDO
                 MOVE TRL-CANTIDAD TO WK-TRL-CANTIDAD
                 MOVE TRL-CONTROL  TO WK-TRL-CONTROL
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              ADD HBS-DOCUMENTO TO WK-SUMA-DOCUMENTOS
              PERFORM ATENDER-PEDIDO THRU F-ATENDER-PEDIDO
           END-PERFORM.
       F-PROCESO. EXIT.

      * TODO PEDIDO SE CONTESTA; SOLO LOS CONFIRMADOS SE AUDITAN
       ATENDER-PEDIDO.
           MOVE "R"    TO WK-RESULTADO
           MOVE SPACES TO WK-MOTIVO
           PERFORM BUSCAR-CUENTA THRU F-BUSCAR-CUENTA
           IF WK-CTA-HALLADA = 0
              MOVE "DOCUMENTO SIN CUENTA VIGENTE" TO WK-MOTIVO
              PERFORM RESPONDER THRU F-RESPONDER
              GO TO F-ATENDER-PEDIDO
           END-IF
           EVALUATE HBS-PEDIDO
              WHEN "D" PERFORM PEDIDO-DOMICILIO THRU
                               F-PEDIDO-DOMICILIO
              WHEN "E" PERFORM PEDIDO-EMAIL THRU F-PEDIDO-EMAIL
              WHEN "B" PERFORM PEDIDO-BLOQUEO THRU F-PEDIDO-BLOQUEO
              WHEN "R" PERFORM PEDIDO-ADHESION THRU
                               F-PEDIDO-ADHESION
              WHEN OTHER
                   MOVE "PEDIDO DESCONOCIDO" TO WK-MOTIVO
           END-EVALUATE
           IF WK-RESULTADO = "C"
              PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           END-IF
           PERFORM RESPONDER THRU F-RESPONDER.
       F-ATENDER-PEDIDO. EXIT.

      * PRIMERA CUENTA NO DADA DE BAJA DEL DOCUMENTO: ES LA QUE
      * RECIBE EL REGISTRO DE AUDITORIA DEL PEDIDO
       BUSCAR-CUENTA.
           MOVE 0 TO WK-CTA-HALLADA
                     WK-CTAS-FINAL
           MOVE HBS-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0             TO CTAS-PRODUCTO
           START M-CUENTAS KEY GREATER OR EQUAL CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           PERFORM UNTIL WK-CTAS-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-DOCUMENTO <> HBS-DOCUMENTO
                 MOVE 1 TO WK-CTAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-FECHA-BAJA = 0
                 MOVE 1 TO WK-CTA-HALLADA
                 MOVE 1 TO WK-CTAS-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-CUENTA. EXIT.

      * CAMBIO DE DOMICILIO: SE VALIDA COMO LO HARIA DOM001 Y SE
      * DERIVA AL LOTE CONSERVANDO EL EMAIL (Y EL TELEFONO, SI EL
      * PEDIDO NO LO TRAE) QUE YA TENIA EL CLIENTE
       PEDIDO-DOMICILIO.
           IF WK-LOTE-ABIERTO = 0
              MOVE "LOTE DOMICILIOS NO DISPONIBLE" TO WK-MOTIVO
              GO TO F-PEDIDO-DOMICILIO
           END-IF
           IF HBS-CALLE = SPACES
              MOVE "DOMICILIO VACIO" TO WK-MOTIVO
              GO TO F-PEDIDO-DOMICILIO
           END-IF
           PERFORM VALIDAR-PROVINCIA THRU F-VALIDAR-PROVINCIA
           IF WK-PROV-VALIDA = 0
              MOVE "PROVINCIA INVALIDA" TO WK-MOTIVO
              GO TO F-PEDIDO-DOMICILIO
           END-IF
           PERFORM LEER-DOMICILIO THRU F-LEER-DOMICILIO
           MOVE SPACES            TO MD-REG
           MOVE "A"               TO MD-MOV
           MOVE HBS-DOCUMENTO     TO MD-DOCUMENTO
           MOVE HBS-CALLE         TO MD-CALLE
           MOVE HBS-LOCALIDAD     TO MD-LOCALIDAD
           MOVE HBS-CODIGO-POSTAL TO MD-CODIGO-POSTAL
           MOVE HBS-PROVINCIA     TO MD-PROVINCIA
           MOVE HBS-TELEFONO      TO MD-TELEFONO
           IF WK-DOM-HALLADO = 1
              MOVE DOM-EMAIL      TO MD-EMAIL
              IF HBS-TELEFONO = SPACES
                 MOVE DOM-TELEFONO TO MD-TELEFONO
              END-IF
           END-IF
           PERFORM CARGAR-DOC-LOTE THRU F-CARGAR-DOC-LOTE
           PERFORM DERIVAR-AL-LOTE THRU F-DERIVAR-AL-LOTE
           MOVE "C"               TO WK-RESULTADO
           MOVE "CAMBIO DE DOMICILIO EN PROCESO" TO WK-MOTIVO.
       F-PEDIDO-DOMICILIO. EXIT.

      * CAMBIO DE EMAIL: EL MOVIMIENTO "A" DE DOM001 REEMPLAZA TODO
      * EL REGISTRO, ASI QUE SOLO SE PUEDE ARMAR SOBRE UN DOMICILIO
      * YA CARGADO
       PEDIDO-EMAIL.
           IF WK-LOTE-ABIERTO = 0
              MOVE "LOTE DOMICILIOS NO DISPONIBLE" TO WK-MOTIVO
              GO TO F-PEDIDO-EMAIL
           END-IF
           PERFORM VALIDAR-EMAIL THRU F-VALIDAR-EMAIL
           IF WK-EMAIL-VALIDO = 0
              MOVE "EMAIL INVALIDO" TO WK-MOTIVO
              GO TO F-PEDIDO-EMAIL
           END-IF
           PERFORM LEER-DOMICILIO THRU F-LEER-DOMICILIO
           IF WK-DOM-HALLADO = 0
              MOVE "SIN DOMICILIO CARGADO" TO WK-MOTIVO
              GO TO F-PEDIDO-EMAIL
           END-IF
           PERFORM ARMAR-DESDE-DOMICILIO THRU
                   F-ARMAR-DESDE-DOMICILIO
           MOVE HBS-EMAIL         TO MD-EMAIL
           PERFORM DERIVAR-AL-LOTE THRU F-DERIVAR-AL-LOTE
           MOVE "C"               TO WK-RESULTADO
           MOVE "CAMBIO DE EMAIL EN PROCESO" TO WK-MOTIVO.
       F-PEDIDO-EMAIL. EXIT.

      * BLOQUEO POR ROBO O EXTRAVIO: LA TARJETA TIENE QUE SER DEL
      * CLIENTE (TITULAR O COTITULAR DE LA ADICIONAL) Y ESTAR VIGENTE
       PEDIDO-BLOQUEO.
           IF WK-HAY-PLASTICOS = 0 OR HBS-PLASTICO NOT NUMERIC
              MOVE "TARJETA INEXISTENTE" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           IF NOT ( HBS-MOTIVO = "R" OR "E" )
              MOVE "MOTIVO DE BLOQUEO INVALIDO" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           MOVE HBS-PLASTICO TO WK-PLASTICO
           CALL "VAL-LUHN" USING WK-PLASTICO
                                 WK-LUHN-VALIDO
           IF WK-LUHN-VALIDO = "N"
              MOVE "NUMERO DE TARJETA INVALIDO" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           MOVE WK-PLASTICO TO PLAS-PLASTICO
           READ M-PLASTICOS
           INVALID KEY
                MOVE "TARJETA INEXISTENTE" TO WK-MOTIVO
                GO TO F-PEDIDO-BLOQUEO
           END-READ
           IF NOT ( PLAS-DOCUMENTO = HBS-DOCUMENTO )
              AND NOT ( PLAS-CODOCUMENTO = HBS-DOCUMENTO )
              MOVE "TARJETA DE OTRO CLIENTE" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           IF PLAS-ESTADO = "RO"
              MOVE "TARJETA YA BLOQUEADA" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           IF PLAS-ESTADO = "BA" OR "EX" OR "FA"
              MOVE "TARJETA NO VIGENTE" TO WK-MOTIVO
              GO TO F-PEDIDO-BLOQUEO
           END-IF
           MOVE PLAS-ESTADO TO WK-ESTADO-ANTERIOR
           MOVE "RO"        TO PLAS-ESTADO
           REWRITE PLAS-REG INVALID KEY
                   MOVE "REWRITE"  TO WK-FE-OPERACION
                   MOVE PLAS-CLAVE TO WK-FE-CLAVE
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           PERFORM GRABAR-BLOQUEO   THRU F-GRABAR-BLOQUEO
           PERFORM GRABAR-SOLICITUD THRU F-GRABAR-SOLICITUD
           PERFORM CUENTA-DE-LA-TARJETA THRU
                   F-CUENTA-DE-LA-TARJETA
           MOVE "C"                   TO WK-RESULTADO
           MOVE "TARJETA BLOQUEADA"   TO WK-MOTIVO.
       F-PEDIDO-BLOQUEO. EXIT.

      * EL BLOQUEO SE AUDITA SOBRE LA CUENTA A LA QUE FACTURA LA
      * TARJETA SI SE CONOCE; SI NO, QUEDA LA DEL CLIENTE
       CUENTA-DE-LA-TARJETA.
           IF PLAS-PRODUCTO = 0
              GO TO F-CUENTA-DE-LA-TARJETA
           END-IF
           MOVE PLAS-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE PLAS-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                PERFORM BUSCAR-CUENTA THRU F-BUSCAR-CUENTA
           END-READ.
       F-CUENTA-DE-LA-TARJETA. EXIT.

       GRABAR-BLOQUEO.
           INITIALIZE BLQ-REG
           MOVE PLAS-PLASTICO      TO BLQ-PLASTICO
           MOVE PLAS-DOCUMENTO     TO BLQ-DOCUMENTO
           MOVE WK-HOY             TO BLQ-FECHA
           ACCEPT WK-HS FROM TIME
           COMPUTE BLQ-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           MOVE WK-CANAL           TO BLQ-OPERADOR
           MOVE HBS-MOTIVO         TO BLQ-MOTIVO
           STRING "HOME BANKING REF " HBS-REFERENCIA
                  DELIMITED BY SIZE
              INTO BLQ-OBSERVACION
           END-STRING
           MOVE WK-ESTADO-ANTERIOR TO BLQ-ESTADO-ANTERIOR
           WRITE BLQ-REG.
       F-GRABAR-BLOQUEO. EXIT.

      * PEDIDO DE REPOSICION, SALVO QUE EL PLASTICO YA TENGA UNO
      * PENDIENTE
       GRABAR-SOLICITUD.
           MOVE 0 TO WK-SOL-YA-PEDIDO
           PERFORM VARYING WK-IND-SOL FROM 1 BY 1
                   UNTIL WK-IND-SOL > WK-SOL-PEND-CANT
                   OR WK-SOL-YA-PEDIDO = 1
              IF TAB-SOL-PEND-PLAS(WK-IND-SOL) = PLAS-PLASTICO
                 MOVE 1 TO WK-SOL-YA-PEDIDO
              END-IF
           END-PERFORM
           IF WK-SOL-YA-PEDIDO = 1
              GO TO F-GRABAR-SOLICITUD
           END-IF
           INITIALIZE SOLR-REG
           MOVE PLAS-DOCUMENTO TO SOLR-DOCUMENTO
           MOVE PLAS-PLASTICO  TO SOLR-PLASTICO
           MOVE WK-HOY         TO SOLR-FECHA-SOLICITUD
           MOVE "P"            TO SOLR-ESTADO
           MOVE 0              TO SOLR-FECHA-CUMPLIDA
           WRITE SOLR-REG
           IF WK-SOL-PEND-CANT < 9999
              ADD 1 TO WK-SOL-PEND-CANT
              MOVE PLAS-PLASTICO
                TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
           END-IF.
       F-GRABAR-SOLICITUD. EXIT.

      * ADHESION AL RESUMEN ELECTRONICO: HACE FALTA UN EMAIL VALIDO,
      * EL QUE TRAE EL PEDIDO (QUE SE DERIVA COMO CAMBIO DE EMAIL) O
      * EL QUE YA TIENE CARGADO SIN MARCA DE REBOTE. RES001 YA MANDA
      * EL RESUMEN A ESE EMAIL
       PEDIDO-ADHESION.
           PERFORM LEER-DOMICILIO THRU F-LEER-DOMICILIO
           IF WK-DOM-HALLADO = 0
              MOVE "SIN DOMICILIO CARGADO" TO WK-MOTIVO
              GO TO F-PEDIDO-ADHESION
           END-IF
           IF DOM-ADHESION-ERESUMEN = "S"
              MOVE "YA ADHERIDO" TO WK-MOTIVO
              GO TO F-PEDIDO-ADHESION
           END-IF
           IF HBS-EMAIL = SPACES
              IF DOM-EMAIL = SPACES OR DOM-EMAIL-INVALIDO = "S"
                 MOVE "SIN EMAIL VALIDO" TO WK-MOTIVO
                 GO TO F-PEDIDO-ADHESION
              END-IF
           ELSE
              IF WK-LOTE-ABIERTO = 0
                 MOVE "LOTE DOMICILIOS NO DISPONIBLE" TO WK-MOTIVO
                 GO TO F-PEDIDO-ADHESION
              END-IF
              PERFORM VALIDAR-EMAIL THRU F-VALIDAR-EMAIL
              IF WK-EMAIL-VALIDO = 0
                 MOVE "EMAIL INVALIDO" TO WK-MOTIVO
                 GO TO F-PEDIDO-ADHESION
              END-IF
              PERFORM ARMAR-DESDE-DOMICILIO THRU
                      F-ARMAR-DESDE-DOMICILIO
              MOVE HBS-EMAIL TO MD-EMAIL
              PERFORM DERIVAR-AL-LOTE THRU F-DERIVAR-AL-LOTE
           END-IF
           MOVE "S" TO DOM-ADHESION-ERESUMEN
           REWRITE DOM-REG INVALID KEY
                   MOVE "REWRITE"   TO WK-FE-OPERACION
                   MOVE DOM-CLAVE   TO WK-FE-CLAVE
                   MOVE WK-DOM-STAT TO DB-STAT
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           MOVE "C"                   TO WK-RESULTADO
           MOVE "ADHESION REGISTRADA" TO WK-MOTIVO.
       F-PEDIDO-ADHESION. EXIT.

       LEER-DOMICILIO.
           MOVE 1 TO WK-DOM-HALLADO
           MOVE HBS-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                MOVE 0 TO WK-DOM-HALLADO
           END-READ.
       F-LEER-DOMICILIO. EXIT.

      * MOVIMIENTO "A" CON EL DOMICILIO TAL COMO ESTA EN EL MAESTRO
       ARMAR-DESDE-DOMICILIO.
           MOVE SPACES            TO MD-REG
           MOVE "A"               TO MD-MOV
           MOVE DOM-DOCUMENTO     TO MD-DOCUMENTO
           MOVE DOM-CALLE         TO MD-CALLE
           MOVE DOM-LOCALIDAD     TO MD-LOCALIDAD
           MOVE DOM-CODIGO-POSTAL TO MD-CODIGO-POSTAL
           MOVE DOM-PROVINCIA     TO MD-PROVINCIA
           MOVE DOM-TELEFONO      TO MD-TELEFONO
           MOVE DOM-EMAIL         TO MD-EMAIL
           PERFORM CARGAR-DOC-LOTE THRU F-CARGAR-DOC-LOTE.
       F-ARMAR-DESDE-DOMICILIO. EXIT.

      * EL DOCUMENTO DEL MOVIMIENTO CON SU TIPO Y NUMERO REALES, COMO
      * EN EL LOTE DE CUENTAS; MD-DOCUMENTO QUEDA CON EL NUMERO
      * INTERNO, QUE ES EL QUE DOM001 VUELVE A OBTENER CON VAL-DOC.
      * EN EL DNI EL NUMERO INTERNO YA ES EL DOCUMENTO Y MD-NRO-DOC
      * QUEDA EN BLANCO (ASI UN DNI VIEJO DE MENOS DE 7 CIFRAS NO SE
      * RECHAZA AL TRADUCIRLO)
       CARGAR-DOC-LOTE.
           MOVE "I"          TO WK-VDO-ACCION
           MOVE MD-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO  TO MD-TIPO-DOC
           MOVE SPACES       TO MD-NRO-DOC
           IF NOT ( WK-VDO-TIPO = "D" )
              MOVE WK-VDO-NUMERO TO MD-NRO-DOC
           END-IF.
       F-CARGAR-DOC-LOTE. EXIT.

       DERIVAR-AL-LOTE.
           WRITE MD-REG
           ADD 1 TO WK-DERIVADOS.
       F-DERIVAR-AL-LOTE. EXIT.

       VALIDAR-PROVINCIA.
           MOVE 0 TO WK-PROV-VALIDA
           SET PROV-INDEX TO 1
           SEARCH TAB-PROVINCIAS-DETALLE
            WHEN TAB-PROVINCIAS-COD(PROV-INDEX) = HBS-PROVINCIA
             MOVE 1 TO WK-PROV-VALIDA
           END-SEARCH.
       F-VALIDAR-PROVINCIA. EXIT.

      * UN EMAIL SE ACEPTA SI NO EMPIEZA EN BLANCO NI CON "@" Y
      * TIENE UNA SOLA "@"; EL RESTO LO CONTROLA LA PASARELA (EML001)
       VALIDAR-EMAIL.
           MOVE 0 TO WK-EMAIL-VALIDO
                     WK-ARROBAS
           IF HBS-EMAIL(1:1) = SPACE OR HBS-EMAIL(1:1) = "@"
              GO TO F-VALIDAR-EMAIL
           END-IF
           INSPECT HBS-EMAIL TALLYING WK-ARROBAS FOR ALL "@"
           IF WK-ARROBAS = 1
              MOVE 1 TO WK-EMAIL-VALIDO
           END-IF.
       F-VALIDAR-EMAIL. EXIT.

      * EL PEDIDO CONFIRMADO QUEDA EN LA AUDITORIA CON AUD-MOV = "9"
      * Y EL CANAL COMO ORIGEN; ANTES Y DESPUES SON LA MISMA IMAGEN
      * DE LA CUENTA PORQUE EL PEDIDO NO MUEVE SALDOS
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "9"               TO AUD-MOV
           MOVE CTAS-APELLIDO     TO AUD-ANT-APELLIDO
                                     AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-ANT-NOMBRE
                                     AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-ANT-FECHA-NAC
                                     AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-ANT-PROVINCIA
                                     AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-ANT-APERTURA
                                     AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-ANT-SALDO
                                     AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-ANT-FECHA-BAJA
                                     AUD-DES-FECHA-BAJA
           MOVE WK-CANAL          TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

       RESPONDER.
           MOVE SPACES            TO HBR-REG
           MOVE "D"               TO HBR-TIPO
           MOVE HBS-REFERENCIA    TO HBR-REFERENCIA
           MOVE HBS-DOCUMENTO     TO HBR-DOCUMENTO
           MOVE HBS-PEDIDO        TO HBR-PEDIDO
           MOVE WK-RESULTADO      TO HBR-RESULTADO
           MOVE WK-MOTIVO         TO HBR-MOTIVO
           MOVE WK-HOY            TO HBR-FECHA
           WRITE HBR-REG
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE HBS-REFERENCIA    TO L-REFERENCIA
           MOVE HBS-DOCUMENTO     TO L-DOC
           MOVE HBS-PEDIDO        TO L-PEDIDO
           MOVE WK-MOTIVO         TO L-OBS
           IF WK-RESULTADO = "C"
              MOVE "CONFIRMADO"   TO L-RESULTADO
              ADD 1 TO WK-CONFIRMADAS
           ELSE
              MOVE "RECHAZADO"    TO L-RESULTADO
              ADD 1 TO WK-RECHAZADAS
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-RESPONDER. EXIT.

      * FALLA DE E/S SOBRE UN MAESTRO: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES), EL LOTE DE DOMICILIOS VUELVE A COMO ESTABA
      * Y SE TERMINA CON RETURN-CODE 9; EL ARCHIVO DE PEDIDOS QUEDA
      * SIN ARCHIVAR PARA RELANZAR
       ERROR-ES.
           MOVE "HBK002"    TO WK-FE-PROGRAMA
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM RESTAURAR-LOTE THRU F-RESTAURAR-LOTE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       RESTAURAR-LOTE.
           IF WK-LOTE-ABIERTO = 0
              GO TO F-RESTAURAR-LOTE
           END-IF
           CLOSE MOV-DOM
           MOVE 0 TO WK-LOTE-ABIERTO
           IF WK-HAY-LOTE-PREVIO = 1
              CALL "CBL_COPY_FILE" USING WK-ARCHIVO-LOTE-PREVIO
                                         WK-ARCHIVO-LOTE
                   RETURNING WK-COPIA-RC
           ELSE
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-LOTE
                   RETURNING WK-BORRAR-RC
           END-IF.
       F-RESTAURAR-LOTE. EXIT.

       FINAL-PROG.
           PERFORM TRAILER-RESPUESTAS THRU F-TRAILER-RESPUESTAS
           PERFORM CERRAR-LOTE       THRU F-CERRAR-LOTE
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           IF WK-HAY-ENTRADA = 1
              PERFORM ARCHIVAR-ENTRADA THRU F-ARCHIVAR-ENTRADA
           END-IF
           IF WK-LEIDOS > 0
              MOVE "hb-respuestas" TO WK-TRN-ARCHIVO
              MOVE WK-LEIDOS       TO WK-TRN-CANTIDAD
              MOVE 1               TO WK-TRN-PLAZO
              CALL "TRN001" USING WK-TRN-ARCHIVO
                                  WK-TRN-CANTIDAD
                                  WK-TRN-PLAZO
           END-IF
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TRAILER-RESPUESTAS.
           MOVE SPACES            TO HBR-REG
           MOVE "T"               TO HBR-TRL-TIPO
           MOVE WK-LEIDOS         TO HBR-TRL-CANTIDAD
           MOVE WK-CONFIRMADAS    TO HBR-TRL-CONFIRMADAS
           MOVE WK-RECHAZADAS     TO HBR-TRL-RECHAZADAS
           WRITE HBR-REG.
       F-TRAILER-RESPUESTAS. EXIT.

      * EL TRAILER DEL LOTE SE REHACE: SI EL LOTE ORIGINAL TRAIA
      * TRAILER SE LE SUMAN LOS MOVIMIENTOS DERIVADOS (ASI DOM001
      * SIGUE DETECTANDO UN LOTE ORIGINAL INCOMPLETO); SI NO, CUENTA
      * TODO LO QUE QUEDO EN EL LOTE
       CERRAR-LOTE.
           IF WK-LOTE-ABIERTO = 0
              GO TO F-CERRAR-LOTE
           END-IF
           MOVE SPACES TO MD-REG
           MOVE "T"    TO TD-MOV
           IF WK-PREVIO-CON-TRAILER = 1
              COMPUTE TD-CANTIDAD = WK-PREVIO-TRL-CANT + WK-DERIVADOS
           ELSE
              COMPUTE TD-CANTIDAD = WK-PREVIOS + WK-DERIVADOS
           END-IF
           WRITE MD-REG
           CLOSE MOV-DOM
           MOVE 0 TO WK-LOTE-ABIERTO
           IF WK-HAY-LOTE-PREVIO = 1
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-LOTE-PREVIO
                   RETURNING WK-BORRAR-RC
           END-IF.
       F-CERRAR-LOTE. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-CONFIRMADAS    TO LIN-TOT-CONFIRMADAS
           MOVE WK-RECHAZADAS     TO LIN-TOT-RECHAZADAS
           MOVE WK-DERIVADOS      TO LIN-TOT-DERIVADOS
           MOVE WK-TRL-CANTIDAD   TO LIN-TOT-DECLARADAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CONFIRMADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DERIVADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

      * EL ARCHIVO YA ATENDIDO SE GUARDA CON LA FECHA Y SE BORRA EL
      * ORIGINAL, ASI UNA RELANZADA NO VUELVE A APLICAR LOS PEDIDOS
       ARCHIVAR-ENTRADA.
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-ENTRADA
                                      WK-ARCHIVO-APLICADA
                RETURNING WK-COPIA-RC
           IF WK-COPIA-RC = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-ENTRADA
                   RETURNING WK-BORRAR-RC
           END-IF.
       F-ARCHIVAR-ENTRADA. EXIT.

      * LA PRUEBA ES CONTRA EL TRAILER DEL CANAL, EN CANTIDAD Y EN
      * SUMA DE DOCUMENTOS
       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-TRAILER-LEIDO = 0 AND WK-LEIDOS > 0
              MOVE 1 TO RETURN-CODE
              GO TO F-VERIFICAR-TOTALES
           END-IF
           IF WK-CONFIRMADAS + WK-RECHAZADAS <> WK-TRL-CANTIDAD
              OR WK-SUMA-DOCUMENTOS <> WK-TRL-CONTROL
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Pedidos de home banking no balancean con el trailer"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           IF WK-HAY-ENTRADA = 1
              CLOSE HB-SOLICITUDES
           END-IF
           IF WK-HAY-PLASTICOS = 1
              CLOSE M-PLASTICOS
           END-IF
           CLOSE M-CUENTAS
                 M-DOMICILIOS
                 BLOQUEOS
                 REGISTRO-SOL
                 AUDITORIA
                 HB-RESPUESTAS
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-provincias.cpy".

       END PROGRAM HBK002.
