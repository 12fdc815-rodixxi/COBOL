      * =================================================================== */
      *                                                                     */
      *   PLAS012.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   bloqueo y reposicion masiva de tarjetas comprometidas que        */
      *   informa la red, con aviso al cliente y exposicion para fraude    */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAS012.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CUANDO LA RED DE TARJETAS DETECTA UNA FILTRACION MANDA LA
      * LISTA DE NUMEROS COMPROMETIDOS Y HASTA AHORA SOLO SE PODIA
      * BLOQUEARLOS DE A UNO POR PLAS011. ESTE BATCH, QUE OPERACIONES
      * CORRE CUANDO LLEGA EL ARCHIVO, LEE PLAS-COMPROMETIDAS.PRN
      * (CABECERA "H" CON LA FECHA DEL COMPROMISO Y EL NUMERO DE
      * ALERTA DE LA RED, UN "D" POR TARJETA Y TRAILER "T" CON LA
      * CANTIDAD). PRIMERO VALIDA EL ARCHIVO ENTERO: SIN CABECERA,
      * CON FECHA EN CERO O CON EL TRAILER QUE NO CIERRA NO SE TOCA
      * NINGUNA TARJETA Y TERMINA CON RETURN-CODE 1. DESPUES, POR
      * CADA TARJETA:
      *   - CONTROLA EL DIGITO VERIFICADOR CON VAL-LUHN Y LA BUSCA
      *     EN PLASTICOS.IDX; LAS QUE NO SON NUESTRAS O VIENEN MAL
      *     SALEN COMO EXCEPCION,
      *   - SI ESTA VIVA ("AC", O "PE" TODAVIA SIN ACTIVAR) LA PASA A
      *     "RO", DEJA LA CONSTANCIA EN PLAS-BLOQUEOS.DAT CON MOTIVO
      *     "C" Y EL NUMERO DE ALERTA, Y REGISTRA LA SOLICITUD DE
      *     REPOSICION "P" EN PLAS-SOLICITUDES.DAT (SALVO QUE YA HAYA
      *     UNA PENDIENTE, COMO EN PLAS011), QUE EL PROVEEDOR TOMA Y
      *     PLAS007 CUMPLE,
      *   - AVISA AL TITULAR (EL QUE PAGA, AUNQUE SEA UNA ADICIONAL)
      *     CON EL CANAL DE CAR001: EMAIL SI TIENE UNO VALIDO, CON
      *     MANIFIESTO PARA LA PASARELA, Y SI NO CARTA; LA SUPRESION
      *     TOTAL DEL REGISTRO DE NO-CONTACTAR Y EL DOMICILIO DEVUELTO
      *     SIN EMAIL SUPRIMEN EL AVISO. CADA AVISO QUEDA EN
      *     CONTACTOS.DAT COMO "TC" Y LAS CARTAS ADEMAS EN
      *     PIEZAS-CORREO.DAT PARA EL SOBRE UNICO DE COR001.
      * LAS TARJETAS YA BLOQUEADAS, VENCIDAS, DADAS DE BAJA O DE UN
      * FALLECIDO NO SE TOCAN NI SE AVISAN (UNA RELANZADA DEL MISMO
      * ARCHIVO LAS ENCUENTRA ASI Y NO REPITE NADA), PERO ENTRAN EN
      * LA EXPOSICION: LISTADO-PLAS012-EXP, PARA EL EQUIPO DE FRAUDE,
      * CON CADA CONSUMO QUE CSM001 APLICO A CUALQUIER TARJETA DEL
      * ARCHIVO QUE SEA NUESTRA CON FECHA DESDE LA DEL COMPROMISO,
      * SEGUN CONSUMOS-HISTORICO.DAT. EL BLOQUEO VIAJA AL PROCESADOR
      * CON EL ARCHIVO DE AUTORIZACIONES DE AUT001 Y ALR001 LO AVISA
      * ADEMAS POR SMS/EMAIL A LOS ADHERIDOS A ALERTAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROMETIDAS
           ASSIGN TO "\COBOL\arch\plas-comprometidas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CMP-STAT.
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           COPY "\COBOL\fuentes\cpy\consumos-hist.sel".
           SELECT EMAIL-SALIDA
           ASSIGN TO WK-ARCHIVO-EMAIL
           ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO
           ASSIGN TO "\COBOL\arch\emails-manifiesto-plas012.prn"
           ORGANIZATION IS SEQUENTIAL.
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-PLAS012.cta"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PLAS012"
           ORGANIZATION IS SEQUENTIAL.
           SELECT EXPOSICION
           ASSIGN TO "\COBOL\listado\LISTADO-PLAS012-EXP"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * ARCHIVO DE LA RED: CABECERA, DETALLE DE TARJETAS Y TRAILER
       FD  COMPROMETIDAS.
       01  CMP-REG.
           03 CMP-TIPO                PIC X(01).
           03 CMP-PLASTICO            PIC 9(16).
           03 FILLER                  PIC X(08).
       01  CMP-CABECERA REDEFINES CMP-REG.
           03 CMH-TIPO                PIC X(01).
           03 CMH-FECHA-COMPROMISO    PIC 9(08).
           03 CMH-ALERTA              PIC X(12).
           03 FILLER                  PIC X(04).
       01  CMP-TRAILER REDEFINES CMP-REG.
           03 CMT-TIPO                PIC X(01).
           03 CMT-CANTIDAD            PIC 9(08).
           03 FILLER                  PIC X(16).

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".
       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".
       COPY "\COBOL\fuentes\cpy\fd-consumos-hist.fds".

      * UN ARCHIVO POR AVISO ENVIADO POR EMAIL, COMO EN TAS001
       FD  EMAIL-SALIDA.
       01  REG-EML                      PIC X(100).

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

       FD  EXPOSICION.
       01  REG-EXP                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CMP-STAT                  PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-SOLREG-STAT               PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-CHI-STAT                  PIC X(02).
       77  WK-HAY-DOMICILIOS            PIC 9          VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SOLREG-FINAL              PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-LINEA-EXP                 PIC 9(04)      VALUE 0.
       77  WK-HOJA-EXP                  PIC 9(03)      VALUE 0.
       77  WK-ARCHIVO-VALIDO            PIC 9          VALUE 0.
       77  WK-HAY-CABECERA              PIC 9          VALUE 0.
       77  WK-HAY-TRAILER               PIC 9          VALUE 0.
       77  WK-FECHA-COMPROMISO          PIC 9(08)      VALUE 0.
       77  WK-ALERTA                    PIC X(12)      VALUE SPACES.
       77  WK-CANT-TRAILER              PIC 9(08)      VALUE 0.
       77  WK-MOTIVO-INVALIDO           PIC X(40)      VALUE SPACES.
       77  WK-LUHN-VALIDO               PIC X(01)      VALUE SPACE.
       77  WK-ESTADO-ANTERIOR           PIC X(02)      VALUE SPACES.
       77  WK-SUPRIMIR                  PIC 9          VALUE 0.
       77  WK-CANAL-EMAIL               PIC 9          VALUE 0.
       77  WK-ARCHIVO-EMAIL             PIC X(40)      VALUE SPACES.
       77  L-PLAS                       PIC X(19).
       01  WK-RENGLON                   PIC X(100).

       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-BLOQUEADAS                PIC 9(06)      VALUE 0.
       77  WK-YA-INACTIVAS              PIC 9(06)      VALUE 0.
       77  WK-INVALIDAS                 PIC 9(06)      VALUE 0.
       77  WK-NO-NUESTRAS               PIC 9(06)      VALUE 0.
       77  WK-REPOSICIONES              PIC 9(06)      VALUE 0.
       77  WK-POR-EMAIL                 PIC 9(06)      VALUE 0.
       77  WK-POR-PAPEL                 PIC 9(06)      VALUE 0.
       77  WK-SUPRIMIDOS                PIC 9(06)      VALUE 0.
       77  WK-EXPUESTOS                 PIC 9(06)      VALUE 0.
       77  WK-IMP-DEBITOS               PIC 9(12)V99   VALUE 0.
       77  WK-IMP-CREDITOS              PIC 9(12)V99   VALUE 0.

      * TARJETAS DEL ARCHIVO; CMP-HALLADA = 1 LAS QUE SON NUESTRAS,
      * QUE SON LAS QUE SE BUSCAN EN LA HISTORIA DE CONSUMOS
       77  WK-CMP-CANT                  PIC 9(04)      VALUE 0.
       77  WK-CMP-DESBORDE              PIC 9          VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       01  TAB-COMPROMETIDAS.
           03 TAB-CMP-ITEM OCCURS 9999
                           INDEXED BY CMP-INDEX.
              05 TAB-CMP-PLASTICO       PIC 9(16).
              05 TAB-CMP-HALLADA        PIC 9(01).

      * PLASTICOS CON SOLICITUD "P" YA REGISTRADA (MISMO CRITERIO
      * QUE PLAS011)
       77  WK-SOL-PEND-CANT             PIC 9(04)      VALUE 0.
       77  WK-SOL-YA-PEDIDO             PIC 9          VALUE 0.
       77  WK-IND-SOL                   PIC 9(04)      VALUE 0.
       01  TAB-SOL-PEND.
           03 TAB-SOL-PEND-PLAS         PIC 9(16) OCCURS 9999.

       01  WK-NOMBRE-EMAIL.
           03 FILLER                    PIC X(20) VALUE
           "\COBOL\listado\COMP-".
           03 WK-NE-DOC                 PIC 9(08).
           03 FILLER                    PIC X(01) VALUE "-".
           03 WK-NE-ORDEN               PIC 9(04).
           03 FILLER                    PIC X(04) VALUE ".eml".

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "TARJETAS COMPROMETIDAS INFORMADAS - PLAS012".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(16) VALUE
            "Alerta de red: ".
            03 TIT-ALERTA               PIC X(12).
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 FILLER                   PIC X(22) VALUE
            "Fecha del compromiso: ".
            03 TIT-COMPROMISO           PIC X(10).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(08) VALUE "Tarjeta".
            03 FILLER                   PIC X(13) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Estado".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Resultado".

       01  LIN-DETALLE.
            03 L-TARJETA                PIC X(19).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DOCUMENTO              PIC Z(07)9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(02).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-RESULTADO              PIC X(40).

       01  LIN-TOTAL.
            03 L-ROTULO                 PIC X(24).
            03 L-CANT                   PIC ZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-EXP-01.
            03 TIT-EXP-FECHA            PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(46) VALUE
            "EXPOSICION DE TARJETAS COMPROMETIDAS - PLAS012".
            03 FILLER                   PIC X(23) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-EXP-HOJA             PIC 9(03).

       01  TITULO-EXP-03.
            03 FILLER                   PIC X(08) VALUE "Tarjeta".
            03 FILLER                   PIC X(13) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Cuenta".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Fecha".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Tipo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(14) VALUE
            "       Importe".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Referencia".

       01  LIN-EXPOSICION.
            03 LE-TARJETA               PIC X(19).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LE-DOCUMENTO             PIC 9(08).
            03 FILLER                   PIC X(01) VALUE "/".
            03 LE-PRODUCTO              PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LE-FECHA                 PIC X(10).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LE-TIPO                  PIC X(01).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 LE-IMPORTE               PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LE-REFERENCIA            PIC 9(10).

       01  LIN-TOTAL-EXP.
            03 LE-ROTULO                PIC X(24).
            03 LE-TOTAL                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  CAR-SEPARADOR                PIC X(60) VALUE ALL "=".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           IF WK-ARCHIVO-VALIDO = 1
              PERFORM PROCESO    THRU F-PROCESO
              PERFORM EXPONER    THRU F-EXPONER
           END-IF
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA
                                    TIT-EXP-FECHA
           OPEN OUTPUT LISTADO
           PERFORM VALIDAR-ARCHIVO THRU F-VALIDAR-ARCHIVO
           MOVE WK-ALERTA        TO TIT-ALERTA
           MOVE WK-FECHA-COMPROMISO TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-COMPROMISO
           PERFORM ENCABEZAR     THRU F-ENCABEZAR
           IF WK-ARCHIVO-VALIDO = 0
              MOVE WK-MOTIVO-INVALIDO TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE "*** NO SE BLOQUEO NINGUNA TARJETA ***" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
              GO TO F-INICIO
           END-IF
           PERFORM CARGAR-SOLICITUDES-PEND THRU
                   F-CARGAR-SOLICITUDES-PEND
           PERFORM CARGAR-SUPRESIONES THRU F-CARGAR-SUPRESIONES
           OPEN I-O M-PLASTICOS
           OPEN EXTEND BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              OPEN OUTPUT BLOQUEOS
           END-IF
           OPEN EXTEND REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              OPEN OUTPUT REGISTRO-SOL
           END-IF
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
           OPEN OUTPUT CARTAS
           OPEN OUTPUT MANIFIESTO
           OPEN OUTPUT EXPOSICION
           MOVE "PLAS012" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "PLAS012" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS.
       F-INICIO. EXIT.

      * PRIMERA PASADA: EL ARCHIVO SE VALIDA ENTERO ANTES DE TOCAR
      * UNA SOLA TARJETA Y LAS TARJETAS QUEDAN EN LA TABLA
       VALIDAR-ARCHIVO.
           MOVE 0 TO WK-ARCHIVO-VALIDO
           OPEN INPUT COMPROMETIDAS
           IF NOT ( WK-CMP-STAT = "00" )
              MOVE "SIN ARCHIVO DE TARJETAS COMPROMETIDAS"
                TO WK-MOTIVO-INVALIDO
              GO TO F-VALIDAR-ARCHIVO
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ COMPROMETIDAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              EVALUATE CMP-TIPO
                 WHEN "H"
                      MOVE 1                    TO WK-HAY-CABECERA
                      MOVE CMH-FECHA-COMPROMISO TO WK-FECHA-COMPROMISO
                      MOVE CMH-ALERTA           TO WK-ALERTA
                 WHEN "T"
                      MOVE 1                    TO WK-HAY-TRAILER
                      MOVE CMT-CANTIDAD         TO WK-CANT-TRAILER
                 WHEN "D"
                      ADD 1 TO WK-LEIDOS
                      IF WK-CMP-CANT < 9999
                         ADD 1 TO WK-CMP-CANT
                         MOVE CMP-PLASTICO
                           TO TAB-CMP-PLASTICO(WK-CMP-CANT)
                         MOVE 0 TO TAB-CMP-HALLADA(WK-CMP-CANT)
                      ELSE
                         MOVE 1 TO WK-CMP-DESBORDE
                      END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE COMPROMETIDAS
           EVALUATE TRUE
              WHEN WK-HAY-CABECERA = 0
                   MOVE "ARCHIVO SIN CABECERA"  TO WK-MOTIVO-INVALIDO
              WHEN WK-FECHA-COMPROMISO = 0
                   MOVE "CABECERA SIN FECHA DE COMPROMISO"
                     TO WK-MOTIVO-INVALIDO
              WHEN WK-HAY-TRAILER = 0
                   MOVE "ARCHIVO SIN TRAILER"   TO WK-MOTIVO-INVALIDO
              WHEN WK-CANT-TRAILER NOT = WK-LEIDOS
                   MOVE "CANTIDAD NO COINCIDE CON EL TRAILER"
                     TO WK-MOTIVO-INVALIDO
              WHEN WK-CMP-DESBORDE = 1
                   MOVE "MAS DE 9999 TARJETAS, PARTIR EL ARCHIVO"
                     TO WK-MOTIVO-INVALIDO
              WHEN OTHER
                   MOVE 1 TO WK-ARCHIVO-VALIDO
           END-EVALUATE.
       F-VALIDAR-ARCHIVO. EXIT.

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

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-02
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 5 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM TRATAR-TARJETA THRU F-TRATAR-TARJETA
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CMP-CANT.
       F-PROCESO. EXIT.

      * UNA TARJETA DEL ARCHIVO: DIGITO VERIFICADOR, BUSQUEDA Y, SI
      * ESTA VIVA, BLOQUEO, REPOSICION Y AVISO
       TRATAR-TARJETA.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-CMP-PLASTICO(WK-IND) TO WK-PLAS-PLASTICO
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           MOVE L-PLAS TO L-TARJETA
           MOVE 0      TO L-DOCUMENTO
           MOVE SPACES TO L-ESTADO
           CALL "VAL-LUHN" USING WK-PLAS-PLASTICO
                                 WK-LUHN-VALIDO
           IF WK-LUHN-VALIDO = "N"
              ADD 1 TO WK-INVALIDAS
              MOVE "DIGITO VERIF. INCORRECTO" TO L-RESULTADO
              PERFORM RENGLON THRU F-RENGLON
              GO TO F-TRATAR-TARJETA
           END-IF
           MOVE WK-PLAS-PLASTICO TO PLAS-PLASTICO
           READ M-PLASTICOS
           INVALID KEY
                ADD 1 TO WK-NO-NUESTRAS
                MOVE "NO EXISTE EN PLASTICOS" TO L-RESULTADO
                PERFORM RENGLON THRU F-RENGLON
                GO TO F-TRATAR-TARJETA
           END-READ
           MOVE 1              TO TAB-CMP-HALLADA(WK-IND)
           MOVE PLAS-DOCUMENTO TO L-DOCUMENTO
           MOVE PLAS-ESTADO    TO L-ESTADO
           IF NOT ( PLAS-ESTADO = "AC" OR "PE" )
              ADD 1 TO WK-YA-INACTIVAS
              MOVE "NO ESTA VIVA, SOLO EXPOSICION" TO L-RESULTADO
              PERFORM RENGLON THRU F-RENGLON
              GO TO F-TRATAR-TARJETA
           END-IF
           MOVE PLAS-ESTADO TO WK-ESTADO-ANTERIOR
           MOVE "RO"        TO PLAS-ESTADO
           REWRITE PLAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-BLOQUEADAS
           PERFORM GRABAR-BLOQUEO   THRU F-GRABAR-BLOQUEO
           PERFORM GRABAR-SOLICITUD THRU F-GRABAR-SOLICITUD
           PERFORM AVISAR-CLIENTE   THRU F-AVISAR-CLIENTE
           PERFORM RENGLON THRU F-RENGLON.
       F-TRATAR-TARJETA. EXIT.

       RENGLON.
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-RENGLON. EXIT.

      * CONSTANCIA DEL BLOQUEO CON EL NUMERO DE ALERTA DE LA RED
       GRABAR-BLOQUEO.
           INITIALIZE BLQ-REG
           MOVE PLAS-PLASTICO      TO BLQ-PLASTICO
           MOVE PLAS-DOCUMENTO     TO BLQ-DOCUMENTO
           MOVE WK-HOY             TO BLQ-FECHA
           ACCEPT WK-HS FROM TIME
           COMPUTE BLQ-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           MOVE "PLAS012"          TO BLQ-OPERADOR
           MOVE "C"                TO BLQ-MOTIVO
           STRING "COMPROMETIDA ALERTA " WK-ALERTA
                  DELIMITED BY SIZE INTO BLQ-OBSERVACION
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
              MOVE "BLOQUEADA, REPOSICION YA PEDIDA" TO L-RESULTADO
              GO TO F-GRABAR-SOLICITUD
           END-IF
           INITIALIZE SOLR-REG
           MOVE PLAS-DOCUMENTO TO SOLR-DOCUMENTO
           MOVE PLAS-PLASTICO  TO SOLR-PLASTICO
           MOVE WK-HOY         TO SOLR-FECHA-SOLICITUD
           MOVE "P"            TO SOLR-ESTADO
           MOVE 0              TO SOLR-FECHA-CUMPLIDA
           WRITE SOLR-REG
           ADD 1 TO WK-REPOSICIONES
           MOVE "BLOQUEADA Y REPOSICION PEDIDA" TO L-RESULTADO
           IF WK-SOL-PEND-CANT < 9999
              ADD 1 TO WK-SOL-PEND-CANT
              MOVE PLAS-PLASTICO
                TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
           END-IF.
       F-GRABAR-SOLICITUD. EXIT.

      * AVISO AL TITULAR CON EL CRITERIO DE CANAL DE CAR001
       AVISAR-CLIENTE.
           PERFORM CONTROLAR-SUPRESION THRU F-CONTROLAR-SUPRESION
           IF WK-SUPRIMIR = 1
              ADD 1 TO WK-SUPRIMIDOS
              GO TO F-AVISAR-CLIENTE
           END-IF
           PERFORM EMITIR-AVISO THRU F-EMITIR-AVISO
           MOVE PLAS-DOCUMENTO TO WK-CNT-DOC
           MOVE PLAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "TC"           TO WK-CNT-TIPO
           IF WK-CANAL-EMAIL = 1
              MOVE "E"         TO WK-CNT-CANAL
           ELSE
              MOVE "P"         TO WK-CNT-CANAL
           END-IF
           MOVE "TARJETA COMPROMETIDA" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-AVISAR-CLIENTE. EXIT.

       CONTROLAR-SUPRESION.
           MOVE 0 TO WK-SUPRIMIR
                     WK-CANAL-EMAIL
           MOVE PLAS-DOCUMENTO TO WK-SUP-DOC-BUSCADO
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
           MOVE PLAS-DOCUMENTO TO DOM-DOCUMENTO
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
              MOVE PLAS-DOCUMENTO  TO WK-NE-DOC
              COMPUTE WK-NE-ORDEN = WK-POR-EMAIL + 1
              MOVE WK-NOMBRE-EMAIL TO WK-ARCHIVO-EMAIL
              OPEN OUTPUT EMAIL-SALIDA
           ELSE
              ADD 1 TO WK-POR-PAPEL
              WRITE REG-CARTA FROM CAR-SEPARADOR
              MOVE PLAS-DOCUMENTO TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           INITIALIZE WK-RENGLON
           STRING "Sr./Sra. "       DELIMITED BY SIZE
                  PLAS-NOMBRE-CORTO DELIMITED BY "  "
                  INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           INITIALIZE WK-RENGLON
           STRING "La red de tarjetas nos informo que los datos de su "
                  "tarjeta terminada en " WK-PLASTICO-4
                  DELIMITED BY SIZE INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE "pudieron quedar expuestos. Por su seguridad la tarjeta"
             TO WK-RENGLON
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE "fue bloqueada y ya pedimos una nueva, sin cargo."
             TO WK-RENGLON
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE WK-FECHA-COMPROMISO TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           INITIALIZE WK-RENGLON
           STRING "Revise sus consumos desde el " WK-FECHA-ED
                  " y desconozca los que no haya hecho."
                  DELIMITED BY SIZE INTO WK-RENGLON
           END-STRING
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           MOVE "Atentamente, Gerencia de Tarjetas" TO WK-RENGLON
           PERFORM ESCRIBIR-RENGLON THRU F-ESCRIBIR-RENGLON
           IF WK-CANAL-EMAIL = 1
              CLOSE EMAIL-SALIDA
              INITIALIZE MAN-REG
              MOVE "E"              TO MAN-TIPO
              MOVE PLAS-DOCUMENTO   TO MAN-DOCUMENTO
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

      * EXPOSICION PARA FRAUDE: UNA PASADA POR LA HISTORIA DE
      * CONSUMOS BUSCANDO LAS TARJETAS HALLADAS, DESDE LA FECHA DEL
      * COMPROMISO. COMPRAS Y ANTICIPOS SUMAN DEBITOS; DEVOLUCIONES
      * Y REVERSAS, CREDITOS
       EXPONER.
           PERFORM ENCABEZAR-EXP THRU F-ENCABEZAR-EXP
           OPEN INPUT CONSUMOS-HIST
           IF NOT ( WK-CHI-STAT = "00" )
              MOVE "SIN HISTORIA DE CONSUMOS" TO LIN-AVISO
              WRITE REG-EXP FROM LIN-AVISO
              GO TO F-EXPONER
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ CONSUMOS-HIST AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CHI-FECHA < WK-FECHA-COMPROMISO
                 EXIT PERFORM CYCLE
              END-IF
              SET CMP-INDEX TO 1
              SEARCH TAB-CMP-ITEM
               AT END
                 CONTINUE
               WHEN CMP-INDEX > WK-CMP-CANT
                 CONTINUE
               WHEN TAB-CMP-PLASTICO(CMP-INDEX) = CHI-PLASTICO
                    AND TAB-CMP-HALLADA(CMP-INDEX) = 1
                 PERFORM RENGLON-EXPOSICION THRU F-RENGLON-EXPOSICION
              END-SEARCH
           END-PERFORM
           CLOSE CONSUMOS-HIST.
       F-EXPONER. EXIT.

       ENCABEZAR-EXP.
           ADD 1 TO WK-HOJA-EXP
           MOVE WK-HOJA-EXP TO TIT-EXP-HOJA
           IF WK-HOJA-EXP = 1
              WRITE REG-EXP FROM TITULO-EXP-01 AFTER 0
           ELSE
              WRITE REG-EXP FROM TITULO-EXP-01 AFTER PAGE
           END-IF
           WRITE REG-EXP FROM TITULO-02
           WRITE REG-EXP FROM TITULO-LINE
           WRITE REG-EXP FROM TITULO-EXP-03
           WRITE REG-EXP FROM TITULO-LINE
           MOVE 5 TO WK-LINEA-EXP.
       F-ENCABEZAR-EXP. EXIT.

       RENGLON-EXPOSICION.
           IF WK-LINEA-EXP > 64
              PERFORM ENCABEZAR-EXP THRU F-ENCABEZAR-EXP
           END-IF
           MOVE CHI-PLASTICO       TO WK-PLAS-PLASTICO
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           MOVE L-PLAS             TO LE-TARJETA
           MOVE CHI-DOCUMENTO      TO LE-DOCUMENTO
           MOVE CHI-PRODUCTO       TO LE-PRODUCTO
           MOVE CHI-FECHA          TO WK-FECHA
           PERFORM MOVER-FECHA     THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED        TO LE-FECHA
           MOVE CHI-TIPO           TO LE-TIPO
           MOVE CHI-IMPORTE        TO LE-IMPORTE
           MOVE CHI-REFERENCIA     TO LE-REFERENCIA
           WRITE REG-EXP FROM LIN-EXPOSICION
           ADD 1 TO WK-LINEA-EXP
           ADD 1 TO WK-EXPUESTOS
           IF CHI-TIPO = "D" OR "R"
              ADD CHI-IMPORTE TO WK-IMP-CREDITOS
           ELSE
              ADD CHI-IMPORTE TO WK-IMP-DEBITOS
           END-IF.
       F-RENGLON-EXPOSICION. EXIT.

      * FALLA DE E/S SOBRE EL MAESTRO DE PLASTICOS: SE REGISTRA EN
      * LA BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA CON
      * RETURN-CODE 9; LO YA BLOQUEADO QUEDA Y LA RELANZADA SIGUE
      * CON EL RESTO
       ERROR-ES.
           MOVE "PLAS012"    TO WK-FE-PROGRAMA
           MOVE PLAS-CLAVE   TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF LK-MODO-BATCH = 0
              IF WK-ARCHIVO-VALIDO = 1
                 DISPLAY MESSAGE "Tarjetas comprometidas procesadas"
                 END-DISPLAY
              ELSE
                 DISPLAY MESSAGE "Archivo de la red rechazado"
                 END-DISPLAY
              END-IF
           END-IF.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 54
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Tarjetas informadas...: " TO L-ROTULO
           MOVE WK-LEIDOS                  TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Bloqueadas............: " TO L-ROTULO
           MOVE WK-BLOQUEADAS              TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Reposiciones pedidas..: " TO L-ROTULO
           MOVE WK-REPOSICIONES            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Ya no estaban vivas...: " TO L-ROTULO
           MOVE WK-YA-INACTIVAS            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Digito verif. erroneo.: " TO L-ROTULO
           MOVE WK-INVALIDAS               TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "No son nuestras.......: " TO L-ROTULO
           MOVE WK-NO-NUESTRAS             TO L-CANT
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
           MOVE "Consumos expuestos....: " TO L-ROTULO
           MOVE WK-EXPUESTOS               TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Total de Hojas........: " TO L-ROTULO
           MOVE TIT-HOJA                   TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           IF WK-ARCHIVO-VALIDO = 0
              GO TO F-TOTALES
           END-IF
           WRITE REG-EXP FROM TITULO-LINE
           MOVE "Consumos expuestos....: " TO L-ROTULO
           MOVE WK-EXPUESTOS               TO L-CANT
           WRITE REG-EXP FROM LIN-TOTAL
           MOVE "Debitos (C/A).........: " TO LE-ROTULO
           MOVE WK-IMP-DEBITOS             TO LE-TOTAL
           WRITE REG-EXP FROM LIN-TOTAL-EXP
           MOVE "Creditos (D/R)........: " TO LE-ROTULO
           MOVE WK-IMP-CREDITOS            TO LE-TOTAL
           WRITE REG-EXP FROM LIN-TOTAL-EXP.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE LISTADO
           IF WK-ARCHIVO-VALIDO = 0
              GO TO F-CERRAR-ARCHIVO
           END-IF
           INITIALIZE MAN-REG
           MOVE "T"          TO TRL-TIPO
           MOVE WK-POR-EMAIL TO TRL-CANTIDAD
           WRITE MAN-REG
           CLOSE M-PLASTICOS
                 BLOQUEOS
                 REGISTRO-SOL
                 CARTAS
                 MANIFIESTO
                 EXPOSICION
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM PLAS012.
