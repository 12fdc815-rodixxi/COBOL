      * =================================================================== */
      *                                                                     */
      *   PLAS013.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   conciliacion de la factura del proveedor de plasticos contra     */
      *   lo pedido y lo efectivamente recibido                            */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAS013.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 16/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA FACTURA DEL PROVEEDOR DE TARJETAS SE PAGABA CONTRA SU
      * PROPIO DETALLE, SIN CRUZARLA CON LO QUE REALMENTE NOS LLEGO.
      * ESTE BATCH, QUE OPERACIONES CORRE CUANDO LLEGA LA FACTURA
      * (COMO PLAS012 CON EL ARCHIVO DE LA RED), LEE EL DETALLE
      * PLAS-FACTURA.PRN (CABECERA "H" CON NUMERO, FECHA Y FECHA DE
      * CORTE DE LA FACTURA; UN "D" POR TARJETA FACTURADA CON LA
      * TARJETA QUE REEMPLAZA, CERO EN UNA PRIMERA EMISION, Y EL
      * PRECIO UNITARIO; TRAILER "T" CON CANTIDAD E IMPORTE). EL
      * ARCHIVO SE VALIDA ENTERO ANTES DE MARCAR NADA: SIN CABECERA,
      * SIN NUMERO DE FACTURA O CON EL TRAILER QUE NO CIERRA TERMINA
      * CON RETURN-CODE 1. DESPUES CRUZA LA FACTURA CON
      * PLAS-RECEPCIONES.DAT, DONDE PLAS007 ANOTA CADA TARJETA QUE
      * DA DE ALTA DESDE LOS CUMPLIDOS (REPOSICIONES DE
      * PLAS-SOLICITUDES.DAT, REEMISIONES DE COMPROMETIDAS DE PLAS012
      * Y PRIMERAS EMISIONES DE ADICIONALES), E INFORMA:
      *   - FACTURADA Y NUNCA RECIBIDA: NO ESTA EN LAS RECEPCIONES NI
      *     EN PLASTICOS.IDX. SI LA TARJETA QUE REEMPLAZA TIENE UNA
      *     SOLICITUD TODAVIA PENDIENTE SE ACLARA QUE EL PEDIDO
      *     EXISTE PERO LA TARJETA NO LLEGO.
      *   - FACTURADA DOS VECES: YA FACTURADA EN OTRA FACTURA, O
      *     REPETIDA EN ESTA MISMA.
      *   - PRECIO INCORRECTO: EL PRECIO UNITARIO NO ES EL DE LA
      *     LISTA DE PLAS013.PAR PARA SU TIPO (REPOSICION "R",
      *     REEMISION DE COMPROMETIDA "C", PRIMERA EMISION "E"). UN
      *     TIPO SIN PRECIO EN EL ARCHIVO NO SE CONTROLA.
      *   - RECIBIDA Y NO FACTURADA: EN LAS RECEPCIONES, SIN FACTURA
      *     Y RECIBIDA HASTA LA FECHA DE CORTE.
      *   - FACTURADA SIN REGISTRO DE RECEPCION: LA TARJETA ESTA EN
      *     PLASTICOS.IDX PERO NO EN LAS RECEPCIONES (LLEGO ANTES DEL
      *     REGISTRO O SE CARGO POR OTRA VIA); SE INFORMA PARA
      *     REVISAR, SIN CONTROL DE PRECIO.
      * CADA RECEPCION FACTURADA QUEDA MARCADA CON EL NUMERO Y LA
      * FECHA DE LA FACTURA Y EL PRECIO COBRADO; RELANZAR LA MISMA
      * FACTURA NO LA DA POR DUPLICADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURA
           ASSIGN TO "\COBOL\arch\plas-factura.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-FAC-STAT.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\plas013.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
           COPY "\COBOL\fuentes\cpy\recepciones-plas.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PLAS013"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * DETALLE DE LA FACTURA DEL PROVEEDOR: CABECERA, UNA TARJETA
      * POR RENGLON Y TRAILER
       FD  FACTURA.
       01  FAC-REG.
           03 FAC-TIPO                PIC X(01).
           03 FAC-PLASTICO            PIC 9(16).
           03 FAC-PLASTICO-ANTERIOR   PIC 9(16).
           03 FAC-FECHA-EMISION       PIC 9(08).
           03 FAC-PRECIO              PIC 9(06)V99.
       01  FAC-CABECERA REDEFINES FAC-REG.
           03 FCH-TIPO                PIC X(01).
           03 FCH-NUMERO              PIC 9(08).
           03 FCH-FECHA               PIC 9(08).
           03 FCH-FECHA-CORTE         PIC 9(08).
           03 FILLER                  PIC X(24).
       01  FAC-TRAILER REDEFINES FAC-REG.
           03 FCT-TIPO                PIC X(01).
           03 FCT-CANTIDAD            PIC 9(08).
           03 FCT-IMPORTE             PIC 9(10)V99.
           03 FILLER                  PIC X(28).

      * LISTA DE PRECIOS DEL CONTRATO: UN REGISTRO POR TIPO DE
      * TARJETA ("R", "C", "E") CON SU PRECIO UNITARIO
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-TIPO                PIC X(01).
           03 PAR-PRECIO              PIC 9(06)V99.

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".

       COPY "\COBOL\fuentes\cpy\fd-recepciones-plas.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-FAC-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-SOLREG-STAT               PIC X(02).
       77  WK-REC-STAT                  PIC X(02).
       77  WK-HAY-RECEPCIONES           PIC 9          VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-REC-FINAL                 PIC 9          VALUE 0.
       77  WK-SOLREG-FINAL              PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-ARCHIVO-VALIDO            PIC 9          VALUE 0.
       77  WK-HAY-CABECERA              PIC 9          VALUE 0.
       77  WK-HAY-TRAILER               PIC 9          VALUE 0.
       77  WK-NUMERO-FACTURA            PIC 9(08)      VALUE 0.
       77  WK-FECHA-FACTURA             PIC 9(08)      VALUE 0.
       77  WK-FECHA-CORTE               PIC 9(08)      VALUE 0.
       77  WK-CANT-TRAILER              PIC 9(08)      VALUE 0.
       77  WK-IMP-TRAILER               PIC 9(10)V99   VALUE 0.
       77  WK-MOTIVO-INVALIDO           PIC X(40)      VALUE SPACES.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-PRECIO-LISTA              PIC 9(06)V99   VALUE 0.
       77  WK-HAY-PRECIO                PIC 9          VALUE 0.
       77  L-PLAS                       PIC X(19).
       01  LIN-AVISO                    PIC X(132).

       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-IMP-FACTURADO             PIC 9(10)V99   VALUE 0.
       77  WK-CONCILIADAS               PIC 9(06)      VALUE 0.
       77  WK-NO-RECIBIDAS              PIC 9(06)      VALUE 0.
       77  WK-NO-RECIBIDAS-PEDIDAS      PIC 9(06)      VALUE 0.
       77  WK-DOBLES                    PIC 9(06)      VALUE 0.
       77  WK-REPETIDAS                 PIC 9(06)      VALUE 0.
       77  WK-PRECIO-MAL                PIC 9(06)      VALUE 0.
       77  WK-SIN-REGISTRO              PIC 9(06)      VALUE 0.
       77  WK-SIN-FACTURAR              PIC 9(06)      VALUE 0.
       77  WK-IMP-RECLAMO               PIC 9(10)V99   VALUE 0.
       77  WK-IMP-DIFERENCIA            PIC S9(10)V99  VALUE 0.

      * PRECIOS DE LISTA POR TIPO; TP-HAY = 0 SI PLAS013.PAR NO
      * TRAE EL TIPO Y ENTONCES NO SE CONTROLA
       01  TAB-PRECIOS.
           03 TAB-PRECIO-ITEM OCCURS 3.
              05 TP-TIPO               PIC X(01).
              05 TP-HAY                PIC 9(01).
              05 TP-PRECIO             PIC 9(06)V99.
       77  WK-IND-PRE                   PIC 9(01)      VALUE 0.

      * RENGLONES DE LA FACTURA; TF-ESTADO: 0 SIN CRUZAR, 1
      * CONCILIADA, 2 YA FACTURADA ANTES, 3 PRECIO INCORRECTO.
      * TF-VECES CUENTA LAS APARICIONES EN ESTA MISMA FACTURA
       77  WK-FAC-CANT                  PIC 9(04)      VALUE 0.
       77  WK-FAC-DESBORDE              PIC 9          VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-IND-FAC                   PIC 9(04)      VALUE 0.
       01  TAB-FACTURA.
           03 TAB-FAC-ITEM OCCURS 9999.
              05 TF-PLASTICO            PIC 9(16).
              05 TF-ANTERIOR            PIC 9(16).
              05 TF-PRECIO              PIC 9(06)V99.
              05 TF-ESTADO              PIC 9(01).
              05 TF-VECES               PIC 9(03).

      * PLASTICOS CON SOLICITUD DE REPOSICION TODAVIA "P"
       77  WK-SOL-PEND-CANT             PIC 9(04)      VALUE 0.
       77  WK-IND-SOL                   PIC 9(04)      VALUE 0.
       01  TAB-SOL-PEND.
           03 TAB-SOL-PEND-PLAS         PIC 9(16) OCCURS 9999.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(60) VALUE
            "CONCILIACION FACTURA PROVEEDOR DE PLASTICOS - PLAS013".
            03 FILLER                   PIC X(50) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(13) VALUE
            "Factura Nro: ".
            03 TIT-FACTURA              PIC Z(07)9.
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 FILLER                   PIC X(07) VALUE "Fecha: ".
            03 TIT-FECHA-FACTURA        PIC X(10).
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 FILLER                   PIC X(07) VALUE "Corte: ".
            03 TIT-FECHA-CORTE          PIC X(10).

       01  TITULO-LINE                  PIC X(132) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(21) VALUE "Tarjeta".
            03 FILLER                   PIC X(21) VALUE "Anterior".
            03 FILLER                   PIC X(04) VALUE "T".
            03 FILLER                   PIC X(12) VALUE "Recibida".
            03 FILLER                   PIC X(10) VALUE "Fact.ant.".
            03 FILLER                   PIC X(12) VALUE
            "  Facturado".
            03 FILLER                   PIC X(12) VALUE
            "     Lista".
            03 FILLER                   PIC X(40) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-TARJETA                PIC X(19).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ANTERIOR               PIC X(19).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-TIPO                   PIC X(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RECIBIDA               PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-FACTURA-ANT            PIC Z(07)9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PRECIO-FAC             PIC ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PRECIO-LISTA           PIC ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(40).

       01  LIN-TOTAL.
            03 L-ROTULO                 PIC X(36).
            03 L-CANT                   PIC ZZZZZ9.

       01  LIN-TOTAL-IMP.
            03 LI-ROTULO                PIC X(36).
            03 LI-IMPORTE               PIC -ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           IF WK-ARCHIVO-VALIDO = 1
              PERFORM PROCESO       THRU F-PROCESO
              PERFORM NO-RECIBIDAS  THRU F-NO-RECIBIDAS
           END-IF
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA
           OPEN OUTPUT LISTADO
           PERFORM VALIDAR-ARCHIVO THRU F-VALIDAR-ARCHIVO
           MOVE WK-NUMERO-FACTURA TO TIT-FACTURA
           MOVE WK-FECHA-FACTURA TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA-FACTURA
           MOVE WK-FECHA-CORTE   TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA-CORTE
           PERFORM ENCABEZAR     THRU F-ENCABEZAR
           IF WK-ARCHIVO-VALIDO = 0
              MOVE WK-MOTIVO-INVALIDO TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE "*** NO SE CONCILIO NINGUNA TARJETA ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
              GO TO F-INICIO
           END-IF
           PERFORM CARGAR-PRECIOS THRU F-CARGAR-PRECIOS
           PERFORM CARGAR-SOLICITUDES-PEND THRU
                   F-CARGAR-SOLICITUDES-PEND
           OPEN INPUT M-PLASTICOS
           OPEN I-O RECEPCIONES
           IF WK-REC-STAT = "00"
              MOVE 1 TO WK-HAY-RECEPCIONES
           END-IF.
       F-INICIO. EXIT.

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

      * PRIMERA PASADA: LA FACTURA SE VALIDA ENTERA ANTES DE MARCAR
      * UNA SOLA RECEPCION Y SUS RENGLONES QUEDAN EN LA TABLA; UNA
      * TARJETA REPETIDA SUMA UNA VEZ MAS EN SU PRIMER RENGLON
       VALIDAR-ARCHIVO.
           MOVE 0 TO WK-ARCHIVO-VALIDO
           OPEN INPUT FACTURA
           IF NOT ( WK-FAC-STAT = "00" )
              MOVE "SIN ARCHIVO DE FACTURA DEL PROVEEDOR"
                TO WK-MOTIVO-INVALIDO
              GO TO F-VALIDAR-ARCHIVO
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ FACTURA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              EVALUATE FAC-TIPO
                 WHEN "H"
                      MOVE 1               TO WK-HAY-CABECERA
                      MOVE FCH-NUMERO      TO WK-NUMERO-FACTURA
                      MOVE FCH-FECHA       TO WK-FECHA-FACTURA
                      MOVE FCH-FECHA-CORTE TO WK-FECHA-CORTE
                 WHEN "T"
                      MOVE 1               TO WK-HAY-TRAILER
                      MOVE FCT-CANTIDAD    TO WK-CANT-TRAILER
                      MOVE FCT-IMPORTE     TO WK-IMP-TRAILER
                 WHEN "D"
                      ADD 1          TO WK-LEIDOS
                      ADD FAC-PRECIO TO WK-IMP-FACTURADO
                      PERFORM CARGAR-RENGLON THRU F-CARGAR-RENGLON
              END-EVALUATE
           END-PERFORM
           CLOSE FACTURA
           IF WK-FECHA-CORTE = 0
              MOVE WK-FECHA-FACTURA TO WK-FECHA-CORTE
           END-IF
           EVALUATE TRUE
              WHEN WK-HAY-CABECERA = 0
                   MOVE "FACTURA SIN CABECERA"  TO WK-MOTIVO-INVALIDO
              WHEN WK-NUMERO-FACTURA = 0
                   MOVE "CABECERA SIN NUMERO DE FACTURA"
                     TO WK-MOTIVO-INVALIDO
              WHEN WK-HAY-TRAILER = 0
                   MOVE "FACTURA SIN TRAILER"   TO WK-MOTIVO-INVALIDO
              WHEN WK-CANT-TRAILER NOT = WK-LEIDOS
                   MOVE "CANTIDAD NO COINCIDE CON EL TRAILER"
                     TO WK-MOTIVO-INVALIDO
              WHEN WK-IMP-TRAILER NOT = WK-IMP-FACTURADO
                   MOVE "IMPORTE NO COINCIDE CON EL TRAILER"
                     TO WK-MOTIVO-INVALIDO
              WHEN WK-FAC-DESBORDE = 1
                   MOVE "MAS DE 9999 TARJETAS, PARTIR EL ARCHIVO"
                     TO WK-MOTIVO-INVALIDO
              WHEN OTHER
                   MOVE 1 TO WK-ARCHIVO-VALIDO
           END-EVALUATE.
       F-VALIDAR-ARCHIVO. EXIT.

       CARGAR-RENGLON.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-FAC-CANT
                   OR WK-ENCONTRADO = 1
              IF TF-PLASTICO(WK-IND) = FAC-PLASTICO
                 ADD 1 TO TF-VECES(WK-IND)
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              GO TO F-CARGAR-RENGLON
           END-IF
           IF WK-FAC-CANT < 9999
              ADD 1 TO WK-FAC-CANT
              MOVE FAC-PLASTICO          TO TF-PLASTICO(WK-FAC-CANT)
              MOVE FAC-PLASTICO-ANTERIOR TO TF-ANTERIOR(WK-FAC-CANT)
              MOVE FAC-PRECIO            TO TF-PRECIO(WK-FAC-CANT)
              MOVE 0                     TO TF-ESTADO(WK-FAC-CANT)
              MOVE 1                     TO TF-VECES(WK-FAC-CANT)
           ELSE
              MOVE 1 TO WK-FAC-DESBORDE
           END-IF.
       F-CARGAR-RENGLON. EXIT.

      * LISTA DE PRECIOS POR TIPO; SIN ARCHIVO NO SE CONTROLA NINGUN
      * PRECIO Y EL LISTADO LO ADVIERTE
       CARGAR-PRECIOS.
           MOVE "R" TO TP-TIPO(1)
           MOVE "C" TO TP-TIPO(2)
           MOVE "E" TO TP-TIPO(3)
           MOVE 0   TO TP-HAY(1)
                       TP-HAY(2)
                       TP-HAY(3)
           OPEN INPUT PARAMETROS
           IF NOT ( WK-PAR-STAT = "00" )
              MOVE "SIN LISTA DE PRECIOS (PLAS013.PAR): PRECIOS NO CONTR
      -            "OLADOS" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
              GO TO F-CARGAR-PRECIOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ PARAMETROS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              PERFORM VARYING WK-IND-PRE FROM 1 BY 1
                      UNTIL WK-IND-PRE > 3
                 IF TP-TIPO(WK-IND-PRE) = PAR-TIPO
                    MOVE 1          TO TP-HAY(WK-IND-PRE)
                    MOVE PAR-PRECIO TO TP-PRECIO(WK-IND-PRE)
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE PARAMETROS.
       F-CARGAR-PRECIOS. EXIT.

      * CARGA EN MEMORIA LOS PLASTICOS QUE TODAVIA TIENEN UNA
      * SOLICITUD DE REPOSICION PENDIENTE (MISMO CRITERIO QUE PLAS011)
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

      * RECORRE LAS RECEPCIONES: LAS QUE ESTAN EN LA FACTURA SE
      * CONCILIAN Y SE MARCAN; LAS QUE NO, SI SON ANTERIORES AL CORTE
      * Y NUNCA SE FACTURARON, SALEN COMO RECIBIDAS SIN FACTURAR
       PROCESO.
           IF WK-HAY-RECEPCIONES = 0
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-REC-FINAL = 1
              READ RECEPCIONES AT END
                   MOVE 1 TO WK-REC-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              PERFORM BUSCAR-RENGLON THRU F-BUSCAR-RENGLON
              IF WK-ENCONTRADO = 1
                 PERFORM CONCILIAR THRU F-CONCILIAR
              ELSE
                 IF REC-FACTURA = 0
                    AND REC-FECHA-RECEPCION <= WK-FECHA-CORTE
                    PERFORM SIN-FACTURAR THRU F-SIN-FACTURAR
                 END-IF
              END-IF
           END-PERFORM.
       F-PROCESO. EXIT.

       BUSCAR-RENGLON.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-FAC-CANT
                   OR WK-ENCONTRADO = 1
              IF TF-PLASTICO(WK-IND) = REC-PLASTICO
                 MOVE WK-IND TO WK-IND-FAC
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM.
       F-BUSCAR-RENGLON. EXIT.

      * LA RECEPCION FACTURADA EN OTRA FACTURA ES UN COBRO DOBLE; SI
      * NO, SE CONTROLA EL PRECIO CONTRA LA LISTA Y SE LA MARCA CON
      * ESTA FACTURA (LA MISMA FACTURA RELANZADA NO ES DOBLE)
       CONCILIAR.
           PERFORM BUSCAR-PRECIO THRU F-BUSCAR-PRECIO
           PERFORM DETALLE-RECEPCION THRU F-DETALLE-RECEPCION
           IF REC-FACTURA <> 0
              AND REC-FACTURA <> WK-NUMERO-FACTURA
              MOVE 2 TO TF-ESTADO(WK-IND-FAC)
              ADD 1 TO WK-DOBLES
              ADD TF-PRECIO(WK-IND-FAC) TO WK-IMP-RECLAMO
              MOVE REC-FACTURA TO L-FACTURA-ANT
              MOVE "FACTURADA DOS VECES" TO L-OBS
              PERFORM IMPRIMIR THRU F-IMPRIMIR
              GO TO F-CONCILIAR
           END-IF
           IF WK-HAY-PRECIO = 1
              AND TF-PRECIO(WK-IND-FAC) <> WK-PRECIO-LISTA
              MOVE 3 TO TF-ESTADO(WK-IND-FAC)
              ADD 1 TO WK-PRECIO-MAL
              COMPUTE WK-IMP-DIFERENCIA = WK-IMP-DIFERENCIA
                      + TF-PRECIO(WK-IND-FAC) - WK-PRECIO-LISTA
              MOVE "PRECIO UNITARIO INCORRECTO" TO L-OBS
              PERFORM IMPRIMIR THRU F-IMPRIMIR
           ELSE
              MOVE 1 TO TF-ESTADO(WK-IND-FAC)
              ADD 1 TO WK-CONCILIADAS
           END-IF
           MOVE WK-NUMERO-FACTURA     TO REC-FACTURA
           MOVE WK-FECHA-FACTURA      TO REC-FECHA-FACTURA
           MOVE TF-PRECIO(WK-IND-FAC) TO REC-PRECIO
           REWRITE REC-REG.
       F-CONCILIAR. EXIT.

       BUSCAR-PRECIO.
           MOVE 0 TO WK-HAY-PRECIO
                     WK-PRECIO-LISTA
           PERFORM VARYING WK-IND-PRE FROM 1 BY 1
                   UNTIL WK-IND-PRE > 3
              IF TP-TIPO(WK-IND-PRE) = REC-TIPO
                 AND TP-HAY(WK-IND-PRE) = 1
                 MOVE 1                     TO WK-HAY-PRECIO
                 MOVE TP-PRECIO(WK-IND-PRE) TO WK-PRECIO-LISTA
              END-IF
           END-PERFORM.
       F-BUSCAR-PRECIO. EXIT.

       SIN-FACTURAR.
           ADD 1 TO WK-SIN-FACTURAR
           MOVE 0 TO WK-IND-FAC
           PERFORM BUSCAR-PRECIO THRU F-BUSCAR-PRECIO
           PERFORM DETALLE-RECEPCION THRU F-DETALLE-RECEPCION
           MOVE 0 TO L-PRECIO-FAC
           MOVE "RECIBIDA Y NO FACTURADA" TO L-OBS
           PERFORM IMPRIMIR THRU F-IMPRIMIR.
       F-SIN-FACTURAR. EXIT.

      * ARMA LA LINEA CON LOS DATOS DE LA RECEPCION (Y DEL RENGLON
      * DE LA FACTURA, SI LO HAY)
       DETALLE-RECEPCION.
           MOVE REC-PLASTICO TO WK-PLAS-PLASTICO
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           MOVE L-PLAS TO L-TARJETA
           IF REC-PLASTICO-ANTERIOR = 0
              MOVE SPACES TO L-ANTERIOR
           ELSE
              MOVE REC-PLASTICO-ANTERIOR TO WK-PLAS-PLASTICO
              PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
              MOVE L-PLAS TO L-ANTERIOR
           END-IF
           MOVE REC-TIPO TO L-TIPO
           MOVE REC-FECHA-RECEPCION TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED TO L-RECIBIDA
           MOVE 0 TO L-FACTURA-ANT
           IF WK-IND-FAC > 0
              MOVE TF-PRECIO(WK-IND-FAC) TO L-PRECIO-FAC
           END-IF
           MOVE WK-PRECIO-LISTA TO L-PRECIO-LISTA
           MOVE SPACES TO L-OBS.
       F-DETALLE-RECEPCION. EXIT.

      * SEGUNDA PASADA SOBRE LA FACTURA: LOS RENGLONES QUE NINGUNA
      * RECEPCION CRUZO Y LAS TARJETAS REPETIDAS EN LA MISMA FACTURA
       NO-RECIBIDAS.
           PERFORM VARYING WK-IND-FAC FROM 1 BY 1
                   UNTIL WK-IND-FAC > WK-FAC-CANT
              IF TF-ESTADO(WK-IND-FAC) = 0
                 PERFORM SIN-RECEPCION THRU F-SIN-RECEPCION
              END-IF
              IF TF-VECES(WK-IND-FAC) > 1
                 PERFORM REPETIDA THRU F-REPETIDA
              END-IF
           END-PERFORM.
       F-NO-RECIBIDAS. EXIT.

      * NO ESTA EN LAS RECEPCIONES: SI TAMPOCO ESTA EN PLASTICOS.IDX
      * NUNCA LLEGO; SI ESTA, LLEGO SIN PASAR POR EL REGISTRO
       SIN-RECEPCION.
           PERFORM DETALLE-RENGLON THRU F-DETALLE-RENGLON
           MOVE TF-PLASTICO(WK-IND-FAC) TO PLAS-PLASTICO
           READ M-PLASTICOS
           INVALID KEY
                MOVE 0 TO WK-ENCONTRADO
           NOT INVALID KEY
                MOVE 1 TO WK-ENCONTRADO
           END-READ
           IF WK-ENCONTRADO = 1
              ADD 1 TO WK-SIN-REGISTRO
              MOVE "FACTURADA SIN REGISTRO DE RECEPCION" TO L-OBS
              PERFORM IMPRIMIR THRU F-IMPRIMIR
              GO TO F-SIN-RECEPCION
           END-IF
           ADD TF-PRECIO(WK-IND-FAC) TO WK-IMP-RECLAMO
           MOVE 0 TO WK-ENCONTRADO
           IF TF-ANTERIOR(WK-IND-FAC) <> 0
              PERFORM VARYING WK-IND-SOL FROM 1 BY 1
                      UNTIL WK-IND-SOL > WK-SOL-PEND-CANT
                      OR WK-ENCONTRADO = 1
                 IF TAB-SOL-PEND-PLAS(WK-IND-SOL)
                    = TF-ANTERIOR(WK-IND-FAC)
                    MOVE 1 TO WK-ENCONTRADO
                 END-IF
              END-PERFORM
           END-IF
           IF WK-ENCONTRADO = 1
              ADD 1 TO WK-NO-RECIBIDAS-PEDIDAS
              MOVE "FACTURADA, PEDIDA Y NO RECIBIDA" TO L-OBS
           ELSE
              ADD 1 TO WK-NO-RECIBIDAS
              MOVE "FACTURADA Y NUNCA RECIBIDA" TO L-OBS
           END-IF
           PERFORM IMPRIMIR THRU F-IMPRIMIR.
       F-SIN-RECEPCION. EXIT.

      * CADA APARICION DE MAS EN LA MISMA FACTURA ES UN COBRO DOBLE
       REPETIDA.
           PERFORM DETALLE-RENGLON THRU F-DETALLE-RENGLON
           COMPUTE WK-IND = TF-VECES(WK-IND-FAC) - 1
           ADD WK-IND TO WK-REPETIDAS
           COMPUTE WK-IMP-RECLAMO = WK-IMP-RECLAMO
                   + TF-PRECIO(WK-IND-FAC) * WK-IND
           MOVE "REPETIDA EN ESTA FACTURA (VECES DE MAS)" TO L-OBS
           MOVE WK-IND TO L-FACTURA-ANT
           PERFORM IMPRIMIR THRU F-IMPRIMIR.
       F-REPETIDA. EXIT.

      * ARMA LA LINEA CON LOS DATOS DEL RENGLON DE LA FACTURA
       DETALLE-RENGLON.
           MOVE TF-PLASTICO(WK-IND-FAC) TO WK-PLAS-PLASTICO
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           MOVE L-PLAS TO L-TARJETA
           IF TF-ANTERIOR(WK-IND-FAC) = 0
              MOVE SPACES TO L-ANTERIOR
           ELSE
              MOVE TF-ANTERIOR(WK-IND-FAC) TO WK-PLAS-PLASTICO
              PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
              MOVE L-PLAS TO L-ANTERIOR
           END-IF
           MOVE SPACE  TO L-TIPO
           MOVE SPACES TO L-RECIBIDA
           MOVE 0      TO L-FACTURA-ANT
                          L-PRECIO-LISTA
           MOVE TF-PRECIO(WK-IND-FAC) TO L-PRECIO-FAC
           MOVE SPACES TO L-OBS.
       F-DETALLE-RENGLON. EXIT.

       IMPRIMIR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-IMPRIMIR. EXIT.

       FINAL-PROG.
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-ARCHIVO-VALIDO = 1
              AND WK-CONCILIADAS + WK-DOBLES + WK-PRECIO-MAL
                + WK-SIN-REGISTRO + WK-NO-RECIBIDAS
                + WK-NO-RECIBIDAS-PEDIDAS + WK-REPETIDAS
                <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF
           IF LK-MODO-BATCH = 0
              IF WK-ARCHIVO-VALIDO = 1
                 DISPLAY MESSAGE "Factura del proveedor conciliada"
                 END-DISPLAY
              ELSE
                 DISPLAY MESSAGE "Factura del proveedor rechazada"
                 END-DISPLAY
              END-IF
           END-IF.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 48
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Renglones facturados..............: " TO L-ROTULO
           MOVE WK-LEIDOS                  TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Importe facturado.................: " TO LI-ROTULO
           MOVE WK-IMP-FACTURADO           TO LI-IMPORTE
           WRITE REG-LIS FROM LIN-TOTAL-IMP
           IF WK-ARCHIVO-VALIDO = 0
              GO TO F-TOTALES
           END-IF
           MOVE "Conciliadas.......................: " TO L-ROTULO
           MOVE WK-CONCILIADAS             TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Facturadas y nunca recibidas......: " TO L-ROTULO
           MOVE WK-NO-RECIBIDAS            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Facturadas, pedidas y no recibidas: " TO L-ROTULO
           MOVE WK-NO-RECIBIDAS-PEDIDAS    TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Facturadas en otra factura........: " TO L-ROTULO
           MOVE WK-DOBLES                  TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Repetidas en esta factura.........: " TO L-ROTULO
           MOVE WK-REPETIDAS               TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Precio unitario incorrecto........: " TO L-ROTULO
           MOVE WK-PRECIO-MAL              TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Sin registro de recepcion.........: " TO L-ROTULO
           MOVE WK-SIN-REGISTRO            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Recibidas y no facturadas.........: " TO L-ROTULO
           MOVE WK-SIN-FACTURAR            TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "A reclamar (no recibidas/dobles)..: " TO LI-ROTULO
           MOVE WK-IMP-RECLAMO             TO LI-IMPORTE
           WRITE REG-LIS FROM LIN-TOTAL-IMP
           MOVE "Diferencia de precio sobre lista..: " TO LI-ROTULO
           MOVE WK-IMP-DIFERENCIA          TO LI-IMPORTE
           WRITE REG-LIS FROM LIN-TOTAL-IMP
           MOVE "Total de Hojas....................: " TO L-ROTULO
           MOVE TIT-HOJA                   TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE LISTADO
           IF WK-ARCHIVO-VALIDO = 0
              GO TO F-CERRAR-ARCHIVO
           END-IF
           CLOSE M-PLASTICOS
           IF WK-HAY-RECEPCIONES = 1
              CLOSE RECEPCIONES
           END-IF.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".

       END PROGRAM PLAS013.
