      * =================================================================== */
      *                                                                     */
      *   BUR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   consulta al buro de credito de los casos en analisis y           */
      *   denegacion automatica de los casos claros                        */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS ANALISTAS DECIDIAN LOS CASOS EN APERTURA 9 SOLO CON LO QUE
      * HAY EN M-CUENTAS. CADA NOCHE ESTE PASO:
      *   1) GUARDA EN BURO.IDX (UN INFORME POR DOCUMENTO) LO QUE
      *      CONTESTO EL BURO EN BURO-RESPUESTAS.PRN: SCORE, DEUDA EN
      *      OTRAS ENTIDADES Y PEOR SITUACION,
      *   2) RECORRE LOS CASOS EN ANALISIS: AL DOCUMENTO SIN INFORME
      *      (O CON UN INFORME MAS VIEJO QUE LA VIGENCIA) LO PIDE EN
      *      BURO-CONSULTAS.PRN, CON TRAILER "T", Y REGISTRA LA
      *      TRANSMISION (TRN001); AL QUE YA TIENE RESPUESTA VIGENTE
      *      LE APLICA LAS REGLAS DE BUR001.PAR,
      *   3) EL CASO CLARO (SCORE INFORMADO POR DEBAJO DEL MINIMO,
      *      PEOR SITUACION POR ENCIMA DE LA TOLERADA O DEUDA EN OTRAS
      *      ENTIDADES POR ENCIMA DEL MAXIMO) SE DENIEGA SOLO: SALE EL
      *      MOVIMIENTO "M" CON APERTURA 8 A MOV-ANALISIS.PRN, IGUAL
      *      QUE UNA DENEGACION DE ANA002, Y LA DECISION QUEDA EN
      *      DECISIONES-ANALISIS.DAT CON ANALISTA "BUR001" Y MOTIVO
      *      "BU". EL RESTO LLEGA AL ANALISTA CON EL INFORME A LA VISTA.
      * BUR001.PAR: SCORE MINIMO (DEFAULT 350), PEOR SITUACION
      * TOLERADA (DEFAULT 3), DEUDA MAXIMA EN OTRAS ENTIDADES (0 = SIN
      * TOPE) Y DIAS DE VIGENCIA DEL INFORME (DEFAULT 90); CADA VALOR
      * EN CERO DEJA EL DEFAULT.
      * EL BURO NO CONOCE EL NUMERO INTERNO: EL PEDIDO VIAJA CON EL
      * TIPO Y NUMERO DEL DOCUMENTO REAL (VAL-DOC), PORQUE EL NUMERO
      * INTERNO DE UNA LE, CUIT O PASAPORTE ES EL DNI DE OTRA
      * PERSONA, Y LA RESPUESTA VUELVE AL NUMERO INTERNO POR ESE MISMO
      * TIPO Y NUMERO. LA QUE NO CORRESPONDE A NINGUN DOCUMENTO
      * EMPADRONADO SE DESCARTA Y SE CUENTA EN EL LISTADO.
      * RETURN-CODE 1 SI LA TABLA DE MOVIMIENTOS SE LLENA, 9 SI FALLA
      * LA GRABACION DEL INFORME.
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
           COPY "\COBOL\fuentes\cpy\buro.sel".
           SELECT RESPUESTAS
           ASSIGN TO "\COBOL\arch\buro-respuestas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-BRP-STAT.
           SELECT CONSULTAS
           ASSIGN TO "\COBOL\arch\buro-consultas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-BCO-STAT.
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-analisis.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT DECISIONES
           ASSIGN TO "\COBOL\arch\decisiones-analisis.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DEC-STAT.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\bur001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-BUR001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-buro.fds".
       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

      * RESPUESTA DEL BURO: UN REGISTRO "D" POR DOCUMENTO CONSULTADO
      * Y EL TRAILER "T" CON LA CANTIDAD Y LA DEUDA TOTAL INFORMADA
       FD  RESPUESTAS.
       01  BRP-REG.
           03 BRP-TIPO                PIC X(01).
      * TIPO (EN BLANCO ES DNI) Y NUMERO DEL DOCUMENTO REAL
           03 BRP-TIPO-DOC            PIC X(01).
           03 BRP-NRO-DOC             PIC X(11).
           03 BRP-NRO-DOC-NUM REDEFINES BRP-NRO-DOC
                                      PIC 9(11).
           03 BRP-SCORE               PIC 9(03).
           03 BRP-DEUDA-OTRAS         PIC 9(12)V99.
           03 BRP-ENTIDADES           PIC 9(02).
           03 BRP-PEOR-SITUACION      PIC 9(01).
           03 BRP-FECHA               PIC 9(08).
       01  BRP-TRAILER REDEFINES BRP-REG.
           03 BRT-TIPO                PIC X(01).
           03 BRT-CANTIDAD            PIC 9(08).
           03 BRT-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(18).

      * PEDIDO AL BURO: UN REGISTRO "D" POR DOCUMENTO Y TRAILER "T"
       FD  CONSULTAS.
       01  BCO-REG.
           03 BCO-TIPO                PIC X(01).
      * TIPO Y NUMERO DEL DOCUMENTO REAL, NO EL NUMERO INTERNO
           03 BCO-TIPO-DOC            PIC X(01).
           03 BCO-NRO-DOC             PIC X(11).
           03 BCO-APELLIDO            PIC X(20).
           03 BCO-NOMBRE              PIC X(20).
           03 BCO-FECHA-NAC           PIC 9(08).
           03 BCO-FECHA               PIC 9(08).
       01  BCO-TRAILER REDEFINES BCO-REG.
           03 BCT-TIPO                PIC X(01).
           03 BCT-CANTIDAD            PIC 9(08).
           03 FILLER                  PIC X(60).

      * DECISIONES DE ANALISIS: UNA POR CASO RESUELTO, CON EL
      * ANALISTA Y EL MOTIVO; LAS CUENTA ANA003
       FD  DECISIONES.
       01  DEC-REG.
           03 DEC-FECHA               PIC 9(08).
           03 DEC-ANALISTA            PIC X(08).
           03 DEC-DOCUMENTO           PIC 9(08).
           03 DEC-PRODUCTO            PIC 9(02).
           03 DEC-DECISION            PIC X(01).
           03 DEC-MOTIVO              PIC X(02).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-SCORE-MINIMO        PIC 9(03).
           03 PAR-SITUACION-MAXIMA    PIC 9(01).
           03 PAR-DEUDA-MAXIMA        PIC 9(10)V99.
           03 PAR-DIAS-VIGENCIA       PIC 9(03).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-BUR-STAT                  PIC X(02).
       77  WK-BRP-STAT                  PIC X(02).
       77  WK-BCO-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-DEC-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-MOV-CANT                  PIC 9(04)     VALUE 0.
       77  WK-MOV-LLENA                 PIC 9         VALUE 0.
       77  WK-MOV-PENDIENTE             PIC 9         VALUE 0.
       77  WK-PEDIR                     PIC 9         VALUE 0.
       77  WK-REGLA                     PIC X(02)     VALUE SPACES.
       77  WK-SCORE-MINIMO              PIC 9(03)     VALUE 350.
       77  WK-SITUACION-MAXIMA          PIC 9(01)     VALUE 3.
       77  WK-DEUDA-MAXIMA              PIC 9(10)V99  VALUE 0.
       77  WK-DIAS-VIGENCIA             PIC 9(03)     VALUE 90.
       77  WK-DIAS-INFORME              PIC S9(06)    VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.
       77  WK-RESPUESTAS                PIC 9(06)     VALUE 0.
       77  WK-RESP-SIN-DOC              PIC 9(06)     VALUE 0.
       77  WK-DOC-RESUELTO              PIC 9         VALUE 0.
       77  WK-CASOS                     PIC 9(06)     VALUE 0.
       77  WK-CONSULTAS                 PIC 9(08)     VALUE 0.
       77  WK-DENEGADOS                 PIC 9(06)     VALUE 0.
       77  WK-A-ANALISTA                PIC 9(06)     VALUE 0.

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

      * LOS MOVIMIENTOS "M" YA DECIDIDOS Y NO CONSOLIDADOS (DE ANA002
      * O DE CORRIDAS ANTERIORES), MAS LAS DENEGACIONES DE ESTA NOCHE:
      * EL ARCHIVO SE REESCRIBE COMPLETO CON SU TRAILER
       01  TAB-MOVS.
           03 TAB-MOV-ITEM OCCURS 2000.
              05 TAB-MOV-REG            PIC X(97).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "BURO DE CREDITO DE CASOS EN ANALISIS - BUR001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(05) VALUE "Prod".
            03 FILLER                   PIC X(21) VALUE "Apellido".
            03 FILLER                   PIC X(06) VALUE "Score".
            03 FILLER                   PIC X(04) VALUE "Sit".
            03 FILLER                   PIC X(20) VALUE
            "Deuda otras ent.".
            03 FILLER                   PIC X(13) VALUE "Accion".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-APELLIDO               PIC X(20).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-SCORE                  PIC ZZ9.
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-SITUACION              PIC 9(01).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-DEUDA                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-ACCION                 PIC X(30).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

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
           OPEN OUTPUT LISTADO
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           OPEN I-O M-BURO
           IF NOT ( WK-BUR-STAT = "00" )
              OPEN OUTPUT M-BURO
              CLOSE M-BURO
              OPEN I-O M-BURO
           END-IF
           OPEN INPUT M-CUENTAS
           OPEN OUTPUT CONSULTAS
           OPEN EXTEND DECISIONES
           IF NOT ( WK-DEC-STAT = "00" )
              OPEN OUTPUT DECISIONES
           END-IF
           PERFORM CARGAR-MOVIMIENTOS THRU F-CARGAR-MOVIMIENTOS.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-SCORE-MINIMO > 0
                      MOVE PAR-SCORE-MINIMO TO WK-SCORE-MINIMO
                   END-IF
                   IF PAR-SITUACION-MAXIMA > 0
                      MOVE PAR-SITUACION-MAXIMA TO WK-SITUACION-MAXIMA
                   END-IF
                   IF PAR-DEUDA-MAXIMA > 0
                      MOVE PAR-DEUDA-MAXIMA TO WK-DEUDA-MAXIMA
                   END-IF
                   IF PAR-DIAS-VIGENCIA > 0
                      MOVE PAR-DIAS-VIGENCIA TO WK-DIAS-VIGENCIA
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

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

      * LO DECIDIDO Y TODAVIA NO CONSOLIDADO SE CONSERVA, COMO EN
      * ANA002: SE RECARGA SIN SU TRAILER
       CARGAR-MOVIMIENTOS.
           OPEN INPUT MOV-CTAS
           IF NOT ( WK-MOV-STAT = "00" )
              GO TO F-CARGAR-MOVIMIENTOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-CTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF M-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-MOV-CANT < 2000
                 ADD 1 TO WK-MOV-CANT
                 MOVE MOV-REG TO TAB-MOV-REG(WK-MOV-CANT)
              END-IF
           END-PERFORM
           CLOSE MOV-CTAS.
       F-CARGAR-MOVIMIENTOS. EXIT.

       PROCESO.
           PERFORM APLICAR-RESPUESTAS THRU F-APLICAR-RESPUESTAS
           PERFORM REVISAR-CASOS      THRU F-REVISAR-CASOS.
       F-PROCESO. EXIT.

      * LA RESPUESTA PISA EL INFORME ANTERIOR DEL DOCUMENTO, SALVO
      * QUE ESE INFORME SEA MAS NUEVO; SI EL BURO CONTESTA POR ALGUIEN
      * QUE NO FIGURA SE LO GUARDA IGUAL
       APLICAR-RESPUESTAS.
           OPEN INPUT RESPUESTAS
           IF NOT ( WK-BRP-STAT = "00" )
              GO TO F-APLICAR-RESPUESTAS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ RESPUESTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( BRP-TIPO = "D" )
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-RESPUESTAS
              PERFORM RESOLVER-RESPUESTA THRU F-RESOLVER-RESPUESTA
              IF WK-DOC-RESUELTO = 0
                 ADD 1 TO WK-RESP-SIN-DOC
                 EXIT PERFORM CYCLE
              END-IF
              MOVE WK-VDO-DOCUMENTO TO BUR-DOCUMENTO
              READ M-BURO
              INVALID KEY
                   PERFORM ARMAR-RESPUESTA THRU F-ARMAR-RESPUESTA
                   MOVE 0 TO BUR-FECHA-CONSULTA
                   WRITE BUR-REG INVALID KEY
                         MOVE "WRITE" TO WK-FE-OPERACION
                         PERFORM ERROR-ES THRU F-ERROR-ES
                   END-WRITE
              NOT INVALID KEY
                   IF BUR-ESTADO = "R"
                      AND BRP-FECHA < BUR-FECHA-RESPUESTA
                      EXIT PERFORM CYCLE
                   END-IF
                   PERFORM ARMAR-RESPUESTA THRU F-ARMAR-RESPUESTA
                   REWRITE BUR-REG INVALID KEY
                         MOVE "REWRITE" TO WK-FE-OPERACION
                         PERFORM ERROR-ES THRU F-ERROR-ES
                   END-REWRITE
              END-READ
           END-PERFORM
           CLOSE RESPUESTAS.
       F-APLICAR-RESPUESTAS. EXIT.

      * DEL DOCUMENTO REAL DE LA RESPUESTA AL NUMERO INTERNO. UN DNI
      * MENOR A 1000000 ES UN DNI VIEJO QUE SE PIDIO CON SU PROPIO
      * NUMERO (VAL-DOC "I" LO DEVUELVE ASI) Y VUELVE IGUAL
       RESOLVER-RESPUESTA.
           MOVE 0 TO WK-DOC-RESUELTO
           MOVE "B"          TO WK-VDO-ACCION
           MOVE 0            TO WK-VDO-SIMULACION
           MOVE BRP-TIPO-DOC TO WK-VDO-TIPO
           IF BRP-TIPO-DOC = SPACE
              MOVE "D"       TO WK-VDO-TIPO
           END-IF
           IF WK-VDO-TIPO = "D"
              AND BRP-NRO-DOC-NUM IS NUMERIC
              AND BRP-NRO-DOC-NUM > 0
              AND BRP-NRO-DOC-NUM < 1000000
              MOVE BRP-NRO-DOC-NUM TO WK-VDO-DOCUMENTO
              MOVE 1 TO WK-DOC-RESUELTO
              GO TO F-RESOLVER-RESPUESTA
           END-IF
           MOVE BRP-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF WK-VDO-RESULTADO = "S"
              MOVE 1 TO WK-DOC-RESUELTO
           END-IF.
       F-RESOLVER-RESPUESTA. EXIT.

       ARMAR-RESPUESTA.
           MOVE WK-VDO-DOCUMENTO   TO BUR-DOCUMENTO
           MOVE "R"                TO BUR-ESTADO
           MOVE BRP-FECHA          TO BUR-FECHA-RESPUESTA
           IF BRP-FECHA = 0
              MOVE WK-HOY          TO BUR-FECHA-RESPUESTA
           END-IF
           MOVE BRP-SCORE          TO BUR-SCORE
           MOVE BRP-DEUDA-OTRAS    TO BUR-DEUDA-OTRAS
           MOVE BRP-ENTIDADES      TO BUR-ENTIDADES
           MOVE BRP-PEOR-SITUACION TO BUR-PEOR-SITUACION
           MOVE SPACE              TO BUR-DICTAMEN
           MOVE SPACES             TO BUR-REGLA.
       F-ARMAR-RESPUESTA. EXIT.

      * LOS CASOS EN ANALISIS (APERTURA 9, SIN BAJA) DE TODA LA
      * CARTERA; VARIOS PRODUCTOS DEL MISMO DOCUMENTO COMPARTEN EL
      * INFORME Y EL PEDIDO SALE UNA SOLA VEZ
       REVISAR-CASOS.
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-APERTURA = 9 AND CTAS-FECHA-BAJA = 0
                 ADD 1 TO WK-CASOS
                 PERFORM REVISAR-CASO THRU F-REVISAR-CASO
              END-IF
           END-PERFORM.
       F-REVISAR-CASOS. EXIT.

       REVISAR-CASO.
           MOVE CTAS-DOCUMENTO TO BUR-DOCUMENTO
           MOVE 0 TO WK-PEDIR
           READ M-BURO
           INVALID KEY
                MOVE 1 TO WK-PEDIR
           END-READ
           IF WK-PEDIR = 1
              INITIALIZE BUR-REG
              MOVE CTAS-DOCUMENTO TO BUR-DOCUMENTO
              PERFORM PEDIR-INFORME THRU F-PEDIR-INFORME
              WRITE BUR-REG INVALID KEY
                    MOVE "WRITE" TO WK-FE-OPERACION
                    PERFORM ERROR-ES THRU F-ERROR-ES
              END-WRITE
              GO TO F-REVISAR-CASO
           END-IF
           IF BUR-ESTADO = "P"
              GO TO F-REVISAR-CASO
           END-IF
           PERFORM CONTROLAR-VIGENCIA THRU F-CONTROLAR-VIGENCIA
           IF WK-PEDIR = 1
              PERFORM PEDIR-INFORME THRU F-PEDIR-INFORME
              REWRITE BUR-REG INVALID KEY
                    MOVE "REWRITE" TO WK-FE-OPERACION
                    PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
              GO TO F-REVISAR-CASO
           END-IF
           PERFORM BUSCAR-MOVIMIENTO THRU F-BUSCAR-MOVIMIENTO
           IF WK-MOV-PENDIENTE = 1
              GO TO F-REVISAR-CASO
           END-IF
           PERFORM APLICAR-REGLAS THRU F-APLICAR-REGLAS
           IF WK-REGLA = SPACES
              ADD 1 TO WK-A-ANALISTA
           ELSE
              PERFORM DENEGAR THRU F-DENEGAR
           END-IF.
       F-REVISAR-CASO. EXIT.

      * UN INFORME MAS VIEJO QUE LA VIGENCIA NO SIRVE PARA DECIDIR:
      * SE LO VUELVE A PEDIR
       CONTROLAR-VIGENCIA.
           MOVE 0 TO WK-PEDIR
           MOVE 0 TO WK-DIAS-INFORME
           CALL "FEC-DIF" USING BUR-FECHA-RESPUESTA
                                WK-HOY
                                WK-DIAS-INFORME
                                WK-DIAS-HABILES-DIF
                                WK-DIF-VALIDA
           IF WK-DIF-VALIDA = "N"
              OR WK-DIAS-INFORME > WK-DIAS-VIGENCIA
              MOVE 1 TO WK-PEDIR
           END-IF.
       F-CONTROLAR-VIGENCIA. EXIT.

       PEDIR-INFORME.
           MOVE "P"            TO BUR-ESTADO
           MOVE WK-HOY         TO BUR-FECHA-CONSULTA
           MOVE SPACE          TO BUR-DICTAMEN
           MOVE SPACES         TO BUR-REGLA
           INITIALIZE BCO-REG
           MOVE "D"            TO BCO-TIPO
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO    TO BCO-TIPO-DOC
           MOVE WK-VDO-NUMERO  TO BCO-NRO-DOC
           MOVE CTAS-APELLIDO  TO BCO-APELLIDO
           MOVE CTAS-NOMBRE    TO BCO-NOMBRE
           MOVE CTAS-FECHA-NAC TO BCO-FECHA-NAC
           MOVE WK-HOY         TO BCO-FECHA
           WRITE BCO-REG
           ADD 1 TO WK-CONSULTAS
           MOVE "CONSULTA ENVIADA AL BURO" TO L-ACCION
           PERFORM LISTAR THRU F-LISTAR.
       F-PEDIR-INFORME. EXIT.

      * UN CASO QUE YA TIENE SU "M" ESPERANDO CONSOLIDACION (DECIDIDO
      * EN ANA002 O DENEGADO EN UNA CORRIDA ANTERIOR) NO SE TOCA
       BUSCAR-MOVIMIENTO.
           MOVE 0 TO WK-MOV-PENDIENTE
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-MOV-CANT
                      OR WK-MOV-PENDIENTE = 1
              MOVE TAB-MOV-REG(WK-IND) TO MOV-REG
              IF M-MOV = "M"
                 AND M-CTA = CTAS-DOCUMENTO
                 AND M-PRODUCTO = CTAS-PRODUCTO
                 MOVE 1 TO WK-MOV-PENDIENTE
              END-IF
           END-PERFORM.
       F-BUSCAR-MOVIMIENTO. EXIT.

      * SOLO LOS CASOS CLAROS: SCORE 0 ES "SIN DATOS" Y NO DENIEGA
       APLICAR-REGLAS.
           MOVE SPACES TO WK-REGLA
           IF BUR-SCORE > 0
              AND BUR-SCORE < WK-SCORE-MINIMO
              MOVE "SC" TO WK-REGLA
              GO TO F-APLICAR-REGLAS
           END-IF
           IF BUR-PEOR-SITUACION > WK-SITUACION-MAXIMA
              MOVE "SI" TO WK-REGLA
              GO TO F-APLICAR-REGLAS
           END-IF
           IF WK-DEUDA-MAXIMA > 0
              AND BUR-DEUDA-OTRAS > WK-DEUDA-MAXIMA
              MOVE "DE" TO WK-REGLA
           END-IF.
       F-APLICAR-REGLAS. EXIT.

      * LA DENEGACION AUTOMATICA ES LA MISMA QUE LA DEL ANALISTA EN
      * ANA002: MOVIMIENTO "M" CON APERTURA 8 Y RENGLON DE DECISION
       DENEGAR.
           IF WK-MOV-CANT NOT < 2000
              MOVE 1 TO WK-MOV-LLENA
              GO TO F-DENEGAR
           END-IF
           INITIALIZE MOV-REG
           MOVE "M"             TO M-MOV
           MOVE CTAS-DOCUMENTO  TO M-CTA
           MOVE CTAS-PRODUCTO   TO M-PRODUCTO
           MOVE CTAS-APELLIDO   TO M-APE
           MOVE CTAS-NOMBRE     TO M-NOM
           MOVE CTAS-FECHA-NAC  TO M-FNAC
           MOVE CTAS-PROVINCIA  TO M-PROV
           MOVE CTAS-SUCURSAL   TO M-SUCURSAL
           MOVE 8               TO M-APERTURA
           MOVE 0               TO M-FECHA-EFECTIVA
           MOVE CTAS-MONEDA     TO M-MONEDA
           ADD 1 TO WK-MOV-CANT
           MOVE MOV-REG TO TAB-MOV-REG(WK-MOV-CANT)
           INITIALIZE DEC-REG
           MOVE WK-HOY          TO DEC-FECHA
           MOVE "BUR001"        TO DEC-ANALISTA
           MOVE CTAS-DOCUMENTO  TO DEC-DOCUMENTO
           MOVE CTAS-PRODUCTO   TO DEC-PRODUCTO
           MOVE "D"             TO DEC-DECISION
           MOVE "BU"            TO DEC-MOTIVO
           WRITE DEC-REG
           MOVE "D"             TO BUR-DICTAMEN
           MOVE WK-REGLA        TO BUR-REGLA
           REWRITE BUR-REG INVALID KEY
                 MOVE "REWRITE" TO WK-FE-OPERACION
                 PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-DENEGADOS
           EVALUATE WK-REGLA
              WHEN "SC"
                   MOVE "DENEGADO: SCORE BAJO" TO L-ACCION
              WHEN "SI"
                   MOVE "DENEGADO: SITUACION" TO L-ACCION
              WHEN OTHER
                   MOVE "DENEGADO: DEUDA OTRAS ENT." TO L-ACCION
           END-EVALUATE
           PERFORM LISTAR THRU F-LISTAR.
       F-DENEGAR. EXIT.

       LISTAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO     TO L-DOC
           MOVE CTAS-PRODUCTO      TO L-PROD
           MOVE CTAS-APELLIDO      TO L-APELLIDO
           MOVE BUR-SCORE          TO L-SCORE
           MOVE BUR-PEOR-SITUACION TO L-SITUACION
           MOVE BUR-DEUDA-OTRAS    TO L-DEUDA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR. EXIT.

      * FALLA DE E/S SOBRE EL ARCHIVO DE INFORMES: SE REGISTRA EN LA
      * BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9
       ERROR-ES.
           MOVE "BUR001"      TO WK-FE-PROGRAMA
           MOVE BUR-DOCUMENTO TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 WK-BUR-STAT
           MOVE WK-CASOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

      * EL PEDIDO SE CIERRA CON SU TRAILER Y QUEDA EN EL REGISTRO DE
      * TRANSMISIONES; EL ARCHIVO DE MOVIMIENTOS SE REESCRIBE
      * COMPLETO, CON EL TRAILER QUE CONTROLA CTAS008
       FINAL-PROG.
           INITIALIZE BCO-REG
           MOVE "T"          TO BCT-TIPO
           MOVE WK-CONSULTAS TO BCT-CANTIDAD
           WRITE BCO-REG
           IF WK-DENEGADOS > 0
              OPEN OUTPUT MOV-CTAS
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-MOV-CANT
                 MOVE TAB-MOV-REG(WK-IND) TO MOV-REG
                 WRITE MOV-REG
              END-PERFORM
              INITIALIZE MOV-REG
              MOVE "T"         TO TR-MOV
              MOVE WK-MOV-CANT TO TR-CANTIDAD
              WRITE MOV-REG
              CLOSE MOV-CTAS
           END-IF
           IF WK-CONSULTAS > 0
              MOVE "buro-consultas" TO WK-TRN-ARCHIVO
              MOVE WK-CONSULTAS     TO WK-TRN-CANTIDAD
              MOVE 0                TO WK-TRN-PLAZO
              CALL "TRN001" USING WK-TRN-ARCHIVO
                                  WK-TRN-CANTIDAD
                                  WK-TRN-PLAZO
           END-IF
           IF WK-MOV-LLENA = 1
              MOVE "*** TABLA DE MOVIMIENTOS LLENA, CASOS SIN DENEGAR"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Respuestas del buro.........: " TO L-ROTULO
           MOVE WK-RESPUESTAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Casos en analisis...........: " TO L-ROTULO
           MOVE WK-CASOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Respuestas sin documento....: " TO L-ROTULO
           MOVE WK-RESP-SIN-DOC TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Consultas enviadas..........: " TO L-ROTULO
           MOVE WK-CONSULTAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Denegados automaticamente...: " TO L-ROTULO
           MOVE WK-DENEGADOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Para el analista con informe: " TO L-ROTULO
           MOVE WK-A-ANALISTA TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-CASOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 M-BURO
                 CONSULTAS
                 DECISIONES
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM BUR001.
