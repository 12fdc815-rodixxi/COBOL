      * =================================================================== */
      *                                                                     */
      *   BCK003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   recuperacion hacia adelante de mcuentas.idx: una generacion de  */
      *   BCK001 mas la auditoria grabada desde entonces                   */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCK003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * SI M-CUENTAS SE PIERDE A MITAD DEL DIA, BCK002 DEVUELVE LA
      * ULTIMA GENERACION Y TODO LO POSTEADO DESPUES (COBROS DE
      * CAJ001, CAPTURAS DE CTAS007, REACTIVACIONES DE DOR002...) SE
      * PIERDE. ESTE UTILITARIO, CON LA CADENA PARADA:
      *   - RECARGA LA GENERACION ELEGIDA EN BCK003.PAR EN UN MAESTRO
      *     DE TRABAJO (MCUENTAS-REC.IDX), NO EN EL VIVO,
      *   - BUSCA EN BACKUP-AUDITORIA.DAT LA POSICION DE LA AUDITORIA
      *     AL TOMAR ESA GENERACION Y CONTROLA QUE EL REGISTRO DE ESA
      *     POSICION SEA EL QUE ANOTO BCK001,
      *   - REAPLICA EN ORDEN CADA IMAGEN POSTERIOR GRABADA DESDE AHI
      *     HASTA LA FECHA Y/O SECUENCIA DE CORTE DEL PARAMETRO (CERO =
      *     HASTA EL FINAL). LA AUDITORIA NO GUARDA HORA: EL CORTE
      *     DENTRO DEL DIA SE DA POR SECUENCIA, LA MISMA QUE MUESTRA
      *     AUD005 Y QUE ESTE LISTADO IMPRIME EN CADA REGISTRO, ASI
      *     QUE PRIMERO SE CORRE EN ENSAYO, SE ELIGE EL ULTIMO
      *     REGISTRO BUENO Y DESPUES SE APLICA,
      *   - CONTROLA LA CADENA DE AUD-CADENA SOBRE LO YA SELLADO QUE
      *     REAPLICA (UN REGISTRO ALTERADO NO SE DEVUELVE AL MAESTRO);
      *     LO GRABADO DESPUES DEL ULTIMO SELLO SOLO SE CUENTA,
      *   - VERIFICA EL RESULTADO COMO VER001 (LA ULTIMA IMAGEN DE
      *     CADA CUENTA REAPLICADA CONTRA EL MAESTRO DE TRABAJO) Y
      *     RELEYENDOLO ENTERO: CANTIDAD Y SALDO DE CONTROL TIENEN
      *     QUE DAR LOS DE LA GENERACION MAS LO REAPLICADO,
      *   - Y SOLO SI TODO VERIFICA Y EL MODO ES "A" COPIA EL MAESTRO
      *     DE TRABAJO SOBRE MCUENTAS.IDX. EN ENSAYO O SIN VERIFICAR
      *     EL VIVO NO SE TOCA Y TERMINA CON RETURN-CODE 1.
      * LAS BAJAS FISICAS SE RECONOCEN CON LOS MISMOS CRITERIOS DE
      * VER001 ("X", "V" EN CERO Y LA PATA DE SALIDA "0" DE UN CAMBIO
      * DE PRODUCTO, CUYA PATA DE ENTRADA ARRANCA CON LOS DATOS DE LA
      * CUENTA VIEJA). LA AUDITORIA SOLO TRAE APELLIDO, NOMBRE, FECHA
      * DE NACIMIENTO, PROVINCIA, APERTURA, SALDO Y FECHA DE BAJA: UNA
      * CUENTA NUEVA EN EL PERIODO SE RECONSTRUYE CON ESO Y SE LISTA
      * PARA COMPLETAR SUCURSAL, MONEDA, LIMITE Y DEMAS A MANO; EL
      * REENGANCHE DE FUS001 SE LISTA PARA BORRAR EL DUPLICADO. UNA
      * IMAGEN ANTERIOR QUE NO COINCIDE CON LO RECUPERADO SE LISTA
      * (HUBO UN CAMBIO POR AFUERA DE LA AUDITORIA) PERO MANDA LA
      * POSTERIOR. NO GRABA AUDITORIA: REAPLICA LA QUE YA ESTA.
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
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           COPY "\COBOL\fuentes\cpy\clave-sello.sel".
           COPY "\COBOL\fuentes\cpy\backup-auditoria.sel".
           SELECT M-RECUPERA
           ASSIGN TO "\COBOL\arch\mcuentas-rec.idx"
           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY REC-CLAVE
                           FILE STATUS WK-REC-STAT.
           SELECT RESGUARDO
           ASSIGN TO WK-ARCHIVO-RESGUARDO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-RES-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-BCK003"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\bck003.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\bck003.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".
       COPY "\COBOL\fuentes\cpy\fd-clave-sello.fds".
       COPY "\COBOL\fuentes\cpy\fd-backup-auditoria.fds".

      * MAESTRO DE TRABAJO: MISMO REGISTRO QUE CTAS-REG
       FD  M-RECUPERA.
       01  REC-REG.
           03 REC-CLAVE.
              05 REC-DOCUMENTO        PIC 9(08).
              05 REC-PRODUCTO         PIC 9(02).
           03 REC-DATOS               PIC X(100).

       FD  RESGUARDO.
       01  RES-REG                      PIC X(110).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * MODO "A" APLICA Y DEVUELVE EL MAESTRO; CUALQUIER OTRO ES
      * ENSAYO. FECHA-HASTA Y SECUENCIA-HASTA EN CERO NO CORTAN
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-FECHA                 PIC 9(08).
           03 PAR-GENERACION            PIC X(01).
           03 PAR-FECHA-HASTA           PIC 9(08).
           03 PAR-SECUENCIA-HASTA       PIC 9(10).
           03 PAR-MODO                  PIC X(01).

       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-DOCUMENTO              PIC 9(08).
           03 SR-PRODUCTO               PIC 9(02).
           03 SR-SECUENCIA              PIC 9(10).
           03 SR-MOV                    PIC X(01).
           03 SR-DES-APERTURA           PIC 9(01).
           03 SR-DES-SALDO              PIC S9(10)V99.
           03 SR-DES-FECHA-BAJA         PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-sello.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).
       77  WK-BKA-STAT                  PIC X(02).
       77  WK-REC-STAT                  PIC X(02).
       77  WK-RES-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-SORT-FINAL                PIC 9         VALUE 0.
       77  WK-ABANDONA                  PIC 9         VALUE 0.
       77  WK-VERIFICA-MAL              PIC 9         VALUE 0.
       77  WK-FECHA-GEN                 PIC 9(08)     VALUE 0.
       77  WK-SUFIJO                    PIC X(03)     VALUE SPACES.
       77  WK-FECHA-HASTA               PIC 9(08)     VALUE 0.
       77  WK-SECUENCIA-HASTA           PIC 9(10)     VALUE 0.
       77  WK-MODO                      PIC X(01)     VALUE SPACE.
       77  WK-ARCHIVO-RESGUARDO         PIC X(60).
       77  WK-LINEA                     PIC 9(04)     VALUE 0.

      * POSICION DE LA GENERACION EN LA AUDITORIA (BCK001)
       77  WK-HAY-POSICION              PIC 9         VALUE 0.
       77  WK-POS-SECUENCIA             PIC 9(10)     VALUE 0.
       77  WK-POS-CANT-CTAS             PIC 9(08)     VALUE 0.
       01  WK-POS-MARCA.
           03 WK-MAR-FECHA              PIC 9(08).
           03 WK-MAR-DOCUMENTO          PIC 9(08).
           03 WK-MAR-PRODUCTO           PIC 9(02).
           03 WK-MAR-MOV                PIC X(01).
           03 WK-MAR-SALDO              PIC S9(10)V99.

      * RECORRIDO DE LA AUDITORIA
       77  WK-ARCHIVADOS                PIC 9(10)     VALUE 0.
       77  WK-SECUENCIA                 PIC 9(10)     VALUE 0.
       77  WK-ULTIMA-APLICADA           PIC 9(10)     VALUE 0.
       77  WK-MARCA-VISTA               PIC 9         VALUE 0.
       77  WK-HAY-CADENA                PIC 9         VALUE 0.
       77  WK-CADENA-ROTA               PIC 9(06)     VALUE 0.

      * REAPLICACION
       77  WK-EXISTE                    PIC 9         VALUE 0.
       77  WK-ES-BAJA                   PIC 9         VALUE 0.
       77  WK-SALDO-PREVIO              PIC S9(10)V99 VALUE 0.
       77  WK-APLICADOS                 PIC 9(08)     VALUE 0.
       77  WK-ALTAS                     PIC 9(08)     VALUE 0.
       77  WK-MODIFICADAS               PIC 9(08)     VALUE 0.
       77  WK-BAJAS                     PIC 9(08)     VALUE 0.
       77  WK-A-REVISAR                 PIC 9(08)     VALUE 0.
       77  WK-ERRORES-ES                PIC 9(08)     VALUE 0.

      * CONTROLES DE CANTIDAD Y SALDO
       77  WK-CANT-RESGUARDO            PIC 9(08)     VALUE 0.
       77  WK-CANT-ESPERADA             PIC 9(08)     VALUE 0.
       77  WK-CANT-RELEIDA              PIC 9(08)     VALUE 0.
       77  WK-CANT-DEVUELTA             PIC 9(08)     VALUE 0.
       77  WK-SALDO-ESPERADO            PIC S9(14)V99 VALUE 0.
       77  WK-SALDO-RELEIDO             PIC S9(14)V99 VALUE 0.

      * VERIFICACION AL ESTILO VER001
       77  WK-HAY-GRUPO                 PIC 9         VALUE 0.
       77  WK-ALTA-REVERTIDA            PIC 9         VALUE 0.
       77  WK-CONVERTIDA                PIC 9         VALUE 0.
       77  WK-VERIFICADAS               PIC 9(08)     VALUE 0.
       77  WK-NO-DESCIENDEN             PIC 9(08)     VALUE 0.

       01  WK-ULTIMA.
           03 ULT-DOCUMENTO             PIC 9(08).
           03 ULT-PRODUCTO              PIC 9(02).
           03 ULT-MOV                   PIC X(01).
           03 ULT-APERTURA              PIC 9(01).
           03 ULT-SALDO                 PIC S9(10)V99.
           03 ULT-FECHA-BAJA            PIC 9(08).

      * CUENTA VIEJA DE UN CAMBIO DE PRODUCTO: SU PATA DE ENTRADA
      * (LA SIGUIENTE "0" DEL MISMO DOCUMENTO) ARRANCA CON ESTOS DATOS
       01  WK-CONV-CUENTA               PIC X(110)    VALUE SPACES.
       01  FILLER REDEFINES WK-CONV-CUENTA.
           03 WK-CONV-DOCUMENTO         PIC 9(08).
           03 WK-CONV-PRODUCTO          PIC 9(02).
           03 FILLER                    PIC X(100).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-ESTADO                  PIC X(30).

       01  LIN-SALDO.
           03 L-SAL-ROTULO              PIC X(30).
           03 L-SAL-IMPORTE             PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-SAL-ESTADO              PIC X(20).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "RECUPERACION HACIA ADELANTE - BCK003".
            03 FILLER                   PIC X(33) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-02.
            03 FILLER                   PIC X(13) VALUE "Generacion: ".
            03 TIT-GENERACION           PIC 9(08).
            03 TIT-SUFIJO               PIC X(03).
            03 FILLER                   PIC X(10) VALUE "  Hasta: ".
            03 TIT-FECHA-HASTA          PIC 9(08).
            03 FILLER                   PIC X(07) VALUE "  Sec: ".
            03 TIT-SECUENCIA-HASTA      PIC 9(10).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 TIT-MODO                 PIC X(20).

       01  TITULO-03.
            03 FILLER                   PIC X(12) VALUE "Secuencia".
            03 FILLER                   PIC X(10) VALUE "Fecha".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(06) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE "Mov".
            03 FILLER                   PIC X(10) VALUE "Operador".
            03 FILLER                   PIC X(14) VALUE "Saldo".
            03 FILLER                   PIC X(20) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-SECUENCIA              PIC 9(10).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-FECHA                  PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 L-MOV                    PIC X(01).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-OPERADOR               PIC X(08).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-SALDO                  PIC -ZZZZZZZZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-OBS                    PIC X(34).
      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           IF WK-ABANDONA = 0
              PERFORM PROCESO THRU F-PROCESO
           END-IF
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           IF WK-ABANDONA = 1
              GO TO F-INICIO
           END-IF
           OPEN OUTPUT LISTADO
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-FECHA-GEN      TO TIT-GENERACION
           MOVE WK-SUFIJO         TO TIT-SUFIJO
           MOVE WK-FECHA-HASTA    TO TIT-FECHA-HASTA
           MOVE WK-SECUENCIA-HASTA TO TIT-SECUENCIA-HASTA
           IF WK-MODO = "A"
              MOVE "APLICA Y DEVUELVE" TO TIT-MODO
           ELSE
              MOVE "ENSAYO"            TO TIT-MODO
           END-IF
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           PERFORM LEER-CLAVE-SELLO THRU F-LEER-CLAVE-SELLO.
       F-INICIO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF NOT ( WK-PAR-STAT = "00" )
              DISPLAY MESSAGE "Falta bck003.par con generacion y corte"
              END-DISPLAY
              MOVE 1 TO WK-ABANDONA
              MOVE 1 TO RETURN-CODE
              GO TO F-LEER-PARAMETRO
           END-IF
           READ PARAMETROS AT END
                MOVE 1 TO WK-ABANDONA
                MOVE 1 TO RETURN-CODE
           NOT AT END
                MOVE PAR-FECHA           TO WK-FECHA-GEN
                MOVE PAR-FECHA-HASTA     TO WK-FECHA-HASTA
                MOVE PAR-SECUENCIA-HASTA TO WK-SECUENCIA-HASTA
                MOVE PAR-MODO            TO WK-MODO
                IF PAR-GENERACION = "M"
                   MOVE "-MD" TO WK-SUFIJO
                END-IF
           END-READ
           CLOSE PARAMETROS
           IF WK-FECHA-GEN = 0 AND WK-ABANDONA = 0
              DISPLAY MESSAGE "Fecha de generacion invalida"
              END-DISPLAY
              MOVE 1 TO WK-ABANDONA
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-LEER-PARAMETRO. EXIT.

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

      * CADA PASO SOLO SIGUE SI EL ANTERIOR VERIFICO
       PROCESO.
           PERFORM BUSCAR-POSICION THRU F-BUSCAR-POSICION
           IF WK-VERIFICA-MAL = 1
              GO TO F-PROCESO
           END-IF
           PERFORM CARGAR-RESGUARDO THRU F-CARGAR-RESGUARDO
           IF WK-VERIFICA-MAL = 1
              GO TO F-PROCESO
           END-IF
           PERFORM REAPLICAR-AUDITORIA THRU F-REAPLICAR-AUDITORIA
           IF WK-VERIFICA-MAL = 1
              GO TO F-PROCESO
           END-IF
           PERFORM VERIFICAR-IMAGENES THRU F-VERIFICAR-IMAGENES
           PERFORM VERIFICAR-TOTALES  THRU F-VERIFICAR-TOTALES
           IF WK-VERIFICA-MAL = 0 AND WK-MODO = "A"
              PERFORM DEVOLVER-MAESTRO THRU F-DEVOLVER-MAESTRO
           END-IF.
       F-PROCESO. EXIT.

      * LA ULTIMA ANOTACION DE LA GENERACION PEDIDA; LAS GENERACIONES
      * TOMADAS ANTES DE QUE BCK001 ANOTARA LA POSICION NO SIRVEN
       BUSCAR-POSICION.
           MOVE 0 TO WK-FINAL
           OPEN INPUT BACKUP-AUDITORIA
           IF WK-BKA-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ BACKUP-AUDITORIA AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF BKA-FECHA = WK-FECHA-GEN
                    AND BKA-SUFIJO = WK-SUFIJO
                    MOVE 1             TO WK-HAY-POSICION
                    MOVE BKA-SECUENCIA TO WK-POS-SECUENCIA
                    MOVE BKA-CANT-CTAS TO WK-POS-CANT-CTAS
                    MOVE BKA-MARCA     TO WK-POS-MARCA
                 END-IF
              END-PERFORM
              CLOSE BACKUP-AUDITORIA
           END-IF
           IF WK-HAY-POSICION = 0
              MOVE "Posicion en la auditoria....: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "GENERACION SIN POSICION" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
              GO TO F-BUSCAR-POSICION
           END-IF
      * LOS ARCHIVADOS POR AUD001 DESDE ENTONCES YA NO ESTAN EN EL
      * VIVO; SI ALCANZAN A LA POSICION, LO QUE HAY QUE REAPLICAR
      * EMPIEZA EN UN MES ARCHIVADO Y LA GENERACION ES DEMASIADO VIEJA
           MOVE 0 TO WK-FINAL
           OPEN INPUT SELLOS
           IF WK-SEL-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ SELLOS AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 MOVE SEL-ARCHIVADOS TO WK-ARCHIVADOS
              END-PERFORM
              CLOSE SELLOS
           END-IF
           IF WK-POS-SECUENCIA < WK-ARCHIVADOS
              MOVE "Posicion en la auditoria....: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "YA ARCHIVADA POR AUD001" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF.
       F-BUSCAR-POSICION. EXIT.

      * COMO BCK002, PERO SOBRE EL MAESTRO DE TRABAJO; ADEMAS SUMA EL
      * SALDO DE CONTROL DE LA GENERACION
       CARGAR-RESGUARDO.
           INITIALIZE WK-ARCHIVO-RESGUARDO
           STRING "\COBOL\arch\backup\mcuentas-"
                  WK-FECHA-GEN       DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-RESGUARDO
           END-STRING
           OPEN INPUT RESGUARDO
           IF NOT ( WK-RES-STAT = "00" )
              MOVE "Generacion no encontrada....: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "NO EXISTE" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
              GO TO F-CARGAR-RESGUARDO
           END-IF
           OPEN OUTPUT M-RECUPERA
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ RESGUARDO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE RES-REG TO CTAS-REG
              MOVE CTAS-REG TO REC-REG
              WRITE REC-REG INVALID KEY
                    MOVE 1 TO WK-VERIFICA-MAL
              END-WRITE
              ADD 1 TO WK-CANT-RESGUARDO
              ADD CTAS-SALDO TO WK-SALDO-ESPERADO
           END-PERFORM
           CLOSE RESGUARDO
                 M-RECUPERA
           MOVE WK-CANT-RESGUARDO TO WK-CANT-ESPERADA
           MOVE "Cuentas de la generacion....: " TO L-ROTULO
           MOVE WK-CANT-RESGUARDO TO L-CANT
           IF WK-CANT-RESGUARDO = WK-POS-CANT-CTAS
              AND WK-VERIFICA-MAL = 0
              MOVE "VERIFICADO" TO L-ESTADO
           ELSE
              MOVE "NO VERIFICA CON BCK001" TO L-ESTADO
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL.
       F-CARGAR-RESGUARDO. EXIT.

      * LA SECUENCIA EN LA CADENA EMPIEZA DESPUES DE LOS ARCHIVADOS.
      * HASTA LA POSICION SOLO SE CUENTA (Y SE CONTROLA LA MARCA);
      * DESDE AHI SE REAPLICA HASTA EL CORTE
       REAPLICAR-AUDITORIA.
           OPEN I-O M-RECUPERA
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              CLOSE M-RECUPERA
              MOVE "Auditoria...................: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "NO SE PUEDE ABRIR" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
              GO TO F-REAPLICAR-AUDITORIA
           END-IF
           MOVE WK-ARCHIVADOS TO WK-SECUENCIA
           MOVE 0 TO WK-FINAL
           IF WK-POS-SECUENCIA = WK-ARCHIVADOS
              MOVE 1 TO WK-MARCA-VISTA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-SECUENCIA
              IF WK-SECUENCIA < WK-POS-SECUENCIA
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-SECUENCIA = WK-POS-SECUENCIA
                 PERFORM CONTROLAR-MARCA THRU F-CONTROLAR-MARCA
                 IF WK-VERIFICA-MAL = 1
                    MOVE 1 TO WK-FINAL
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF
              IF ( WK-FECHA-HASTA > 0
                   AND AUD-FECHA > WK-FECHA-HASTA )
                 OR ( WK-SECUENCIA-HASTA > 0
                   AND WK-SECUENCIA > WK-SECUENCIA-HASTA )
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CONTROLAR-CADENA THRU F-CONTROLAR-CADENA
              PERFORM APLICAR-REGISTRO THRU F-APLICAR-REGISTRO
              MOVE WK-SECUENCIA TO WK-ULTIMA-APLICADA
           END-PERFORM
           CLOSE AUDITORIA
                 M-RECUPERA
           IF WK-MARCA-VISTA = 0 AND WK-VERIFICA-MAL = 0
              MOVE "Registro de la posicion.....: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "AUDITORIA MAS CORTA" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           PERFORM TOTALES-REAPLICACION THRU F-TOTALES-REAPLICACION.
       F-REAPLICAR-AUDITORIA. EXIT.

      * EL REGISTRO EN LA POSICION TIENE QUE SER EL QUE ANOTO BCK001;
      * SI ESTA SELLADO, SU AUD-CADENA ES EL PUNTO DE PARTIDA PARA
      * CONTROLAR LOS SIGUIENTES
       CONTROLAR-MARCA.
           MOVE 1 TO WK-MARCA-VISTA
           IF NOT ( AUD-FECHA = WK-MAR-FECHA
                    AND AUD-DOCUMENTO = WK-MAR-DOCUMENTO
                    AND AUD-PRODUCTO = WK-MAR-PRODUCTO
                    AND AUD-MOV = WK-MAR-MOV
                    AND AUD-DES-SALDO = WK-MAR-SALDO )
              MOVE "Registro de la posicion.....: " TO L-ROTULO
              MOVE 0 TO L-CANT
              MOVE "NO ES EL DEL RESGUARDO" TO L-ESTADO
              PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              MOVE 1 TO WK-VERIFICA-MAL
              GO TO F-CONTROLAR-MARCA
           END-IF
           IF AUD-CADENA > 0
              MOVE AUD-CADENA TO WK-SEL-CADENA
              MOVE 1 TO WK-HAY-CADENA
           END-IF.
       F-CONTROLAR-MARCA. EXIT.

      * MIENTRAS LOS REGISTROS VENGAN SELLADOS SE RECALCULA LA CADENA
      * COMO AUD005 Y SE COMPARA; EL PRIMERO SIN SELLAR CORTA EL
      * CONTROL. UNA RUPTURA SIGUE DESDE EL VALOR GRABADO PARA QUE
      * CADA MANIPULACION SE VEA EN SU LUGAR
       CONTROLAR-CADENA.
           IF AUD-CADENA = 0
              MOVE 0 TO WK-HAY-CADENA
              GO TO F-CONTROLAR-CADENA
           END-IF
      * SIN VALOR DE PARTIDA (LA POSICION ESTABA AL PRINCIPIO DEL
      * VIVO) EL PRIMERO SELLADO SOLO DA LA BASE DE LOS SIGUIENTES
           IF WK-HAY-CADENA = 0
              MOVE AUD-CADENA TO WK-SEL-CADENA
              MOVE 1 TO WK-HAY-CADENA
              GO TO F-CONTROLAR-CADENA
           END-IF
           PERFORM ENCADENAR THRU F-ENCADENAR
           IF NOT ( WK-SEL-CADENA = AUD-CADENA )
              ADD 1 TO WK-CADENA-ROTA
              MOVE 1 TO WK-VERIFICA-MAL
              MOVE "CADENA ROTA: REGISTRO ALTERADO" TO L-OBS
              PERFORM LISTAR-REGISTRO THRU F-LISTAR-REGISTRO
              MOVE AUD-CADENA TO WK-SEL-CADENA
           END-IF.
       F-CONTROLAR-CADENA. EXIT.

      * LA IMAGEN POSTERIOR ES EL ESTADO DE LA CUENTA DESPUES DEL
      * CAMBIO: SE PISA LO RECUPERADO CON ELLA, O SE BORRA LA CUENTA
      * SI EL CAMBIO FUE UNA BAJA FISICA
       APLICAR-REGISTRO.
           ADD 1 TO WK-APLICADOS
           MOVE SPACES TO L-OBS
           MOVE AUD-DOCUMENTO TO REC-DOCUMENTO
           MOVE AUD-PRODUCTO  TO REC-PRODUCTO
           MOVE 1 TO WK-EXISTE
           READ M-RECUPERA
           INVALID KEY
                MOVE 0 TO WK-EXISTE
           END-READ
           IF WK-EXISTE = 1
              MOVE REC-REG TO CTAS-REG
              IF NOT ( AUD-ANT-APELLIDO = SPACES )
                 AND ( AUD-ANT-SALDO NOT = CTAS-SALDO
                       OR AUD-ANT-FECHA-BAJA NOT = CTAS-FECHA-BAJA )
                 MOVE "ANTES NO COINCIDE: REVISAR" TO L-OBS
                 ADD 1 TO WK-A-REVISAR
              END-IF
           END-IF
           MOVE 0 TO WK-ES-BAJA
           IF AUD-MOV = "X"
              MOVE 1 TO WK-ES-BAJA
           END-IF
           IF AUD-MOV = "V"
              AND AUD-DES-APERTURA = 0
              AND AUD-DES-SALDO = 0
              AND AUD-DES-FECHA-BAJA = 0
              MOVE 1 TO WK-ES-BAJA
           END-IF
           IF AUD-MOV = "0"
              AND AUD-DES-SALDO = 0
              AND AUD-DES-FECHA-BAJA NOT = 0
              MOVE 1 TO WK-ES-BAJA
           END-IF
           EVALUATE TRUE
              WHEN WK-ES-BAJA = 1
                   PERFORM BORRAR-CUENTA THRU F-BORRAR-CUENTA
              WHEN WK-EXISTE = 1
                   PERFORM MODIFICAR-CUENTA THRU F-MODIFICAR-CUENTA
              WHEN OTHER
                   PERFORM RECONSTRUIR-CUENTA
                           THRU F-RECONSTRUIR-CUENTA
           END-EVALUATE
           PERFORM LISTAR-REGISTRO THRU F-LISTAR-REGISTRO.
       F-APLICAR-REGISTRO. EXIT.

       BORRAR-CUENTA.
           IF WK-EXISTE = 0
              MOVE "BAJA DE CUENTA INEXISTENTE" TO L-OBS
              ADD 1 TO WK-A-REVISAR
              GO TO F-BORRAR-CUENTA
           END-IF
           IF AUD-MOV = "0"
              MOVE CTAS-REG TO WK-CONV-CUENTA
           END-IF
           DELETE M-RECUPERA INVALID KEY
                  MOVE "ERROR DE E/S AL BORRAR" TO L-OBS
                  ADD 1 TO WK-ERRORES-ES
                  MOVE 1 TO WK-VERIFICA-MAL
                  GO TO F-BORRAR-CUENTA
           END-DELETE
           SUBTRACT 1 FROM WK-CANT-ESPERADA
           SUBTRACT CTAS-SALDO FROM WK-SALDO-ESPERADO
           ADD 1 TO WK-BAJAS.
       F-BORRAR-CUENTA. EXIT.

       MODIFICAR-CUENTA.
           MOVE CTAS-SALDO TO WK-SALDO-PREVIO
           PERFORM PONER-IMAGEN THRU F-PONER-IMAGEN
           MOVE CTAS-REG TO REC-REG
           REWRITE REC-REG INVALID KEY
                   MOVE "ERROR DE E/S AL REGRABAR" TO L-OBS
                   ADD 1 TO WK-ERRORES-ES
                   MOVE 1 TO WK-VERIFICA-MAL
                   GO TO F-MODIFICAR-CUENTA
           END-REWRITE
           COMPUTE WK-SALDO-ESPERADO = WK-SALDO-ESPERADO
                   + CTAS-SALDO - WK-SALDO-PREVIO
           ADD 1 TO WK-MODIFICADAS.
       F-MODIFICAR-CUENTA. EXIT.

      * LA PATA DE ENTRADA DE UN CAMBIO DE PRODUCTO (PRODUCTO VIEJO EN
      * AUD-PERIODO) HEREDA LA CUENTA VIEJA; CUALQUIER OTRA ALTA SOLO
      * TIENE LO QUE TRAE LA AUDITORIA
       RECONSTRUIR-CUENTA.
           IF AUD-MOV = "0"
              AND WK-CONV-DOCUMENTO = AUD-DOCUMENTO
              AND WK-CONV-PRODUCTO = AUD-PERIODO
              MOVE WK-CONV-CUENTA TO CTAS-REG
           ELSE
              INITIALIZE CTAS-REG
              IF AUD-MOV = "M"
                 MOVE "REENGANCHE FUS001: VER DUPLICADO" TO L-OBS
              ELSE
                 MOVE "ALTA: COMPLETAR SUC/MONEDA/LIMITE" TO L-OBS
              END-IF
              ADD 1 TO WK-A-REVISAR
           END-IF
           MOVE AUD-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE AUD-PRODUCTO  TO CTAS-PRODUCTO
           PERFORM PONER-IMAGEN THRU F-PONER-IMAGEN
           MOVE CTAS-REG TO REC-REG
           WRITE REC-REG INVALID KEY
                 MOVE "ERROR DE E/S AL GRABAR" TO L-OBS
                 ADD 1 TO WK-ERRORES-ES
                 MOVE 1 TO WK-VERIFICA-MAL
                 GO TO F-RECONSTRUIR-CUENTA
           END-WRITE
           ADD 1 TO WK-CANT-ESPERADA
           ADD CTAS-SALDO TO WK-SALDO-ESPERADO
           ADD 1 TO WK-ALTAS.
       F-RECONSTRUIR-CUENTA. EXIT.

       PONER-IMAGEN.
           MOVE AUD-DES-APELLIDO   TO CTAS-APELLIDO
           MOVE AUD-DES-NOMBRE     TO CTAS-NOMBRE
           MOVE AUD-DES-FECHA-NAC  TO CTAS-FECHA-NAC
           MOVE AUD-DES-PROVINCIA  TO CTAS-PROVINCIA
           MOVE AUD-DES-APERTURA   TO CTAS-APERTURA
           MOVE AUD-DES-SALDO      TO CTAS-SALDO
           MOVE AUD-DES-FECHA-BAJA TO CTAS-FECHA-BAJA.
       F-PONER-IMAGEN. EXIT.

       LISTAR-REGISTRO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-SECUENCIA  TO L-SECUENCIA
           MOVE AUD-FECHA     TO L-FECHA
           MOVE AUD-DOCUMENTO TO L-DOC
           MOVE AUD-PRODUCTO  TO L-PROD
           MOVE AUD-MOV       TO L-MOV
           MOVE AUD-OPERADOR  TO L-OPERADOR
           MOVE AUD-DES-SALDO TO L-SALDO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR-REGISTRO. EXIT.

       TOTALES-REAPLICACION.
           WRITE REG-LIS FROM TITULO-LINE
           ADD 1 TO WK-LINEA
           MOVE "Registros reaplicados.......: " TO L-ROTULO
           MOVE WK-APLICADOS TO L-CANT
           MOVE SPACES TO L-ESTADO
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "  cuentas modificadas.......: " TO L-ROTULO
           MOVE WK-MODIFICADAS TO L-CANT
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "  cuentas nuevas............: " TO L-ROTULO
           MOVE WK-ALTAS TO L-CANT
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "  cuentas borradas..........: " TO L-ROTULO
           MOVE WK-BAJAS TO L-CANT
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "Registros a revisar.........: " TO L-ROTULO
           MOVE WK-A-REVISAR TO L-CANT
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "Rupturas de la cadena.......: " TO L-ROTULO
           MOVE WK-CADENA-ROTA TO L-CANT
           IF WK-CADENA-ROTA = 0
              MOVE "VERIFICADO" TO L-ESTADO
           ELSE
              MOVE "NO VERIFICA" TO L-ESTADO
           END-IF
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "Errores de E/S..............: " TO L-ROTULO
           MOVE WK-ERRORES-ES TO L-CANT
           MOVE SPACES TO L-ESTADO
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "Ultima secuencia aplicada...: " TO L-ROTULO
           MOVE WK-ULTIMA-APLICADA TO L-CANT
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL.
       F-TOTALES-REAPLICACION. EXIT.

      * COMO VER001 PERO SOLO SOBRE LO REAPLICADO: LA ULTIMA IMAGEN DE
      * CADA CUENTA TOCADA CONTRA EL MAESTRO DE TRABAJO
       VERIFICAR-IMAGENES.
           OPEN INPUT M-RECUPERA
           SORT SORT-FILE
                ON ASCENDING KEY SR-DOCUMENTO
                                 SR-PRODUCTO
                                 SR-SECUENCIA
                INPUT PROCEDURE  IS CARGAR-SORT THRU F-CARGAR-SORT
                OUTPUT PROCEDURE IS COMPARAR-ULTIMAS
                                 THRU F-COMPARAR-ULTIMAS
           CLOSE M-RECUPERA
           MOVE "Cuentas verificadas.........: " TO L-ROTULO
           MOVE WK-VERIFICADAS TO L-CANT
           IF WK-NO-DESCIENDEN = 0
              MOVE "DESCIENDEN DE LA AUDITORIA" TO L-ESTADO
           ELSE
              MOVE "NO DESCIENDEN" TO L-ESTADO
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL.
       F-VERIFICAR-IMAGENES. EXIT.

       CARGAR-SORT.
           MOVE WK-ARCHIVADOS TO WK-SECUENCIA
           MOVE 0 TO WK-FINAL
           OPEN INPUT AUDITORIA
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-SECUENCIA
              IF WK-SECUENCIA > WK-ULTIMA-APLICADA
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( WK-SECUENCIA > WK-POS-SECUENCIA )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE AUD-DOCUMENTO      TO SR-DOCUMENTO
              MOVE AUD-PRODUCTO       TO SR-PRODUCTO
              MOVE WK-SECUENCIA       TO SR-SECUENCIA
              MOVE AUD-MOV            TO SR-MOV
              MOVE AUD-DES-APERTURA   TO SR-DES-APERTURA
              MOVE AUD-DES-SALDO      TO SR-DES-SALDO
              MOVE AUD-DES-FECHA-BAJA TO SR-DES-FECHA-BAJA
              RELEASE SORT-REC
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-SORT. EXIT.

       COMPARAR-ULTIMAS.
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF WK-HAY-GRUPO = 1
                 AND ( SR-DOCUMENTO NOT = ULT-DOCUMENTO
                       OR SR-PRODUCTO NOT = ULT-PRODUCTO )
                 PERFORM VERIFICAR-CUENTA THRU F-VERIFICAR-CUENTA
              END-IF
              MOVE SR-DOCUMENTO      TO ULT-DOCUMENTO
              MOVE SR-PRODUCTO       TO ULT-PRODUCTO
              MOVE SR-MOV            TO ULT-MOV
              MOVE SR-DES-APERTURA   TO ULT-APERTURA
              MOVE SR-DES-SALDO      TO ULT-SALDO
              MOVE SR-DES-FECHA-BAJA TO ULT-FECHA-BAJA
              MOVE 1 TO WK-HAY-GRUPO
           END-PERFORM
           IF WK-HAY-GRUPO = 1
              PERFORM VERIFICAR-CUENTA THRU F-VERIFICAR-CUENTA
           END-IF.
       F-COMPARAR-ULTIMAS. EXIT.

      * MISMAS REGLAS QUE VER001 PARA LAS AUSENCIAS LEGITIMAS
       VERIFICAR-CUENTA.
           ADD 1 TO WK-VERIFICADAS
           MOVE 0 TO WK-ALTA-REVERTIDA
           IF ULT-MOV = "V"
              AND ULT-APERTURA = 0
              AND ULT-SALDO = 0
              AND ULT-FECHA-BAJA = 0
              MOVE 1 TO WK-ALTA-REVERTIDA
           END-IF
           MOVE 0 TO WK-CONVERTIDA
           IF ULT-MOV = "0"
              AND ULT-SALDO = 0
              AND ULT-FECHA-BAJA NOT = 0
              MOVE 1 TO WK-CONVERTIDA
           END-IF
           MOVE ULT-DOCUMENTO TO REC-DOCUMENTO
           MOVE ULT-PRODUCTO  TO REC-PRODUCTO
           READ M-RECUPERA
           INVALID KEY
                IF NOT ( ULT-MOV = "X" OR WK-ALTA-REVERTIDA = 1
                         OR WK-CONVERTIDA = 1 )
                   MOVE "NO DESCIENDE: FALTA EN EL MAESTRO" TO L-OBS
                   PERFORM MARCAR THRU F-MARCAR
                END-IF
           NOT INVALID KEY
                MOVE REC-REG TO CTAS-REG
                EVALUATE TRUE
                   WHEN ULT-MOV = "X" OR WK-ALTA-REVERTIDA = 1
                        OR WK-CONVERTIDA = 1
                      MOVE "NO DESCIENDE: BORRADA Y PRESENTE" TO L-OBS
                      PERFORM MARCAR THRU F-MARCAR
                   WHEN CTAS-SALDO NOT = ULT-SALDO
                        OR CTAS-APERTURA NOT = ULT-APERTURA
                        OR CTAS-FECHA-BAJA NOT = ULT-FECHA-BAJA
                      MOVE "NO DESCIENDE: ESTADO DISTINTO" TO L-OBS
                      PERFORM MARCAR THRU F-MARCAR
                END-EVALUATE
           END-READ.
       F-VERIFICAR-CUENTA. EXIT.

       MARCAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE 0             TO L-SECUENCIA
                                 L-FECHA
           MOVE ULT-DOCUMENTO TO L-DOC
           MOVE ULT-PRODUCTO  TO L-PROD
           MOVE ULT-MOV       TO L-MOV
           MOVE SPACES        TO L-OPERADOR
           MOVE ULT-SALDO     TO L-SALDO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA
           ADD 1 TO WK-NO-DESCIENDEN.
       F-MARCAR. EXIT.

      * EL MAESTRO DE TRABAJO RELEIDO ENTERO TIENE QUE DAR LA
      * GENERACION MAS LO REAPLICADO, EN CANTIDAD Y EN SALDO
       VERIFICAR-TOTALES.
           OPEN INPUT M-RECUPERA
           MOVE 0 TO WK-FINAL
           MOVE LOW-VALUES TO REC-CLAVE
           START M-RECUPERA KEY NOT < REC-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-RECUPERA NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE REC-REG TO CTAS-REG
              ADD 1 TO WK-CANT-RELEIDA
              ADD CTAS-SALDO TO WK-SALDO-RELEIDO
           END-PERFORM
           CLOSE M-RECUPERA
           MOVE "Cuentas recuperadas.........: " TO L-ROTULO
           MOVE WK-CANT-RELEIDA TO L-CANT
           IF WK-CANT-RELEIDA = WK-CANT-ESPERADA
              MOVE "VERIFICADO" TO L-ESTADO
           ELSE
              MOVE "NO VERIFICA" TO L-ESTADO
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
           MOVE "Saldo de control............: " TO L-SAL-ROTULO
           MOVE WK-SALDO-RELEIDO TO L-SAL-IMPORTE
           IF WK-SALDO-RELEIDO = WK-SALDO-ESPERADO
              MOVE "VERIFICADO" TO L-SAL-ESTADO
           ELSE
              MOVE "NO VERIFICA" TO L-SAL-ESTADO
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           WRITE REG-LIS FROM LIN-SALDO
           ADD 1 TO WK-LINEA.
       F-VERIFICAR-TOTALES. EXIT.

      * RECIEN ACA SE PISA EL VIVO, COMO LO HACE BCK002
       DEVOLVER-MAESTRO.
           OPEN INPUT M-RECUPERA
           OPEN OUTPUT M-CUENTAS
           MOVE 0 TO WK-FINAL
           MOVE LOW-VALUES TO REC-CLAVE
           START M-RECUPERA KEY NOT < REC-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-RECUPERA NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE REC-REG TO CTAS-REG
              WRITE CTAS-REG INVALID KEY
                    MOVE 1 TO WK-VERIFICA-MAL
              END-WRITE
              ADD 1 TO WK-CANT-DEVUELTA
           END-PERFORM
           CLOSE M-RECUPERA
                 M-CUENTAS
           MOVE "Cuentas devueltas al maestro: " TO L-ROTULO
           MOVE WK-CANT-DEVUELTA TO L-CANT
           IF WK-CANT-DEVUELTA = WK-CANT-RELEIDA
              AND WK-VERIFICA-MAL = 0
              MOVE "VERIFICADO" TO L-ESTADO
           ELSE
              MOVE "NO VERIFICA" TO L-ESTADO
              MOVE 1 TO WK-VERIFICA-MAL
           END-IF
           PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL.
       F-DEVOLVER-MAESTRO. EXIT.

       ESCRIBIR-CONTROL.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-CONTROL
           ADD 1 TO WK-LINEA.
       F-ESCRIBIR-CONTROL. EXIT.

       FINAL-PROG.
           IF WK-ABANDONA = 0
              IF NOT ( WK-MODO = "A" ) AND WK-VERIFICA-MAL = 0
                 MOVE "Ensayo: maestro sin tocar...: " TO L-ROTULO
                 MOVE 0 TO L-CANT
                 MOVE "CORRER CON MODO A" TO L-ESTADO
                 PERFORM ESCRIBIR-CONTROL THRU F-ESCRIBIR-CONTROL
              END-IF
              CLOSE LISTADO
           END-IF
           IF WK-VERIFICA-MAL = 1
              DISPLAY MESSAGE "La recuperacion no verifica"
              END-DISPLAY
              MOVE 1 TO RETURN-CODE
              GO TO F-FINAL-PROG
           END-IF
           IF WK-ABANDONA = 0
              IF WK-MODO = "A"
                 DISPLAY MESSAGE "Maestro recuperado y verificado"
                 END-DISPLAY
              ELSE
                 DISPLAY MESSAGE "Ensayo verificado, ver el listado"
                 END-DISPLAY
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-sello.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM BCK003.
