      * GENERACIONES QUE EXCEDEN LAS N A CONSERVAR (BCK001.PAR, POR
      * DEFECTO 7) CON CBL_DELETE_FILE. LA RESTAURACION DE UNA
      * GENERACION ELEGIDA LA HACE BCK002.
      * EL TERCER PARAMETRO DICE DE QUE CICLO ES LA GENERACION: 1 LA
      * NOCTURNA DE NOC001, 2 LA DEL CICLO DE MEDIODIA DE NOC003. LA
      * DE MEDIODIA LLEVA EL SUFIJO -MD EN EL NOMBRE
      * (MCUENTAS-AAAAMMDD-MD.SEC) PARA NO PISARSE CON LA DE LA
      * NOCHE Y ROTA APARTE EN BACKUP-MEDIODIA.DAT, CON LA MISMA
      * CANTIDAD DE GENERACIONES A CONSERVAR.
      * ANTES DE DESCARGAR M-CUENTAS SE TOMA LA POSICION DE LA
      * AUDITORIA (SECUENCIA ACUMULADA Y DATOS DEL ULTIMO REGISTRO) Y,
      * SI LA GENERACION VERIFICA, SE ANOTA EN BACKUP-AUDITORIA.DAT:
      * ES EL PUNTO DESDE EL QUE BCK003 REAPLICA LA AUDITORIA SOBRE
      * ESTA GENERACION. SE TOMA ANTES Y NO DESPUES: UN CAMBIO QUE SE
      * COLARA DURANTE LA DESCARGA SE REAPLICA DE MAS (LA IMAGEN
      * POSTERIOR LO DEJA IGUAL), EN LUGAR DE PERDERSE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           COPY "\COBOL\fuentes\cpy\backup-auditoria.sel".
           SELECT RESGUARDO
           ASSIGN TO WK-ARCHIVO-RESGUARDO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-RES-STAT.
           SELECT INDICE
           ASSIGN TO WK-ARCHIVO-INDICE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-IND-STAT.
           SELECT LISTADO
       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".
       COPY "\COBOL\fuentes\cpy\fd-backup-auditoria.fds".

       FD  RESGUARDO.
       01  RES-REG                      PIC X(110).

       FD  INDICE.
       01  IND-REG.
       77  WK-RES-STAT                  PIC X(02).
       77  WK-IND-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).
       77  WK-BKA-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-IND-DESDE                 PIC 9(02)     VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.

      * POSICION DE LA AUDITORIA AL TOMAR LA GENERACION DE CUENTAS
       77  WK-AUD-VIVOS                 PIC 9(10)     VALUE 0.
       77  WK-AUD-ARCHIVADOS            PIC 9(10)     VALUE 0.
       77  WK-AUD-SECUENCIA             PIC 9(10)     VALUE 0.
       01  WK-AUD-MARCA.
           03 WK-MAR-FECHA              PIC 9(08)     VALUE 0.
           03 WK-MAR-DOCUMENTO          PIC 9(08)     VALUE 0.
           03 WK-MAR-PRODUCTO           PIC 9(02)     VALUE 0.
           03 WK-MAR-MOV                PIC X(01)     VALUE SPACE.
           03 WK-MAR-SALDO              PIC S9(10)V99 VALUE 0.

       77  WK-ARCHIVO-RESGUARDO         PIC X(60).
       77  WK-ARCHIVO-BORRAR            PIC X(60).
       77  WK-ARCHIVO-INDICE            PIC X(60)     VALUE
           "\COBOL\arch\backup\backup-indice.dat".
      * SUFIJO DEL NOMBRE DE LA GENERACION: EN BLANCO LA NOCTURNA,
      * "-MD" LA DEL CICLO DE MEDIODIA
       77  WK-SUFIJO                    PIC X(03)     VALUE SPACES.

       01  WK-HOY-ED.
           03 WK-HOY-ED-ANHIO           PIC 9(04).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  LIN-MEDIODIA                 PIC X(100) VALUE
           "GENERACION DEL CICLO DE MEDIODIA (SUFIJO -MD)".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
       01  LK-MODO                      PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           IF LK-MODO = 2
              MOVE "-MD" TO WK-SUFIJO
              MOVE "\COBOL\arch\backup\backup-mediodia.dat"
                TO WK-ARCHIVO-INDICE
              WRITE REG-LIS FROM LIN-MEDIODIA
           END-IF.
       F-INICIO. EXIT.

      * CANTIDAD DE GENERACIONES A CONSERVAR; SIN ARCHIVO SON 7
       F-LEER-PARAMETRO. EXIT.

       PROCESO.
           PERFORM POSICION-AUDITORIA   THRU F-POSICION-AUDITORIA
           PERFORM RESGUARDAR-CUENTAS   THRU F-RESGUARDAR-CUENTAS
           PERFORM RESGUARDAR-PLASTICOS THRU F-RESGUARDAR-PLASTICOS
           IF WK-VERIFICA-MAL = 0
              PERFORM ACTUALIZAR-INDICE THRU F-ACTUALIZAR-INDICE
              PERFORM ANOTAR-POSICION   THRU F-ANOTAR-POSICION
           END-IF.
       F-PROCESO. EXIT.

      * LOS ARCHIVADOS SALEN DEL ULTIMO SELLO (SIN SELLOS NO HUBO
      * CORTES SELLADOS Y SON CERO); LOS DEL VIVO SE CUENTAN Y EL
      * ULTIMO QUEDA COMO MARCA
       POSICION-AUDITORIA.
           MOVE 0 TO WK-FINAL
           OPEN INPUT SELLOS
           IF WK-SEL-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ SELLOS AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 MOVE SEL-ARCHIVADOS TO WK-AUD-ARCHIVADOS
              END-PERFORM
              CLOSE SELLOS
           END-IF
           MOVE 0 TO WK-FINAL
           OPEN INPUT AUDITORIA
           IF WK-AUD-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ AUDITORIA AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 ADD 1 TO WK-AUD-VIVOS
                 MOVE AUD-FECHA       TO WK-MAR-FECHA
                 MOVE AUD-DOCUMENTO   TO WK-MAR-DOCUMENTO
                 MOVE AUD-PRODUCTO    TO WK-MAR-PRODUCTO
                 MOVE AUD-MOV         TO WK-MAR-MOV
                 MOVE AUD-DES-SALDO   TO WK-MAR-SALDO
              END-PERFORM
              CLOSE AUDITORIA
           END-IF
           MOVE 0 TO WK-FINAL
           COMPUTE WK-AUD-SECUENCIA = WK-AUD-ARCHIVADOS + WK-AUD-VIVOS.
       F-POSICION-AUDITORIA. EXIT.

      * DESCARGA M-CUENTAS COMPLETO A SU GENERACION DE HOY Y LA
      * VERIFICA RELEYENDO Y COMPARANDO CANTIDADES
       RESGUARDAR-CUENTAS.
       ARMAR-NOMBRE-CUENTAS.
           INITIALIZE WK-ARCHIVO-RESGUARDO
           STRING "\COBOL\arch\backup\mcuentas-"
                  WK-HOY-ED          DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-RESGUARDO
           END-STRING.
       F-ARMAR-NOMBRE-CUENTAS. EXIT.
       ARMAR-NOMBRE-PLASTICOS.
           INITIALIZE WK-ARCHIVO-RESGUARDO
           STRING "\COBOL\arch\backup\plasticos-"
                  WK-HOY-ED          DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-RESGUARDO
           END-STRING.
       F-ARMAR-NOMBRE-PLASTICOS. EXIT.
           CLOSE INDICE.
       F-ACTUALIZAR-INDICE. EXIT.

       ANOTAR-POSICION.
           OPEN EXTEND BACKUP-AUDITORIA
           IF NOT ( WK-BKA-STAT = "00" )
              OPEN OUTPUT BACKUP-AUDITORIA
           END-IF
           MOVE WK-HOY           TO BKA-FECHA
           MOVE WK-SUFIJO        TO BKA-SUFIJO
           MOVE WK-CANT-CTAS     TO BKA-CANT-CTAS
           MOVE WK-AUD-SECUENCIA TO BKA-SECUENCIA
           MOVE WK-AUD-MARCA     TO BKA-MARCA
           WRITE BKA-REG
           CLOSE BACKUP-AUDITORIA
           MOVE "Auditoria al resguardar.....: " TO L-ROTULO
           MOVE WK-AUD-VIVOS     TO L-CANT
           MOVE "POSICION ANOTADA"  TO L-ESTADO
           WRITE REG-LIS FROM LIN-CONTROL.
       F-ANOTAR-POSICION. EXIT.

      * BORRA FISICAMENTE LOS DOS ARCHIVOS DE LA GENERACION MAS
      * VIEJA QUE EXCEDE LA ROTACION
       BORRAR-GENERACION.
           INITIALIZE WK-ARCHIVO-BORRAR
           STRING "\COBOL\arch\backup\mcuentas-"
                  TG-FECHA(WK-IND-DESDE) DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-BORRAR
           END-STRING
           CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-BORRAR
                RETURNING WK-BORRAR-RC
           INITIALIZE WK-ARCHIVO-BORRAR
           STRING "\COBOL\arch\backup\plasticos-"
                  TG-FECHA(WK-IND-DESDE) DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-BORRAR
           END-STRING
           CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-BORRAR
