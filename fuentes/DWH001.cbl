      * =================================================================== */
      *                                                                     */
      *   DWH001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   extracto diario de novedades de los maestros para el             */
      *   data warehouse, con registro de control conciliado               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWH001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL EQUIPO DE BI COPIABA LOS MAESTROS ENTEROS Y LOS COMPARABA A
      * MANO. ESTE PASO DE NOC001, DESPUES DE GEN001, COMPARA CADA
      * MAESTRO (M-CUENTAS, PLASTICOS, DOMICILIOS, COTITULARES) CONTRA
      * LA FOTO QUE DEJO EL EXTRACTO ANTERIOR (DWH-XXXX.ANT, EN ORDEN
      * DE CLAVE) Y GRABA EN DWH-XXXX.DLT LAS ALTAS ("A"), LAS
      * MODIFICACIONES ("M", IMAGEN NUEVA) Y LAS BAJAS ("B", IMAGEN
      * QUE TENIA). DWH-AUDI.DLT LLEVA LOS REGISTROS DE AUDITORIA
      * GRABADOS DESDE EL EXTRACTO ANTERIOR: DWH001.ULT GUARDA LA
      * SECUENCIA ACUMULADA DEL ULTIMO REGISTRO EXTRAIDO (COMO LOS
      * SELLOS DE AUD004) Y NO SOLO LA FECHA, PORQUE LOS PASOS DE LA
      * CADENA QUE CORREN DESPUES DE ESTE SIGUEN GRABANDO AUDITORIA
      * CON LA FECHA DE HOY Y UN CORTE POR FECHA LOS PERDIA.
      * LA PRIMERA CORRIDA DE CADA MES (EL PRIMER DIA HABIL, LA CADENA
      * NO CORRE EN FERIADOS) O SI FALTA LA FOTO, EL MAESTRO SALE
      * ENTERO CON TIPO "T" PARA QUE BI LO RECARGUE.
      * CADA .DLT TERMINA CON UN REGISTRO "C" DE CONTROL: ALTAS,
      * MODIFICACIONES, BAJAS, REGISTROS Y SALDO TOTAL DEL MAESTRO, Y
      * LOS MISMOS TOTALES SEGUN LA COPIA OFICIAL; EN CUENTAS SON LOS
      * DE LA COPIA MCUENTAS DE GEN001 CON SU ESTAMPA DE HOY. SI ALGO
      * NO CONCILIA LA FOTO NO SE ACTUALIZA, ASI EL PROXIMO EXTRACTO
      * VUELVE A TRAER TODO LO QUE CAMBIO DESDE EL ULTIMO BUENO.
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
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           SELECT FOTO-ANT
           ASSIGN TO WK-ARCHIVO-ANT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ANT-STAT.
           SELECT FOTO-NUE
           ASSIGN TO WK-ARCHIVO-NUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NUE-STAT.
           SELECT DELTA
           ASSIGN TO WK-ARCHIVO-DELTA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DLT-STAT.
           SELECT OFICIAL
           ASSIGN TO "\COBOL\arch\mcuentas"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-OFI-STAT.
           SELECT GENERACION
           ASSIGN TO "\COBOL\arch\extractos.gen"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-GEN-STAT.
           SELECT ULTIMO
           ASSIGN TO "\COBOL\arch\dwh001.ult"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ULT-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-DWH001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".

      * FOTO DEL MAESTRO AL ULTIMO EXTRACTO CONCILIADO: CLAVE E
      * IMAGEN DEL REGISTRO, EN ORDEN DE CLAVE
       FD  FOTO-ANT.
       01  ANT-REG.
           03 ANT-CLAVE               PIC X(18).
           03 ANT-IMAGEN              PIC X(128).

       FD  FOTO-NUE.
       01  NUE-REG.
           03 NUE-CLAVE               PIC X(18).
           03 NUE-IMAGEN              PIC X(128).

      * NOVEDADES PARA BI: TIPO A/M/B/T CON LA IMAGEN DEL REGISTRO
      * DEL MAESTRO (O DE AUDITORIA), Y AL FINAL UN REGISTRO "C"
       FD  DELTA.
       01  DLT-REG.
           03 DLT-TIPO                PIC X(01).
           03 DLT-FECHA               PIC 9(08).
           03 DLT-DATOS               PIC X(200).
           03 DLT-CONTROL REDEFINES DLT-DATOS.
      * "D" = NOVEDADES DESDE EL EXTRACTO ANTERIOR, "T" = TOTAL
              05 DLT-CTL-EXTRACTO     PIC X(01).
              05 DLT-CTL-DESDE        PIC 9(08).
              05 DLT-CTL-ALTAS        PIC 9(09).
              05 DLT-CTL-MODIF        PIC 9(09).
              05 DLT-CTL-BAJAS        PIC 9(09).
              05 DLT-CTL-REGISTROS    PIC 9(09).
              05 DLT-CTL-SALDO        PIC S9(13)V99.
              05 DLT-CTL-OFI-REGISTROS PIC 9(09).
              05 DLT-CTL-OFI-SALDO    PIC S9(13)V99.
              05 DLT-CTL-CONCILIA     PIC X(01).
              05 FILLER               PIC X(115).

      * COPIA OFICIAL DEL MAESTRO DE GEN001, MISMO LAYOUT QUE
      * CTAS-REG; SOLO INTERESA EL SALDO
       FD  OFICIAL.
       01  OFI-REG.
           03 FILLER                  PIC X(64).
           03 OFI-SALDO               PIC S9(10)V99.
           03 FILLER                  PIC X(34).

       FD  GENERACION.
       01  GEN-REG.
           03 GEN-FECHA               PIC 9(08).
           03 GEN-CANTIDAD            PIC 9(08).

      * FECHA DEL ULTIMO EXTRACTO CONCILIADO Y SECUENCIA ACUMULADA
      * (ARCHIVADOS MAS VIVO) DEL ULTIMO REGISTRO DE AUDITORIA QUE
      * LLEVO
       FD  ULTIMO.
       01  ULT-REG.
           03 ULT-FECHA               PIC 9(08).
           03 ULT-AUD-HASTA           PIC 9(10).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-COT-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).
       77  WK-ANT-STAT                  PIC X(02).
       77  WK-NUE-STAT                  PIC X(02).
       77  WK-DLT-STAT                  PIC X(02).
       77  WK-OFI-STAT                  PIC X(02).
       77  WK-GEN-STAT                  PIC X(02).
       77  WK-ULT-STAT                  PIC X(02).
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.

      * NOMBRES DE LOS ARCHIVOS DEL MAESTRO EN CURSO
       01  WK-ARCHIVO-ANT.
           03 FILLER                    PIC X(16)      VALUE
           "\COBOL\arch\dwh-".
           03 WK-ANT-MAESTRO            PIC X(04).
           03 FILLER                    PIC X(04)      VALUE ".ant".
       01  WK-ARCHIVO-NUE.
           03 FILLER                    PIC X(16)      VALUE
           "\COBOL\arch\dwh-".
           03 WK-NUE-MAESTRO            PIC X(04).
           03 FILLER                    PIC X(04)      VALUE ".nue".
       01  WK-ARCHIVO-DELTA.
           03 FILLER                    PIC X(16)      VALUE
           "\COBOL\arch\dwh-".
           03 WK-DLT-MAESTRO            PIC X(04).
           03 FILLER                    PIC X(04)      VALUE ".dlt".

      * MAESTROS DEL EXTRACTO, EN EL ORDEN EN QUE SE PROCESAN
       01  TAB-DWH-MAESTROS.
           03 FILLER PIC X(16) VALUE "ctasM-CUENTAS   ".
           03 FILLER PIC X(16) VALUE "plasPLASTICOS   ".
           03 FILLER PIC X(16) VALUE "domiDOMICILIOS  ".
           03 FILLER PIC X(16) VALUE "cotiCOTITULARES ".
       01  FILLER REDEFINES TAB-DWH-MAESTROS.
           03 TAB-DWH-ITEM OCCURS 4.
              05 TAB-DWH-ARCHIVO        PIC X(04).
              05 TAB-DWH-NOMBRE         PIC X(12).

       77  WK-IND                       PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-ULT-FECHA                 PIC 9(08)      VALUE 0.
       77  WK-AUD-DESDE                 PIC 9(08)      VALUE 0.
       77  WK-ULT-AUD-HASTA             PIC 9(10)      VALUE 0.
       77  WK-AUD-POR-POSICION          PIC 9          VALUE 0.
       77  WK-AUD-ARCHIVADOS            PIC 9(10)      VALUE 0.
       77  WK-AUD-SALTEAR               PIC 9(10)      VALUE 0.
       77  WK-AUD-POSICION              PIC 9(10)      VALUE 0.
       77  WK-AUD-HASTA                 PIC 9(10)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-ULT-PERIODO               PIC 9(06)      VALUE 0.
       77  WK-TOTAL-MES                 PIC 9          VALUE 0.
       77  WK-TOTAL-MAESTRO             PIC 9          VALUE 0.
       77  WK-NO-CONCILIA               PIC 9          VALUE 0.
       77  WK-MAESTRO-FALLA             PIC 9          VALUE 0.
       77  WK-FIN-ACT                   PIC 9          VALUE 0.
       77  WK-FIN-ANT                   PIC 9          VALUE 0.
       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-ALTAS                     PIC 9(09)      VALUE 0.
       77  WK-MODIF                     PIC 9(09)      VALUE 0.
       77  WK-BAJAS                     PIC 9(09)      VALUE 0.
       77  WK-REGISTROS                 PIC 9(09)      VALUE 0.
       77  WK-SALDO                     PIC S9(13)V99  VALUE 0.
       77  WK-OFI-REGISTROS             PIC 9(09)      VALUE 0.
       77  WK-OFI-SALDO                 PIC S9(13)V99  VALUE 0.
       77  WK-NOVEDADES                 PIC 9(09)      VALUE 0.

       77  WK-CLAVE-ACT                 PIC X(18).
       77  WK-IMAGEN-ACT                PIC X(128).

       01  LIN-DETALLE.
            03 L-MAESTRO                PIC X(12).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-EXTRACTO               PIC X(05).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-ALTAS                  PIC ZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-MODIF                  PIC ZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-BAJAS                  PIC ZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-REGISTROS              PIC ZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-SALDO                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CONCILIA               PIC X(12).

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(50) VALUE
            "EXTRACTO DE NOVEDADES PARA BI - DWH001".
            03 FILLER                   PIC X(37) VALUE SPACES.

       01  TITULO-02.
            03 FILLER                   PIC X(19) VALUE
            "Maestro      Tipo  ".
            03 FILLER                   PIC X(45) VALUE
            "   Altas    Modif    Bajas Registros".
            03 FILLER                   PIC X(36) VALUE
            "            Saldo  Concilia".

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

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

      * SI EL ULTIMO EXTRACTO CONCILIADO ES DE OTRO MES (O NO HAY
      * NINGUNO) ESTA ES LA PRIMERA CORRIDA DEL MES: VA TODO ENTERO
       INICIO.
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-02
           OPEN INPUT ULTIMO
           IF WK-ULT-STAT = "00"
              READ ULTIMO
                 AT END MOVE 0 TO ULT-FECHA
              END-READ
              MOVE ULT-FECHA TO WK-ULT-FECHA
              IF ULT-FECHA > 0 AND ULT-AUD-HASTA IS NUMERIC
                 MOVE ULT-AUD-HASTA TO WK-ULT-AUD-HASTA
                 MOVE 1             TO WK-AUD-POR-POSICION
              END-IF
              CLOSE ULTIMO
           END-IF
           COMPUTE WK-PERIODO     = WK-HOY / 100
           COMPUTE WK-ULT-PERIODO = WK-ULT-FECHA / 100
           IF WK-PERIODO NOT = WK-ULT-PERIODO
              MOVE 1 TO WK-TOTAL-MES
           END-IF.
       F-INICIO. EXIT.

       PROCESO.
           PERFORM EXTRAER-MAESTRO THRU F-EXTRAER-MAESTRO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 4
           PERFORM EXTRAER-AUDITORIA THRU F-EXTRAER-AUDITORIA
           IF WK-NO-CONCILIA = 0
              PERFORM ACTUALIZAR-FOTOS THRU F-ACTUALIZAR-FOTOS
           END-IF.
       F-PROCESO. EXIT.

      * APAREO DEL MAESTRO (LEIDO POR CLAVE) CONTRA LA FOTO ANTERIOR;
      * LA FOTO NUEVA SE ARMA EN LA MISMA PASADA
       EXTRAER-MAESTRO.
           MOVE TAB-DWH-ARCHIVO(WK-IND) TO WK-ANT-MAESTRO
                                           WK-NUE-MAESTRO
                                           WK-DLT-MAESTRO
           MOVE 0 TO WK-ALTAS WK-MODIF WK-BAJAS WK-REGISTROS
                     WK-SALDO WK-MAESTRO-FALLA
                     WK-FIN-ACT WK-FIN-ANT
           MOVE WK-TOTAL-MES TO WK-TOTAL-MAESTRO
           OPEN OUTPUT DELTA
           PERFORM ABRIR-MAESTRO THRU F-ABRIR-MAESTRO
           IF WK-MAESTRO-FALLA = 1
              MOVE 0 TO WK-OFI-REGISTROS WK-OFI-SALDO
              PERFORM GRABAR-CONTROL THRU F-GRABAR-CONTROL
              CLOSE DELTA
              GO TO F-EXTRAER-MAESTRO
           END-IF
           IF WK-TOTAL-MAESTRO = 0
              OPEN INPUT FOTO-ANT
              IF NOT ( WK-ANT-STAT = "00" )
                 MOVE 1 TO WK-TOTAL-MAESTRO
              END-IF
           END-IF
           IF WK-TOTAL-MAESTRO = 1
              MOVE 1 TO WK-FIN-ANT
           ELSE
              PERFORM LEER-ANTERIOR THRU F-LEER-ANTERIOR
           END-IF
           OPEN OUTPUT FOTO-NUE
           PERFORM LEER-ACTUAL THRU F-LEER-ACTUAL
           PERFORM UNTIL WK-FIN-ACT = 1 AND WK-FIN-ANT = 1
              EVALUATE TRUE
                 WHEN WK-FIN-ANT = 1
                   OR ( WK-FIN-ACT = 0 AND WK-CLAVE-ACT < ANT-CLAVE )
                    IF WK-TOTAL-MAESTRO = 1
                       MOVE "T" TO DLT-TIPO
                    ELSE
                       MOVE "A" TO DLT-TIPO
                       ADD 1 TO WK-ALTAS
                    END-IF
                    MOVE WK-IMAGEN-ACT TO DLT-DATOS
                    PERFORM GRABAR-DELTA THRU F-GRABAR-DELTA
                    PERFORM GRABAR-FOTO  THRU F-GRABAR-FOTO
                    PERFORM LEER-ACTUAL  THRU F-LEER-ACTUAL
                 WHEN WK-FIN-ACT = 1
                   OR ANT-CLAVE < WK-CLAVE-ACT
                    MOVE "B" TO DLT-TIPO
                    ADD 1 TO WK-BAJAS
                    MOVE ANT-IMAGEN TO DLT-DATOS
                    PERFORM GRABAR-DELTA  THRU F-GRABAR-DELTA
                    PERFORM LEER-ANTERIOR THRU F-LEER-ANTERIOR
                 WHEN OTHER
                    IF WK-IMAGEN-ACT NOT = ANT-IMAGEN
                       MOVE "M" TO DLT-TIPO
                       ADD 1 TO WK-MODIF
                       MOVE WK-IMAGEN-ACT TO DLT-DATOS
                       PERFORM GRABAR-DELTA THRU F-GRABAR-DELTA
                    END-IF
                    PERFORM GRABAR-FOTO   THRU F-GRABAR-FOTO
                    PERFORM LEER-ACTUAL   THRU F-LEER-ACTUAL
                    PERFORM LEER-ANTERIOR THRU F-LEER-ANTERIOR
              END-EVALUATE
           END-PERFORM
           PERFORM CERRAR-MAESTRO THRU F-CERRAR-MAESTRO
           IF WK-TOTAL-MAESTRO = 0
              CLOSE FOTO-ANT
           END-IF
           CLOSE FOTO-NUE
           PERFORM CONCILIAR-MAESTRO THRU F-CONCILIAR-MAESTRO
           PERFORM GRABAR-CONTROL    THRU F-GRABAR-CONTROL
           CLOSE DELTA.
       F-EXTRAER-MAESTRO. EXIT.

      * UN MAESTRO QUE NO ABRE NO SE APAREA: SALDRIA TODO COMO BAJA
       ABRIR-MAESTRO.
           EVALUATE WK-IND
              WHEN 1
                 OPEN INPUT M-CUENTAS
                 IF NOT ( DB-STAT = "00" )
                    MOVE 1 TO WK-MAESTRO-FALLA
                    GO TO F-ABRIR-MAESTRO
                 END-IF
                 MOVE 0 TO CTAS-DOCUMENTO
                           CTAS-PRODUCTO
                 START M-CUENTAS KEY NOT < CTAS-CLAVE
                 END-START
              WHEN 2
                 OPEN INPUT M-PLASTICOS
                 IF NOT ( DB-STAT = "00" )
                    MOVE 1 TO WK-MAESTRO-FALLA
                    GO TO F-ABRIR-MAESTRO
                 END-IF
                 MOVE 0 TO PLAS-PLASTICO
                 START M-PLASTICOS KEY NOT < PLAS-CLAVE
                 END-START
              WHEN 3
                 OPEN INPUT M-DOMICILIOS
                 IF NOT ( WK-DOM-STAT = "00" )
                    MOVE 1 TO WK-MAESTRO-FALLA
                    GO TO F-ABRIR-MAESTRO
                 END-IF
                 MOVE 0 TO DOM-DOCUMENTO
                 START M-DOMICILIOS KEY NOT < DOM-CLAVE
                 END-START
              WHEN 4
                 OPEN INPUT M-COTITULARES
                 IF NOT ( WK-COT-STAT = "00" )
                    MOVE 1 TO WK-MAESTRO-FALLA
                    GO TO F-ABRIR-MAESTRO
                 END-IF
                 MOVE 0 TO COT-DOCUMENTO
                           COT-PRODUCTO
                           COT-CODOCUMENTO
                 START M-COTITULARES KEY NOT < COT-CLAVE
                 END-START
           END-EVALUATE.
       F-ABRIR-MAESTRO. EXIT.

       LEER-ACTUAL.
           MOVE SPACES TO WK-CLAVE-ACT WK-IMAGEN-ACT
           EVALUATE WK-IND
              WHEN 1
                 READ M-CUENTAS NEXT AT END
                      MOVE 1 TO WK-FIN-ACT
                      GO TO F-LEER-ACTUAL
                 END-READ
                 MOVE CTAS-CLAVE TO WK-CLAVE-ACT
                 MOVE CTAS-REG   TO WK-IMAGEN-ACT
                 ADD CTAS-SALDO  TO WK-SALDO
              WHEN 2
                 READ M-PLASTICOS NEXT AT END
                      MOVE 1 TO WK-FIN-ACT
                      GO TO F-LEER-ACTUAL
                 END-READ
                 MOVE PLAS-CLAVE TO WK-CLAVE-ACT
                 MOVE PLAS-REG   TO WK-IMAGEN-ACT
              WHEN 3
                 READ M-DOMICILIOS NEXT AT END
                      MOVE 1 TO WK-FIN-ACT
                      GO TO F-LEER-ACTUAL
                 END-READ
                 MOVE DOM-CLAVE  TO WK-CLAVE-ACT
                 MOVE DOM-REG    TO WK-IMAGEN-ACT
              WHEN 4
                 READ M-COTITULARES NEXT AT END
                      MOVE 1 TO WK-FIN-ACT
                      GO TO F-LEER-ACTUAL
                 END-READ
                 MOVE COT-CLAVE  TO WK-CLAVE-ACT
                 MOVE COT-REG    TO WK-IMAGEN-ACT
           END-EVALUATE
           ADD 1 TO WK-REGISTROS.
       F-LEER-ACTUAL. EXIT.

       LEER-ANTERIOR.
           READ FOTO-ANT AT END
                MOVE 1 TO WK-FIN-ANT
           END-READ.
       F-LEER-ANTERIOR. EXIT.

       CERRAR-MAESTRO.
           EVALUATE WK-IND
              WHEN 1 CLOSE M-CUENTAS
              WHEN 2 CLOSE M-PLASTICOS
              WHEN 3 CLOSE M-DOMICILIOS
              WHEN 4 CLOSE M-COTITULARES
           END-EVALUATE.
       F-CERRAR-MAESTRO. EXIT.

       GRABAR-DELTA.
           MOVE WK-HOY TO DLT-FECHA
           WRITE DLT-REG
           ADD 1 TO WK-NOVEDADES.
       F-GRABAR-DELTA. EXIT.

       GRABAR-FOTO.
           MOVE WK-CLAVE-ACT  TO NUE-CLAVE
           MOVE WK-IMAGEN-ACT TO NUE-IMAGEN
           WRITE NUE-REG.
       F-GRABAR-FOTO. EXIT.

      * CUENTAS CONCILIA CONTRA LA COPIA MCUENTAS DE GEN001 Y SU
      * ESTAMPA DE HOY; LOS DEMAS MAESTROS NO TIENEN COPIA OFICIAL Y
      * EL CONTROL LLEVA SUS PROPIOS TOTALES
       CONCILIAR-MAESTRO.
           MOVE WK-REGISTROS TO WK-OFI-REGISTROS
           MOVE WK-SALDO     TO WK-OFI-SALDO
           IF NOT ( WK-IND = 1 )
              GO TO F-CONCILIAR-MAESTRO
           END-IF
           MOVE 0 TO WK-OFI-REGISTROS WK-OFI-SALDO
           OPEN INPUT GENERACION
           IF NOT ( WK-GEN-STAT = "00" )
              MOVE 1 TO WK-MAESTRO-FALLA
              GO TO F-CONCILIAR-MAESTRO
           END-IF
           READ GENERACION
              AT END MOVE 0 TO GEN-FECHA
           END-READ
           CLOSE GENERACION
           IF NOT ( GEN-FECHA = WK-HOY )
              MOVE 1 TO WK-MAESTRO-FALLA
              GO TO F-CONCILIAR-MAESTRO
           END-IF
           MOVE 0 TO WK-FINAL
           OPEN INPUT OFICIAL
           IF NOT ( WK-OFI-STAT = "00" )
              MOVE 1 TO WK-MAESTRO-FALLA
              GO TO F-CONCILIAR-MAESTRO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ OFICIAL AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1         TO WK-OFI-REGISTROS
              ADD OFI-SALDO TO WK-OFI-SALDO
           END-PERFORM
           CLOSE OFICIAL
           IF WK-OFI-REGISTROS NOT = WK-REGISTROS
              OR WK-OFI-REGISTROS NOT = GEN-CANTIDAD
              OR WK-OFI-SALDO NOT = WK-SALDO
              MOVE 1 TO WK-MAESTRO-FALLA
           END-IF.
       F-CONCILIAR-MAESTRO. EXIT.

       GRABAR-CONTROL.
           INITIALIZE DLT-REG
           MOVE "C"              TO DLT-TIPO
           MOVE WK-HOY           TO DLT-FECHA
           IF WK-TOTAL-MAESTRO = 1
              MOVE "T"           TO DLT-CTL-EXTRACTO
           ELSE
              MOVE "D"           TO DLT-CTL-EXTRACTO
           END-IF
           MOVE WK-ULT-FECHA     TO DLT-CTL-DESDE
           MOVE WK-ALTAS         TO DLT-CTL-ALTAS
           MOVE WK-MODIF         TO DLT-CTL-MODIF
           MOVE WK-BAJAS         TO DLT-CTL-BAJAS
           MOVE WK-REGISTROS     TO DLT-CTL-REGISTROS
           MOVE WK-SALDO         TO DLT-CTL-SALDO
           MOVE WK-OFI-REGISTROS TO DLT-CTL-OFI-REGISTROS
           MOVE WK-OFI-SALDO     TO DLT-CTL-OFI-SALDO
           IF WK-MAESTRO-FALLA = 1
              MOVE "N"           TO DLT-CTL-CONCILIA
              MOVE 1             TO WK-NO-CONCILIA
              MOVE "NO CONCILIA" TO L-CONCILIA
           ELSE
              MOVE "S"           TO DLT-CTL-CONCILIA
              MOVE "OK"          TO L-CONCILIA
           END-IF
           WRITE DLT-REG
           MOVE TAB-DWH-NOMBRE(WK-IND) TO L-MAESTRO
           IF WK-TOTAL-MAESTRO = 1
              MOVE "TOTAL"       TO L-EXTRACTO
           ELSE
              MOVE "DELTA"       TO L-EXTRACTO
           END-IF
           MOVE WK-ALTAS         TO L-ALTAS
           MOVE WK-MODIF         TO L-MODIF
           MOVE WK-BAJAS         TO L-BAJAS
           MOVE WK-REGISTROS     TO L-REGISTROS
           MOVE WK-SALDO         TO L-SALDO
           WRITE REG-LIS FROM LIN-DETALLE.
       F-GRABAR-CONTROL. EXIT.

      * AUDITORIA NO ES UN MAESTRO: VAN LOS REGISTROS GRABADOS
      * DESPUES DEL ULTIMO QUE LLEVO EL EXTRACTO CONCILIADO ANTERIOR.
      * SU SECUENCIA ACUMULADA MENOS LO QUE AUD001 YA PASO A LOS
      * MESES ARCHIVADOS (ULTIMO SELLO) DA CUANTOS SALTEAR DEL VIVO.
      * SI NUNCA HUBO EXTRACTO, O DWH001.ULT ES DEL LAYOUT CON SOLO
      * LA FECHA, SE CORTA POR FECHA COMO ANTES: DESDE EL DIA
      * SIGUIENTE AL ULTIMO EXTRACTO (SOLO LOS DE HOY SI NUNCA HUBO).
      * EL SALDO DEL CONTROL ES LA VARIACION NETA DE SALDOS QUE ESOS
      * REGISTROS EXPLICAN
       EXTRAER-AUDITORIA.
           MOVE 5 TO WK-IND
           MOVE "audi" TO WK-DLT-MAESTRO
           MOVE 0 TO WK-ALTAS WK-MODIF WK-BAJAS WK-REGISTROS
                     WK-SALDO WK-MAESTRO-FALLA WK-FINAL
                     WK-TOTAL-MAESTRO
           MOVE WK-ULT-FECHA TO WK-AUD-DESDE
           IF WK-AUD-DESDE = 0
              COMPUTE WK-AUD-DESDE = WK-HOY - 1
           END-IF
           PERFORM LEER-ARCHIVADOS THRU F-LEER-ARCHIVADOS
           MOVE 0 TO WK-AUD-SALTEAR WK-AUD-POSICION
           IF WK-ULT-AUD-HASTA > WK-AUD-ARCHIVADOS
              COMPUTE WK-AUD-SALTEAR = WK-ULT-AUD-HASTA
                                     - WK-AUD-ARCHIVADOS
           END-IF
           OPEN OUTPUT DELTA
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              MOVE 1 TO WK-FINAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-AUD-POSICION
              IF WK-AUD-POR-POSICION = 1
                 IF WK-AUD-POSICION NOT > WK-AUD-SALTEAR
                    EXIT PERFORM CYCLE
                 END-IF
              ELSE
                 IF AUD-FECHA NOT > WK-AUD-DESDE
                    OR AUD-FECHA > WK-HOY
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              ADD 1 TO WK-ALTAS WK-REGISTROS
              COMPUTE WK-SALDO = WK-SALDO + AUD-DES-SALDO
                                          - AUD-ANT-SALDO
              MOVE "A"     TO DLT-TIPO
              MOVE AUD-REG TO DLT-DATOS
              PERFORM GRABAR-DELTA THRU F-GRABAR-DELTA
           END-PERFORM
           IF WK-AUD-STAT = "00" OR WK-AUD-STAT = "10"
              CLOSE AUDITORIA
           END-IF
           COMPUTE WK-AUD-HASTA = WK-AUD-ARCHIVADOS + WK-AUD-POSICION
           MOVE WK-REGISTROS TO WK-OFI-REGISTROS
           MOVE WK-SALDO     TO WK-OFI-SALDO
           INITIALIZE DLT-REG
           MOVE "C"              TO DLT-TIPO
           MOVE WK-HOY           TO DLT-FECHA
           MOVE "D"              TO DLT-CTL-EXTRACTO
           MOVE WK-ULT-FECHA     TO DLT-CTL-DESDE
           MOVE WK-ALTAS         TO DLT-CTL-ALTAS
           MOVE WK-REGISTROS     TO DLT-CTL-REGISTROS
                                    DLT-CTL-OFI-REGISTROS
           MOVE WK-SALDO         TO DLT-CTL-SALDO
                                    DLT-CTL-OFI-SALDO
           MOVE "S"              TO DLT-CTL-CONCILIA
           WRITE DLT-REG
           CLOSE DELTA
           MOVE "AUDITORIA"      TO L-MAESTRO
           MOVE "DIA"            TO L-EXTRACTO
           MOVE WK-ALTAS         TO L-ALTAS
           MOVE 0                TO L-MODIF L-BAJAS
           MOVE WK-REGISTROS     TO L-REGISTROS
           MOVE WK-SALDO         TO L-SALDO
           MOVE "OK"             TO L-CONCILIA
           WRITE REG-LIS FROM LIN-DETALLE.
       F-EXTRAER-AUDITORIA. EXIT.

      * CUANTOS REGISTROS DE AUDITORIA ESTAN YA EN LOS MESES
      * ARCHIVADOS, SEGUN EL ULTIMO SELLO (SIN SELLOS, NINGUNO)
       LEER-ARCHIVADOS.
           MOVE 0 TO WK-AUD-ARCHIVADOS
           OPEN INPUT SELLOS
           IF NOT ( WK-SEL-STAT = "00" )
              GO TO F-LEER-ARCHIVADOS
           END-IF
           PERFORM UNTIL WK-SEL-STAT NOT = "00"
              READ SELLOS AT END
                   EXIT PERFORM CYCLE
              END-READ
              MOVE SEL-ARCHIVADOS TO WK-AUD-ARCHIVADOS
           END-PERFORM
           CLOSE SELLOS.
       F-LEER-ARCHIVADOS. EXIT.

      * TODO CONCILIO: LAS FOTOS NUEVAS PASAN A SER LA BASE DEL
      * PROXIMO EXTRACTO Y SE ANOTAN LA FECHA Y HASTA DONDE LLEGO LA
      * AUDITORIA
       ACTUALIZAR-FOTOS.
           PERFORM COPIAR-FOTO THRU F-COPIAR-FOTO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 4
           OPEN OUTPUT ULTIMO
           MOVE WK-HOY       TO ULT-FECHA
           MOVE WK-AUD-HASTA TO ULT-AUD-HASTA
           WRITE ULT-REG
           CLOSE ULTIMO.
       F-ACTUALIZAR-FOTOS. EXIT.

       COPIAR-FOTO.
           MOVE TAB-DWH-ARCHIVO(WK-IND) TO WK-ANT-MAESTRO
                                           WK-NUE-MAESTRO
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-NUE
                                      WK-ARCHIVO-ANT
                RETURNING WK-COPIA-RC.
       F-COPIAR-FOTO. EXIT.

       FINAL-PROG.
           WRITE REG-LIS FROM TITULO-LINE
           IF WK-NO-CONCILIA = 1
              MOVE "*** NO CONCILIA, FOTOS SIN ACTUALIZAR ***"
                TO LIN-AVISO
           ELSE
              MOVE "EXTRACTO CONCILIADO, FOTOS ACTUALIZADAS"
                TO LIN-AVISO
           END-IF
           WRITE REG-LIS FROM LIN-AVISO
           CLOSE LISTADO
           MOVE WK-NOVEDADES TO LK-CANTIDAD
           IF WK-NO-CONCILIA = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "El extracto para BI no concilia"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM DWH001.
