      * =================================================================== */
      *                                                                     */
      *   BAR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   cobertura automatica del descubierto con fondos de las otras     */
      *   cuentas del mismo cliente, antes del devengamiento               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL CLIENTE CON PLATA EN UNA CUENTA Y LA OTRA EN ROJO PAGABA
      * PUNITORIOS SOBRE UN DESCUBIERTO QUE PODIA CUBRIR SOLO, Y SE
      * ENTERABA CON EL RESUMEN. ESTE PASO, CADA NOCHE Y ANTES DEL
      * DEVENGAMIENTO DE CTAS004:
      *   - TOMA LAS CUENTAS ADHERIDAS A LA COBERTURA (BARRIDO-
      *     ADHESIONES.DAT, QUE MANTIENE BAR002) Y SE QUEDA CON LAS
      *     QUE ESTAN OPERATIVAS Y CON SALDO NEGATIVO; UNA CUENTA EN
      *     FRAUDE (1) O CASTIGADA (4) NO SE CUBRE: LO QUE ENTRE A
      *     UNA CASTIGADA ES RECUPERO Y VA POR CAJ001/PAG001,
      *   - RECORRE LAS OTRAS CUENTAS DEL MISMO DOCUMENTO Y DE CADA
      *     UNA TOMA HASTA SU DISPONIBLE: EL SALDO MENOS LO RETENIDO
      *     POR CLEARING Y MENOS EL EMBARGO ACTIVO. UNA CUENTA DE
      *     BAJA, EN FRAUDE (1), BLOQUEADA POR SUCESION (2),
      *     CASTIGADA (4) O DORMIDA (6) NO PONE FONDOS, Y EL
      *     DESCUBIERTO AUTORIZADO DEL ORIGEN NO CUENTA: SOLO SE
      *     MUEVE PLATA PROPIA,
      *   - APLICA CADA COBERTURA COMO LA TRANSFERENCIA DE CTAS003:
      *     LAS DOS PATAS JUNTAS, EL DEBITO SE DESHACE SI EL CREDITO
      *     FALLA, Y LAS DOS EN LA AUDITORIA CON UN NUMERO COMUN EN
      *     AUD-PERIODO ("1"/"2" ENTRE CUENTAS DE LA MISMA MONEDA).
      *     ENTRE PESOS Y DOLARES SE CONVIERTE A LA COTIZACION
      *     VIGENTE DE COTIZACIONES.DAT, IGUAL QUE CNV001, Y LAS DOS
      *     PATAS VAN COMO "K" CON LA COTIZACION EN AUD-TASA; SIN
      *     COTIZACION CARGADA (O SI NO CABE EN AUD-TASA) SOLO SE
      *     CUBRE ENTRE CUENTAS DE LA MISMA MONEDA,
      *   - DEJA CADA COBERTURA EN BARRIDOS.DAT, DE DONDE LA TOMA
      *     RES001 PARA MOSTRARLA EN EL RESUMEN DE LAS DOS CUENTAS,
      *     Y LA LISTA EN EL CONTROL, JUNTO CON LO QUE QUEDO SIN
      *     CUBRIR POR FALTA DE FONDOS.
      * UNA RELANZADA NO CUBRE DOS VECES: LA CUENTA YA CUBIERTA NO
      * ESTA MAS EN ROJO. LAS COBERTURAS ENTRE CUENTAS DE LA MISMA
      * MONEDA TIENEN QUE NETEAR A CERO; SI NO, RETURN-CODE 1. ANTE
      * UNA FALLA DE E/S SOBRE M-CUENTAS TERMINA CON RETURN-CODE 9.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-BAR001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\cotizaciones.sel".
           COPY "\COBOL\fuentes\cpy\barrido-adh.sel".
           COPY "\COBOL\fuentes\cpy\barridos.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotizaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-barrido-adh.fds".
       COPY "\COBOL\fuentes\cpy\fd-barridos.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cotizacion.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-BAD-STAT                  PIC X(02).
       77  WK-BRR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-RTN-FINAL                 PIC 9          VALUE 0.
       77  WK-RTN-ABIERTO               PIC 9          VALUE 0.
       77  WK-HAY-COTIZACION            PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-IND-ORI                   PIC 9(02)      VALUE 0.
       77  WK-BAD-CANT                  PIC 9(04)      VALUE 0.
       77  WK-ORI-CANT                  PIC 9(02)      VALUE 0.
       77  WK-BARRIDO-NRO               PIC 9(06)      VALUE 0.
       77  WK-ORI-MONEDA                PIC X(01)      VALUE SPACE.
       77  WK-AUD-MOV-BRR               PIC X(01)      VALUE SPACE.
       77  WK-AUD-TASA-BRR              PIC 9(03)V9(04) VALUE 0.
       77  WK-RETENIDO-CTA              PIC 9(10)V99   VALUE 0.
       77  WK-DISPONIBLE                PIC S9(10)V99  VALUE 0.
       77  WK-FALTANTE                  PIC S9(10)V99  VALUE 0.
       77  WK-NECESARIO                 PIC 9(10)V99   VALUE 0.
       77  WK-IMP-ORIGEN                PIC 9(10)V99   VALUE 0.
       77  WK-IMP-DESTINO               PIC 9(10)V99   VALUE 0.
       77  WK-SALDO-ORIGEN-ANT          PIC S9(10)V99  VALUE 0.
       77  WK-NETO-PESOS                PIC S9(12)V99  VALUE 0.
       77  WK-NETO-DOLARES              PIC S9(12)V99  VALUE 0.
       77  WK-EN-DESCUBIERTO            PIC 9(06)      VALUE 0.
       77  WK-COBERTURAS                PIC 9(06)      VALUE 0.
       77  WK-CUBIERTAS                 PIC 9(06)      VALUE 0.
       77  WK-SIN-CUBRIR                PIC 9(06)      VALUE 0.

      * LAS CUENTAS ADHERIDAS, CARGADAS ENTERAS AL ARRANCAR
       01  TAB-ADHESIONES.
           03 TAB-BAD-ITEM OCCURS 5000.
              05 TAB-BAD-DOC            PIC 9(08).
              05 TAB-BAD-PROD           PIC 9(02).

      * LA CUENTA EN ROJO QUE SE ESTA CUBRIENDO
       01  WK-DESTINO.
           03 WK-DES-DOC                PIC 9(08).
           03 WK-DES-PROD               PIC 9(02).
           03 WK-DES-MONEDA             PIC X(01).

      * LAS OTRAS CUENTAS DEL DOCUMENTO QUE PUEDEN PONER FONDOS, EN
      * ORDEN DE PRODUCTO
       01  TAB-ORIGENES.
           03 TAB-ORI-ITEM OCCURS 20.
              05 TAB-ORI-PROD           PIC 9(02).
              05 TAB-ORI-MONEDA         PIC X(01).

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "COBERTURA AUTOMATICA DE DESCUBIERTOS - BAR001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Dest".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Orig".
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Debitado".
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Acreditado".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Cotizacion".
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD-DES               PIC 9(02).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD-ORI               PIC Z9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DEBITO                 PIC ZZZ.ZZZ.ZZZ,ZZ.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CREDITO                PIC ZZZ.ZZZ.ZZZ,ZZ.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-COTIZACION             PIC ZZZZ,ZZZZ.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-OBS                    PIC X(20).

       01  TITULO-BOTTOM-ADHERIDAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas adheridas: ".
            03 LIN-TOT-ADHERIDAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-DESCUBIERTO.
            03 FILLER                   PIC X(20) VALUE
            "En descubierto...: ".
            03 LIN-TOT-DESCUBIERTO      PIC ZZZZZ9.
       01  TITULO-BOTTOM-COBERTURAS.
            03 FILLER                   PIC X(20) VALUE
            "Coberturas.......: ".
            03 LIN-TOT-COBERTURAS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-CUBIERTAS.
            03 FILLER                   PIC X(20) VALUE
            "Cubiertas enteras: ".
            03 LIN-TOT-CUBIERTAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-SIN-CUBRIR.
            03 FILLER                   PIC X(20) VALUE
            "Quedan en rojo...: ".
            03 LIN-TOT-SIN-CUBRIR       PIC ZZZZZ9.
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
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           ELSE
              PERFORM LEER-OPERADOR-ACTIVO THRU
                      F-LEER-OPERADOR-ACTIVO
           END-IF
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-CTZ-FECHA
           PERFORM LEER-COTIZACION THRU F-LEER-COTIZACION
      * LA COTIZACION SE ESTAMPA EN AUD-TASA (TRES ENTEROS), COMO EN
      * CNV001: SIN UNA VIGENTE QUE QUEPA NO SE CRUZAN MONEDAS
           IF WK-VIG-CTZ > 0 AND WK-COTIZACION-DOLAR < 1000
              MOVE 1 TO WK-HAY-COTIZACION
           END-IF
           PERFORM CARGAR-ADHESIONES THRU F-CARGAR-ADHESIONES
           OPEN I-O    M-CUENTAS
           OPEN OUTPUT LISTADO
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN EXTEND BARRIDOS
           IF NOT ( WK-BRR-STAT = "00" )
              OPEN OUTPUT BARRIDOS
           END-IF
           OPEN INPUT RETENCIONES
           IF WK-RTN-STAT = "00"
              MOVE 1 TO WK-RTN-ABIERTO
           END-IF
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       CARGAR-ADHESIONES.
           OPEN INPUT BARRIDO-ADH
           IF NOT ( WK-BAD-STAT = "00" )
              GO TO F-CARGAR-ADHESIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ BARRIDO-ADH AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-BAD-CANT < 5000
                 ADD 1 TO WK-BAD-CANT
                 MOVE BAD-DOCUMENTO TO TAB-BAD-DOC(WK-BAD-CANT)
                 MOVE BAD-PRODUCTO  TO TAB-BAD-PROD(WK-BAD-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE BARRIDO-ADH.
       F-CARGAR-ADHESIONES. EXIT.

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
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-BAD-CANT
              PERFORM CUBRIR-CUENTA THRU F-CUBRIR-CUENTA
           END-PERFORM.
       F-PROCESO. EXIT.

      * UNA CUENTA ADHERIDA: SI ESTA EN ROJO SE JUNTAN LAS OTRAS
      * CUENTAS DEL DOCUMENTO Y SE VA TOMANDO DE CADA UNA HASTA
      * CUBRIR EL DESCUBIERTO O QUEDARSE SIN FONDOS
       CUBRIR-CUENTA.
           MOVE TAB-BAD-DOC(WK-IND)  TO CTAS-DOCUMENTO
           MOVE TAB-BAD-PROD(WK-IND) TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                GO TO F-CUBRIR-CUENTA
           END-READ
           IF CTAS-FECHA-BAJA <> 0 OR CTAS-SALDO >= 0
              OR CTAS-SITUACION = 1 OR CTAS-SITUACION = 4
              GO TO F-CUBRIR-CUENTA
           END-IF
           ADD 1 TO WK-EN-DESCUBIERTO
           MOVE CTAS-DOCUMENTO TO WK-DES-DOC
           MOVE CTAS-PRODUCTO  TO WK-DES-PROD
           IF CTAS-MONEDA = "D"
              MOVE "D" TO WK-DES-MONEDA
           ELSE
              MOVE "P" TO WK-DES-MONEDA
           END-IF
           COMPUTE WK-FALTANTE = CTAS-SALDO * -1
           PERFORM JUNTAR-ORIGENES THRU F-JUNTAR-ORIGENES
           PERFORM VARYING WK-IND-ORI FROM 1 BY 1
                   UNTIL WK-IND-ORI > WK-ORI-CANT
                      OR WK-FALTANTE <= 0
              PERFORM TOMAR-DE-ORIGEN THRU F-TOMAR-DE-ORIGEN
           END-PERFORM
           IF WK-FALTANTE <= 0
              ADD 1 TO WK-CUBIERTAS
              GO TO F-CUBRIR-CUENTA
           END-IF
           ADD 1 TO WK-SIN-CUBRIR
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           INITIALIZE LIN-DETALLE
           MOVE WK-DES-DOC  TO L-DOC
           MOVE WK-DES-PROD TO L-PROD-DES
           MOVE "SIN FONDOS P/CUBRIR" TO L-OBS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-CUBRIR-CUENTA. EXIT.

      * LAS OTRAS CUENTAS OPERATIVAS DEL DOCUMENTO CON SALDO A FAVOR;
      * LAS DE OTRA MONEDA SOLO SI HAY COTIZACION PARA CONVERTIR
       JUNTAR-ORIGENES.
           MOVE 0 TO WK-ORI-CANT
                     WK-FINAL
           MOVE WK-DES-DOC TO CTAS-DOCUMENTO
           MOVE 0          TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CTAS-DOCUMENTO = WK-DES-DOC )
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-PRODUCTO = WK-DES-PROD
                 OR CTAS-FECHA-BAJA <> 0
                 OR CTAS-SITUACION = 1
                 OR CTAS-SITUACION = 2
                 OR CTAS-SITUACION = 4
                 OR CTAS-SITUACION = 6
                 OR CTAS-SALDO <= 0
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-MONEDA = "D"
                 MOVE "D" TO WK-ORI-MONEDA
              ELSE
                 MOVE "P" TO WK-ORI-MONEDA
              END-IF
              IF NOT ( WK-ORI-MONEDA = WK-DES-MONEDA )
                 AND WK-HAY-COTIZACION = 0
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ORI-CANT < 20
                 ADD 1 TO WK-ORI-CANT
                 MOVE CTAS-PRODUCTO TO TAB-ORI-PROD(WK-ORI-CANT)
                 MOVE WK-ORI-MONEDA TO TAB-ORI-MONEDA(WK-ORI-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL.
       F-JUNTAR-ORIGENES. EXIT.

      * EL DISPONIBLE SE CALCULA RECIEN ACA, CON LA CUENTA RELEIDA:
      * SALDO MENOS RETENIDO POR CLEARING MENOS EMBARGO ACTIVO. LO
      * QUE FALTA SE PASA A LA MONEDA DEL ORIGEN PARA SABER CUANTO
      * DEBITAR, Y LO DEBITADO A LA DEL DESTINO PARA ACREDITAR
       TOMAR-DE-ORIGEN.
           MOVE WK-DES-DOC               TO CTAS-DOCUMENTO
           MOVE TAB-ORI-PROD(WK-IND-ORI) TO CTAS-PRODUCTO
           MOVE TAB-ORI-MONEDA(WK-IND-ORI) TO WK-ORI-MONEDA
           READ M-CUENTAS
           INVALID KEY
                GO TO F-TOMAR-DE-ORIGEN
           END-READ
           PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO
           PERFORM BUSCAR-EMBARGO THRU F-BUSCAR-EMBARGO
           COMPUTE WK-DISPONIBLE = CTAS-SALDO - WK-RETENIDO-CTA
                   - WK-EMBARGO-IMPORTE
           IF WK-DISPONIBLE <= 0
              GO TO F-TOMAR-DE-ORIGEN
           END-IF
           EVALUATE TRUE
              WHEN WK-ORI-MONEDA = WK-DES-MONEDA
                   MOVE WK-FALTANTE TO WK-NECESARIO
              WHEN WK-ORI-MONEDA = "P"
                   COMPUTE WK-NECESARIO ROUNDED =
                           WK-FALTANTE * WK-COTIZACION-DOLAR
              WHEN OTHER
                   COMPUTE WK-NECESARIO ROUNDED =
                           WK-FALTANTE / WK-COTIZACION-DOLAR
           END-EVALUATE
           IF WK-NECESARIO > WK-DISPONIBLE
              MOVE WK-DISPONIBLE TO WK-IMP-ORIGEN
           ELSE
              MOVE WK-NECESARIO  TO WK-IMP-ORIGEN
           END-IF
           EVALUATE TRUE
              WHEN WK-ORI-MONEDA = WK-DES-MONEDA
                   MOVE WK-IMP-ORIGEN TO WK-IMP-DESTINO
                   MOVE 0             TO WK-AUD-TASA-BRR
              WHEN WK-ORI-MONEDA = "P"
                   COMPUTE WK-IMP-DESTINO ROUNDED =
                           WK-IMP-ORIGEN / WK-COTIZACION-DOLAR
                   MOVE WK-COTIZACION-DOLAR TO WK-AUD-TASA-BRR
              WHEN OTHER
                   COMPUTE WK-IMP-DESTINO ROUNDED =
                           WK-IMP-ORIGEN * WK-COTIZACION-DOLAR
                   MOVE WK-COTIZACION-DOLAR TO WK-AUD-TASA-BRR
           END-EVALUATE
           IF WK-IMP-ORIGEN = 0 OR WK-IMP-DESTINO = 0
              GO TO F-TOMAR-DE-ORIGEN
           END-IF
           PERFORM APLICAR-COBERTURA THRU F-APLICAR-COBERTURA.
       F-TOMAR-DE-ORIGEN. EXIT.

      * LAS DOS PATAS COMO UNA SOLA OPERACION, CON LA CUENTA ORIGEN
      * LEIDA EN AREA: SI EL CREDITO NO SE PUEDE GRABAR, EL DEBITO SE
      * DESHACE ANTES DE ABORTAR
       APLICAR-COBERTURA.
           ADD 1 TO WK-BARRIDO-NRO
           IF WK-ORI-MONEDA = WK-DES-MONEDA
              MOVE "1" TO WK-AUD-MOV-BRR
           ELSE
              MOVE "K" TO WK-AUD-MOV-BRR
           END-IF
           MOVE CTAS-SALDO TO WK-SALDO-ORIGEN-ANT
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO - WK-IMP-ORIGEN
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE WK-DES-DOC  TO CTAS-DOCUMENTO
           MOVE WK-DES-PROD TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                PERFORM DESHACER-DEBITO THRU F-DESHACER-DEBITO
                GO TO F-APLICAR-COBERTURA
           END-READ
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + WK-IMP-DESTINO
           REWRITE CTAS-REG INVALID KEY
                   PERFORM DESHACER-DEBITO THRU F-DESHACER-DEBITO
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           IF WK-AUD-MOV-BRR = "1"
              MOVE "2" TO WK-AUD-MOV-BRR
           END-IF
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           IF WK-ORI-MONEDA = WK-DES-MONEDA
              IF WK-DES-MONEDA = "D"
                 SUBTRACT WK-IMP-ORIGEN  FROM WK-NETO-DOLARES
                 ADD      WK-IMP-DESTINO TO   WK-NETO-DOLARES
              ELSE
                 SUBTRACT WK-IMP-ORIGEN  FROM WK-NETO-PESOS
                 ADD      WK-IMP-DESTINO TO   WK-NETO-PESOS
              END-IF
           END-IF
           SUBTRACT WK-IMP-DESTINO FROM WK-FALTANTE
           ADD 1 TO WK-COBERTURAS
           PERFORM GRABAR-BARRIDO THRU F-GRABAR-BARRIDO.
       F-APLICAR-COBERTURA. EXIT.

       DESHACER-DEBITO.
           MOVE WK-DES-DOC               TO CTAS-DOCUMENTO
           MOVE TAB-ORI-PROD(WK-IND-ORI) TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                 GO TO F-DESHACER-DEBITO
           END-READ
           MOVE WK-SALDO-ORIGEN-ANT TO CTAS-SALDO
           REWRITE CTAS-REG INVALID KEY
                   CONTINUE
           END-REWRITE.
       F-DESHACER-DEBITO. EXIT.

      * LA COBERTURA QUEDA EN BARRIDOS.DAT PARA LOS RESUMENES Y EN
      * EL LISTADO DE CONTROL
       GRABAR-BARRIDO.
           INITIALIZE BRR-REG
           MOVE WK-HOY                   TO BRR-FECHA
           MOVE WK-BARRIDO-NRO           TO BRR-NUMERO
           MOVE WK-DES-DOC               TO BRR-DOCUMENTO
           MOVE TAB-ORI-PROD(WK-IND-ORI) TO BRR-PROD-ORIGEN
           MOVE WK-ORI-MONEDA            TO BRR-MONEDA-ORIGEN
           MOVE WK-IMP-ORIGEN            TO BRR-IMPORTE-ORIGEN
           MOVE WK-DES-PROD              TO BRR-PROD-DESTINO
           MOVE WK-DES-MONEDA            TO BRR-MONEDA-DESTINO
           MOVE WK-IMP-DESTINO           TO BRR-IMPORTE-DESTINO
           MOVE WK-AUD-TASA-BRR          TO BRR-COTIZACION
           WRITE BRR-REG
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           INITIALIZE LIN-DETALLE
           MOVE WK-DES-DOC               TO L-DOC
           MOVE WK-DES-PROD              TO L-PROD-DES
           MOVE TAB-ORI-PROD(WK-IND-ORI) TO L-PROD-ORI
           MOVE WK-IMP-ORIGEN            TO L-DEBITO
           MOVE WK-IMP-DESTINO           TO L-CREDITO
           MOVE WK-AUD-TASA-BRR          TO L-COTIZACION
           IF WK-FALTANTE <= 0
              MOVE "CUBIERTA"            TO L-OBS
           ELSE
              MOVE "CUBIERTA EN PARTE"   TO L-OBS
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-GRABAR-BARRIDO. EXIT.

      * RETENCIONES DE CLEARING ACTIVAS ("R") DE LA CUENTA, COMO EN
      * CTAS003: LO ACREDITADO QUE TODAVIA NO SE PUEDE USAR
       SUMAR-RETENIDO.
           MOVE 0 TO WK-RETENIDO-CTA
           IF WK-RTN-ABIERTO = 0
              GO TO F-SUMAR-RETENIDO
           END-IF
           MOVE CTAS-DOCUMENTO TO RTN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO RTN-PRODUCTO
           MOVE 0              TO RTN-RECIBO
           MOVE 0              TO WK-RTN-FINAL
           START RETENCIONES KEY NOT < RTN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-RTN-FINAL
           END-START
           PERFORM UNTIL WK-RTN-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-RTN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RTN-DOCUMENTO = CTAS-DOCUMENTO
                       AND RTN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-RTN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF RTN-ESTADO = "R"
                 ADD RTN-IMPORTE TO WK-RETENIDO-CTA
              END-IF
           END-PERFORM.
       F-SUMAR-RETENIDO. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * CADA PATA CON EL NUMERO DE COBERTURA EN AUD-PERIODO, PARA
      * APAREARLAS, Y LA COTIZACION EN AUD-TASA SI HUBO CONVERSION
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE WK-AUD-MOV-BRR    TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           MOVE WK-BARRIDO-NRO    TO AUD-PERIODO
           MOVE WK-AUD-TASA-BRR   TO AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9; LO YA
      * CUBIERTO QUEDA, Y LA RELANZADA SIGUE CON LO QUE QUEDO EN ROJO
       ERROR-ES.
           MOVE "BAR001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-BAD-CANT TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 59
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-BAD-CANT       TO LIN-TOT-ADHERIDAS
           MOVE WK-EN-DESCUBIERTO TO LIN-TOT-DESCUBIERTO
           MOVE WK-COBERTURAS     TO LIN-TOT-COBERTURAS
           MOVE WK-CUBIERTAS      TO LIN-TOT-CUBIERTAS
           MOVE WK-SIN-CUBRIR     TO LIN-TOT-SIN-CUBRIR
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-ADHERIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DESCUBIERTO
           WRITE REG-LIS FROM TITULO-BOTTOM-COBERTURAS
           WRITE REG-LIS FROM TITULO-BOTTOM-CUBIERTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-SIN-CUBRIR
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

      * ENTRE CUENTAS DE LA MISMA MONEDA LO DEBITADO Y LO ACREDITADO
      * TIENEN QUE NETEAR A CERO, COMO LAS TRANSFERENCIAS DE CTAS003;
      * Y CADA CUENTA EN ROJO TERMINA CUBIERTA O SIN CUBRIR
       VERIFICAR-TOTALES.
           MOVE WK-BAD-CANT TO LK-CANTIDAD
           IF WK-NETO-PESOS <> 0
              OR WK-NETO-DOLARES <> 0
              OR WK-CUBIERTAS + WK-SIN-CUBRIR <> WK-EN-DESCUBIERTO
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Coberturas de descubierto no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 LISTADO
                 AUDITORIA
                 BARRIDOS
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
           END-IF
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-cotizacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".

       END PROGRAM BAR001.
