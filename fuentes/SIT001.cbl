      * =================================================================== */
      *                                                                     */
      *   SIT001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   clasificacion mensual por deudor: peor situacion entre todos     */
      *   sus productos y arrastre de los demas                            */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIT001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 16/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CTAS010 MUEVE CADA DOCUMENTO/PRODUCTO POR SU CUENTA, Y EL
      * MISMO CLIENTE PODIA QUEDAR NORMAL EN UN PRODUCTO Y EN MORA EN
      * OTRO. EL BANCO CENTRAL ESPERA UNA SOLA CLASIFICACION POR
      * DEUDOR. ESTE BATCH MENSUAL CORRE DESPUES DE CTAS010 Y, POR
      * CADA DOCUMENTO:
      *   - TOMA LA PEOR SITUACION PROPIA DE SUS CUENTAS VIGENTES,
      *     DE MEJOR A PEOR: 7 (NORMAL) Y 5 (SEVEN), 3 (MORA), 4
      *     (CASTIGADA), 1 (FRAUDE). LAS SITUACIONES 2 (SUCESION) Y
      *     6 (DORMIDA) SON ADMINISTRATIVAS: NO ARRASTRAN. A IGUAL
      *     SITUACION MANDA LA DE FECHA DE SITUACION MAS VIEJA. UNA
      *     MORA POR ARRASTRE (CTAS-ARRASTRE = "S") NO CUENTA COMO
      *     PROPIA.
      *   - SI ESA PEOR SITUACION ES MORA O PEOR, LAS CUENTAS EN 7
      *     PASAN A 3 POR ARRASTRE, CON LA MARCA CTAS-ARRASTRE, SU
      *     LINEA DE RODAMIENTO (SITUACION-TRANS.DAT), LA AUDITORIA
      *     "T" Y EL AVISO A LOS GARANTES, COMO UN PASE A MORA DE
      *     CTAS010. LAS CUENTAS EN 5 (SEVEN) LAS MANEJA EL SECTOR Y
      *     NO SE ARRASTRAN; IGUAL EL DEUDOR SE INFORMA CON SU PEOR
      *     SITUACION.
      *   - SI YA NO HAY MORA PROPIA EN NINGUN PRODUCTO, LAS CUENTAS
      *     ARRASTRADAS SE LIBERAN: CON SALDO >= 0 VUELVEN A 7; EN
      *     DESCUBIERTO PIERDEN LA MARCA Y LA MORA QUEDA COMO PROPIA,
      *     PARA QUE CTAS010 LA SIGA COMO CUALQUIER OTRA.
      *   - UNA MARCA DE ARRASTRE EN UNA CUENTA QUE OTRO PROCESO SACO
      *     DE SITUACION 3 SE BORRA SIN MAS.
      * EL LISTADO INFORMA CADA CUENTA CUYA SITUACION CAMBIO POR
      * ARRASTRE O LIBERACION, CON EL PRODUCTO Y LA SITUACION DE
      * ORIGEN. LA CLASIFICACION DE CADA DEUDOR QUEDA EN
      * SITUACION-DEUDORES.DAT, QUE DEU001 USA PARA EL ARCHIVO DEL
      * REGIMEN INFORMATIVO.
      * LAS CUENTAS LLEGAN EN ORDEN DE CTAS-CLAVE, O SEA AGRUPADAS
      * POR DOCUMENTO: AL CAMBIAR DE DOCUMENTO SE RESUELVE EL
      * ANTERIOR CON LECTURAS POR CLAVE Y SE REPOSICIONA EL RECORRIDO
      * EN LA CUENTA QUE PROVOCO EL CORTE.
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
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\sit-deudores.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-SIT001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT RODAMIENTO
           ASSIGN TO "\COBOL\arch\situacion-trans.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ROD-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-sit-deudores.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * DETALLE DE RODAMIENTO, EL MISMO QUE DEJA CTAS010: EL
      * ARRASTRE Y LA LIBERACION TAMBIEN SON TRANSICIONES DEL MES
      * PARA LA MATRIZ DE ROD001
       FD  RODAMIENTO.
       01  ROD-REG.
           03 ROD-PERIODO             PIC 9(06).
           03 ROD-DOCUMENTO           PIC 9(08).
           03 ROD-PRODUCTO            PIC 9(02).
           03 ROD-SIT-ANTERIOR        PIC 9(01).
           03 ROD-SIT-NUEVA           PIC 9(01).
           03 ROD-SALDO               PIC S9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-aviso-garante.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-ROD-STAT                  PIC X(02).
       77  WK-SDE-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)     VALUE 0.
       77  WK-DEUDORES                  PIC 9(06)     VALUE 0.
       77  WK-DEUDORES-ARRASTRE         PIC 9(06)     VALUE 0.
       77  WK-ARRASTRADAS               PIC 9(06)     VALUE 0.
       77  WK-LIBERADAS                 PIC 9(06)     VALUE 0.
       77  WK-MORA-PROPIA               PIC 9(06)     VALUE 0.
       77  WK-SIN-CAMBIO                PIC 9(06)     VALUE 0.
       77  WK-MARCAS-BORRADAS           PIC 9(06)     VALUE 0.
       77  WK-AVISOS-GARANTE            PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PERIODO                   PIC 9(06)     VALUE 0.
       77  WK-SIT-ANTERIOR              PIC 9(01)     VALUE 0.
       77  WK-MOTIVO                    PIC X(12)     VALUE SPACES.

      * CUENTAS DEL DOCUMENTO EN CURSO (CTAS-PRODUCTO VA DE 00 A 99)
       77  WK-DOC-ACTUAL                PIC 9(08)     VALUE 0.
       77  WK-CLAVE-SIGUIENTE           PIC X(10)     VALUE SPACES.
       77  WK-PRD-CANT                  PIC 9(03)     VALUE 0.
       77  WK-PRD-IND                   PIC 9(03)     VALUE 0.
       77  WK-DOC-ARRASTRADAS           PIC 9(03)     VALUE 0.
       01  TAB-PRODUCTOS.
           03 TAB-PRD-ITEM OCCURS 100.
              05 TP-PRODUCTO           PIC 9(02).
              05 TP-SITUACION          PIC 9(01).
              05 TP-ARRASTRE           PIC X(01).
              05 TP-FECHA-SITUACION    PIC 9(08).
              05 TP-FECHA-BAJA         PIC 9(08).

      * PEOR SITUACION PROPIA DEL DOCUMENTO EN CURSO. EL RANGO ORDENA
      * LAS SITUACIONES DE MEJOR A PEOR: 0 ADMINISTRATIVA (2, 6),
      * 1 NORMAL (7, 5), 2 MORA (3), 3 CASTIGADA (4), 4 FRAUDE (1)
       77  WK-RANGO                     PIC 9(01)     VALUE 0.
       77  WK-PEOR-HAY                  PIC 9         VALUE 0.
       77  WK-PEOR-RANGO                PIC 9(01)     VALUE 0.
       77  WK-PEOR-SITUACION            PIC 9(01)     VALUE 0.
       77  WK-PEOR-PRODUCTO             PIC 9(02)     VALUE 0.
       77  WK-PEOR-FECHA                PIC 9(08)     VALUE 0.

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
            03 FILLER                   PIC X(47) VALUE
            "CLASIFICACION POR DEUDOR - SIT001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(11) VALUE "Documento".
            03 FILLER                   PIC X(05) VALUE "Prod".
            03 FILLER                   PIC X(30) VALUE "Titular".
            03 FILLER                   PIC X(09) VALUE "Sit. ant.".
            03 FILLER                   PIC X(05) VALUE "Nva.".
            03 FILLER                   PIC X(07) VALUE "Origen".
            03 FILLER                   PIC X(13) VALUE "Saldo".
            03 FILLER                   PIC X(06) VALUE "Motivo".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PRO                    PIC 9(02).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-NOM-CORTO              PIC X(28).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SIT-ANT                PIC 9(01).
            03 FILLER                   PIC X(08) VALUE ALL SPACES.
            03 L-SIT-NVA                PIC 9(01).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-ORI-PRO                PIC 9(02).
            03 FILLER                   PIC X(01) VALUE "/".
            03 L-ORI-SIT                PIC 9(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SDO                    PIC ----.--9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-MOTIVO                 PIC X(12).

       01  TITULO-BOTTOM-LEIDAS.
            03 FILLER                   PIC X(26) VALUE
            "Cuentas leidas..........: ".
            03 LIN-TOT-LEIDAS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-DEUDORES.
            03 FILLER                   PIC X(26) VALUE
            "Deudores clasificados...: ".
            03 LIN-TOT-DEUDORES         PIC ZZZZZ9.
       01  TITULO-BOTTOM-DEU-ARR.
            03 FILLER                   PIC X(26) VALUE
            "Deudores con arrastre...: ".
            03 LIN-TOT-DEU-ARR          PIC ZZZZZ9.
       01  TITULO-BOTTOM-ARRASTRADAS.
            03 FILLER                   PIC X(26) VALUE
            "Arrastradas a mora......: ".
            03 LIN-TOT-ARRASTRADAS      PIC ZZZZZ9.
       01  TITULO-BOTTOM-LIBERADAS.
            03 FILLER                   PIC X(26) VALUE
            "Liberadas a normal......: ".
            03 LIN-TOT-LIBERADAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-PROPIA.
            03 FILLER                   PIC X(26) VALUE
            "Quedan en mora propia...: ".
            03 LIN-TOT-PROPIA           PIC ZZZZZ9.
       01  TITULO-BOTTOM-SINCAMBIO.
            03 FILLER                   PIC X(26) VALUE
            "Sin cambio..............: ".
            03 LIN-TOT-SINCAMBIO        PIC ZZZZZ9.
       01  TITULO-BOTTOM-MARCAS.
            03 FILLER                   PIC X(26) VALUE
            "Marcas viejas borradas..: ".
            03 LIN-TOT-MARCAS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-GARANTES.
            03 FILLER                   PIC X(26) VALUE
            "Avisos a garantes.......: ".
            03 LIN-TOT-GARANTES         PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(26) VALUE
            "Total de Hojas..........: ".
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

      * ABRE ARCHIVOS, GRABA LA CABECERA DEL ARCHIVO DE DEUDORES Y
      * ANHADE ENCABEZADO
       INICIO.
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           ELSE
              PERFORM LEER-OPERADOR-ACTIVO THRU
                      F-LEER-OPERADOR-ACTIVO
           END-IF
           PERFORM ABRIR-ARCHIVO  THRU F-ABRIR-ARCHIVO
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           COMPUTE WK-PERIODO     = WK-HOY / 100
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           INITIALIZE SDE-REG
           MOVE "H"               TO SDC-TIPO
           MOVE WK-PERIODO        TO SDC-PERIODO
           MOVE WK-HOY            TO SDC-FECHA
           WRITE SDE-REG
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       ABRIR-ARCHIVO.
           OPEN I-O    M-CUENTAS
           OPEN OUTPUT LISTADO
           OPEN OUTPUT SIT-DEUDORES
           OPEN EXTEND RODAMIENTO
           IF NOT ( WK-ROD-STAT = "00" )
              OPEN OUTPUT RODAMIENTO
           END-IF
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA.
       F-ABRIR-ARCHIVO. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF.
       F-ABRIR-AUDITORIA. EXIT.

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

      * RECORRE M-CUENTAS EN ORDEN DE CTAS-CLAVE. AL CAMBIAR DE
      * DOCUMENTO SE RESUELVE EL ANTERIOR Y SE VUELVE A POSICIONAR
      * EN LA CUENTA DEL CORTE, QUE SE RELEE EN LA VUELTA SIGUIENTE
       PROCESO.
           MOVE 0 TO CTAS-DOCUMENTO
                     CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-PRD-CANT > 0
                 AND CTAS-DOCUMENTO <> WK-DOC-ACTUAL
                 MOVE CTAS-CLAVE TO WK-CLAVE-SIGUIENTE
                 PERFORM CERRAR-DEUDOR THRU F-CERRAR-DEUDOR
                 MOVE WK-CLAVE-SIGUIENTE TO CTAS-CLAVE
                 START M-CUENTAS KEY NOT < CTAS-CLAVE
                 INVALID KEY
                       MOVE 1 TO WK-FINAL
                 END-START
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDAS
              PERFORM ACUMULAR-CUENTA THRU F-ACUMULAR-CUENTA
           END-PERFORM
           IF WK-PRD-CANT > 0
              PERFORM CERRAR-DEUDOR THRU F-CERRAR-DEUDOR
           END-IF.
       F-PROCESO. EXIT.

       ACUMULAR-CUENTA.
           IF WK-PRD-CANT = 0
              MOVE CTAS-DOCUMENTO TO WK-DOC-ACTUAL
           END-IF
           ADD 1 TO WK-PRD-CANT
           MOVE CTAS-PRODUCTO        TO TP-PRODUCTO(WK-PRD-CANT)
           MOVE CTAS-SITUACION       TO TP-SITUACION(WK-PRD-CANT)
           MOVE CTAS-ARRASTRE        TO TP-ARRASTRE(WK-PRD-CANT)
           MOVE CTAS-FECHA-SITUACION TO
                TP-FECHA-SITUACION(WK-PRD-CANT)
           MOVE CTAS-FECHA-BAJA      TO TP-FECHA-BAJA(WK-PRD-CANT).
       F-ACUMULAR-CUENTA. EXIT.

      * RESUELVE EL DOCUMENTO CUYAS CUENTAS QUEDARON EN LA TABLA:
      * PEOR SITUACION PROPIA, ARRASTRE O LIBERACION, Y EL REGISTRO
      * DEL DEUDOR CON LA CLASIFICACION FINAL
       CERRAR-DEUDOR.
           MOVE 0 TO WK-DOC-ARRASTRADAS
           PERFORM DETERMINAR-PEOR THRU F-DETERMINAR-PEOR
           PERFORM VARYING WK-PRD-IND FROM 1 BY 1
                   UNTIL WK-PRD-IND > WK-PRD-CANT
              EVALUATE TRUE
                 WHEN TP-FECHA-BAJA(WK-PRD-IND) <> 0
                      ADD 1 TO WK-SIN-CAMBIO
                 WHEN TP-ARRASTRE(WK-PRD-IND) = "S"
                  AND TP-SITUACION(WK-PRD-IND) <> 3
                      PERFORM BORRAR-MARCA THRU F-BORRAR-MARCA
                      ADD 1 TO WK-SIN-CAMBIO
                 WHEN TP-SITUACION(WK-PRD-IND) = 7
                  AND WK-PEOR-RANGO > 1
                      PERFORM ARRASTRAR THRU F-ARRASTRAR
                 WHEN TP-ARRASTRE(WK-PRD-IND) = "S"
                  AND WK-PEOR-RANGO < 2
                      PERFORM LIBERAR THRU F-LIBERAR
                 WHEN OTHER
                      ADD 1 TO WK-SIN-CAMBIO
              END-EVALUATE
           END-PERFORM
           IF WK-DOC-ARRASTRADAS > 0
              ADD 1 TO WK-DEUDORES-ARRASTRE
           END-IF
      * UNA LIBERACION EN DESCUBIERTO DEJA MORA PROPIA: LA
      * CLASIFICACION DEL DEUDOR SE TOMA SOBRE EL ESTADO FINAL
           PERFORM DETERMINAR-PEOR THRU F-DETERMINAR-PEOR
           IF WK-PEOR-HAY = 1
              PERFORM GRABAR-DEUDOR THRU F-GRABAR-DEUDOR
           END-IF
           MOVE 0 TO WK-PRD-CANT.
       F-CERRAR-DEUDOR. EXIT.

      * PEOR SITUACION PROPIA ENTRE LAS CUENTAS VIGENTES; A IGUAL
      * RANGO GANA LA FECHA DE SITUACION MAS VIEJA (UNA FECHA EN
      * CERO ES DE ANTIGUEDAD DESCONOCIDA Y CUENTA COMO LA MAS VIEJA)
       DETERMINAR-PEOR.
           MOVE 0 TO WK-PEOR-HAY
                     WK-PEOR-RANGO
                     WK-PEOR-SITUACION
                     WK-PEOR-PRODUCTO
                     WK-PEOR-FECHA
           PERFORM VARYING WK-PRD-IND FROM 1 BY 1
                   UNTIL WK-PRD-IND > WK-PRD-CANT
              IF TP-FECHA-BAJA(WK-PRD-IND) <> 0
                 EXIT PERFORM CYCLE
              END-IF
              IF TP-ARRASTRE(WK-PRD-IND) = "S"
                 AND TP-SITUACION(WK-PRD-IND) = 3
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE TP-SITUACION(WK-PRD-IND)
                 WHEN 1     MOVE 4 TO WK-RANGO
                 WHEN 4     MOVE 3 TO WK-RANGO
                 WHEN 3     MOVE 2 TO WK-RANGO
                 WHEN 7
                 WHEN 5     MOVE 1 TO WK-RANGO
                 WHEN OTHER MOVE 0 TO WK-RANGO
              END-EVALUATE
              IF WK-PEOR-HAY = 0
                 OR WK-RANGO > WK-PEOR-RANGO
                 OR ( WK-RANGO = WK-PEOR-RANGO
                      AND TP-FECHA-SITUACION(WK-PRD-IND)
                          < WK-PEOR-FECHA )
                 MOVE 1                    TO WK-PEOR-HAY
                 MOVE WK-RANGO             TO WK-PEOR-RANGO
                 MOVE TP-SITUACION(WK-PRD-IND) TO WK-PEOR-SITUACION
                 MOVE TP-PRODUCTO(WK-PRD-IND)  TO WK-PEOR-PRODUCTO
                 MOVE TP-FECHA-SITUACION(WK-PRD-IND)
                                           TO WK-PEOR-FECHA
              END-IF
           END-PERFORM.
       F-DETERMINAR-PEOR. EXIT.

      * LEE POR CLAVE LA CUENTA DE LA TABLA QUE SE VA A MODIFICAR
       LEER-CUENTA.
           MOVE WK-DOC-ACTUAL           TO CTAS-DOCUMENTO
           MOVE TP-PRODUCTO(WK-PRD-IND) TO CTAS-PRODUCTO
           READ M-CUENTAS INVALID KEY
                MOVE "READ" TO WK-FE-OPERACION
                PERFORM ERROR-ES THRU F-ERROR-ES
           END-READ.
       F-LEER-CUENTA. EXIT.

      * OTRO PRODUCTO DEL DEUDOR ESTA EN MORA O PEOR: LA CUENTA
      * NORMAL PASA A 3 CON LA MARCA DE ARRASTRE Y SE AVISA A SUS
      * GARANTES IGUAL QUE EN UN PASE A MORA DE CTAS010
       ARRASTRAR.
           PERFORM LEER-CUENTA    THRU F-LEER-CUENTA
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           MOVE CTAS-SITUACION TO WK-SIT-ANTERIOR
           MOVE 3              TO CTAS-SITUACION
           MOVE WK-HOY         TO CTAS-FECHA-SITUACION
           MOVE "S"            TO CTAS-ARRASTRE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           MOVE 3   TO TP-SITUACION(WK-PRD-IND)
           MOVE "S" TO TP-ARRASTRE(WK-PRD-IND)
           ADD 1 TO WK-ARRASTRADAS
                    WK-DOC-ARRASTRADAS
           MOVE "ARRASTRE" TO WK-MOTIVO
           PERFORM GRABAR-RODAMIENTO THRU F-GRABAR-RODAMIENTO
           PERFORM GRABAR-AUDITORIA  THRU F-GRABAR-AUDITORIA
           PERFORM DETALLE           THRU F-DETALLE
           MOVE "M"            TO WK-GAV-ACCION
           MOVE "SIT001"       TO WK-GAV-ORIGEN
           MOVE CTAS-DOCUMENTO TO WK-GAV-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO WK-GAV-PRODUCTO
           MOVE 0              TO WK-GAV-REFERENCIA
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           ADD WK-GAV-AVISOS TO WK-AVISOS-GARANTE.
       F-ARRASTRAR. EXIT.

      * LA MORA DE ORIGEN SE CURO: CON SALDO AL DIA LA CUENTA VUELVE
      * A 7; EN DESCUBIERTO SOLO PIERDE LA MARCA Y LA MORA PASA A SER
      * PROPIA (LA SITUACION NO CAMBIA, POR ESO NO HAY RODAMIENTO)
       LIBERAR.
           PERFORM LEER-CUENTA    THRU F-LEER-CUENTA
           MOVE SPACE TO CTAS-ARRASTRE
                         TP-ARRASTRE(WK-PRD-IND)
           IF CTAS-SALDO < 0
              REWRITE CTAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
              ADD 1 TO WK-MORA-PROPIA
              MOVE CTAS-SITUACION TO WK-SIT-ANTERIOR
              MOVE "MORA PROPIA"  TO WK-MOTIVO
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-LIBERAR
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           MOVE CTAS-SITUACION TO WK-SIT-ANTERIOR
           MOVE 7              TO CTAS-SITUACION
           MOVE WK-HOY         TO CTAS-FECHA-SITUACION
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           MOVE 7      TO TP-SITUACION(WK-PRD-IND)
           MOVE WK-HOY TO TP-FECHA-SITUACION(WK-PRD-IND)
           ADD 1 TO WK-LIBERADAS
           MOVE "LIBERADA" TO WK-MOTIVO
           PERFORM GRABAR-RODAMIENTO THRU F-GRABAR-RODAMIENTO
           PERFORM GRABAR-AUDITORIA  THRU F-GRABAR-AUDITORIA
           PERFORM DETALLE           THRU F-DETALLE.
       F-LIBERAR. EXIT.

      * OTRO PROCESO (FAL001, DOR001, CAS001...) SACO DE SITUACION 3
      * UNA CUENTA ARRASTRADA: LA MARCA YA NO SIGNIFICA NADA
       BORRAR-MARCA.
           PERFORM LEER-CUENTA THRU F-LEER-CUENTA
           MOVE SPACE TO CTAS-ARRASTRE
                         TP-ARRASTRE(WK-PRD-IND)
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-MARCAS-BORRADAS.
       F-BORRAR-MARCA. EXIT.

       GRABAR-DEUDOR.
           INITIALIZE SDE-REG
           MOVE "D"                TO SDE-TIPO
           MOVE WK-DOC-ACTUAL      TO SDE-DOCUMENTO
           MOVE WK-PEOR-SITUACION  TO SDE-SITUACION
           MOVE WK-PEOR-FECHA      TO SDE-FECHA-SITUACION
           MOVE WK-PEOR-PRODUCTO   TO SDE-PRODUCTO
           MOVE WK-PRD-CANT        TO SDE-CUENTAS
           MOVE WK-DOC-ARRASTRADAS TO SDE-ARRASTRADAS
           WRITE SDE-REG
           ADD 1 TO WK-DEUDORES.
       F-GRABAR-DEUDOR. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9 PARA QUE
      * LA CADENA SE DETENGA EN LUGAR DE SEGUIR A MEDIAS
       ERROR-ES.
           MOVE "SIT001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDAS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       GRABAR-RODAMIENTO.
           INITIALIZE ROD-REG
           MOVE WK-PERIODO      TO ROD-PERIODO
           MOVE CTAS-DOCUMENTO  TO ROD-DOCUMENTO
           MOVE CTAS-PRODUCTO   TO ROD-PRODUCTO
           MOVE WK-SIT-ANTERIOR TO ROD-SIT-ANTERIOR
           MOVE CTAS-SITUACION  TO ROD-SIT-NUEVA
           MOVE CTAS-SALDO      TO ROD-SALDO
           WRITE ROD-REG.
       F-GRABAR-RODAMIENTO. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * EL ARRASTRE Y LA LIBERACION QUEDAN CON AUD-MOV = "T", COMO
      * LAS TRANSICIONES DE CTAS010
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "T"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO TO L-DOC
           MOVE CTAS-PRODUCTO  TO L-PRO
           MOVE SPACES         TO L-NOM-CORTO
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY SPACE
              INTO L-NOM-CORTO
           END-STRING
           MOVE WK-SIT-ANTERIOR   TO L-SIT-ANT
           MOVE CTAS-SITUACION    TO L-SIT-NVA
           MOVE WK-PEOR-PRODUCTO  TO L-ORI-PRO
           MOVE WK-PEOR-SITUACION TO L-ORI-SIT
           MOVE CTAS-SALDO        TO L-SDO
           MOVE WK-MOTIVO         TO L-MOTIVO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS            TO LIN-TOT-LEIDAS
           MOVE WK-DEUDORES          TO LIN-TOT-DEUDORES
           MOVE WK-DEUDORES-ARRASTRE TO LIN-TOT-DEU-ARR
           MOVE WK-ARRASTRADAS       TO LIN-TOT-ARRASTRADAS
           MOVE WK-LIBERADAS         TO LIN-TOT-LIBERADAS
           MOVE WK-MORA-PROPIA       TO LIN-TOT-PROPIA
           MOVE WK-SIN-CAMBIO        TO LIN-TOT-SINCAMBIO
           MOVE WK-MARCAS-BORRADAS   TO LIN-TOT-MARCAS
           MOVE WK-AVISOS-GARANTE    TO LIN-TOT-GARANTES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DEUDORES
           WRITE REG-LIS FROM TITULO-BOTTOM-DEU-ARR
           WRITE REG-LIS FROM TITULO-BOTTOM-ARRASTRADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-LIBERADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-PROPIA
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCAMBIO
           WRITE REG-LIS FROM TITULO-BOTTOM-MARCAS
           WRITE REG-LIS FROM TITULO-BOTTOM-GARANTES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDAS TO LK-CANTIDAD
           IF WK-ARRASTRADAS + WK-LIBERADAS + WK-MORA-PROPIA
              + WK-SIN-CAMBIO <> WK-LEIDAS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           MOVE "C" TO WK-GAV-ACCION
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           CLOSE M-CUENTAS
                 LISTADO
                 SIT-DEUDORES
                 RODAMIENTO
                 AUDITORIA.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".

       END PROGRAM SIT001.
