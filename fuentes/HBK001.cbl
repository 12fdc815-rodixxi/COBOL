      * =================================================================== */
      *                                                                     */
      *   HBK001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   novedad nocturna de saldos y ultimos movimientos por cuenta      */
      *   para home banking y el IVR                                       */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBK001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * HOME BANKING Y EL IVR NO LEEN LOS MAESTROS: CADA NOCHE, CON
      * TODO LO DEL DIA YA APLICADO, ESTE PASO LES ARMA
      * HOMEBANKING.PRN CON UNA FOTO DE CADA CUENTA VIGENTE:
      *   - "C" CUENTA: SALDO CONTABLE, LIMITE, RETENCIONES DE
      *     CLEARING ACTIVAS, EMBARGO ACTIVO Y EL MARGEN DISPONIBLE
      *     (SALDO + LIMITE - RETENIDO - EMBARGO), MAS EL PAGO MINIMO
      *     Y EL VENCIMIENTO DEL ULTIMO RESUMEN DE RES001,
      *   - "M" MOVIMIENTO: LOS ULTIMOS N MOVIMIENTOS DE SALDO DE LA
      *     AUDITORIA (FECHA, TIPO, IMPORTE Y SALDO RESULTANTE), DEL
      *     MAS VIEJO AL MAS NUEVO; N SALE DE HBK001.PAR (DEFAULT 5,
      *     MAXIMO 10),
      *   - "P" PLASTICO: CADA TARJETA QUE FACTURA A LA CUENTA (O DEL
      *     TITULAR SIN PRODUCTO ATRIBUIDO), CON LOS ULTIMOS CUATRO
      *     DIGITOS, SU ESTADO Y SU VENCIMIENTO,
      *   - "T" TRAILER: CANTIDAD DE CUENTAS, CANTIDAD DE REGISTROS Y
      *     SUMA DE SALDOS, PARA QUE EL CANAL CONTROLE LO RECIBIDO.
      * LA AUDITORIA SE LEE UNA SOLA VEZ, ORDENADA POR CUENTA Y EN SU
      * ORDEN DE GRABACION, Y SE APAREA CON M-CUENTAS EN ORDEN DE
      * CLAVE, IGUAL QUE RES002. EL ARCHIVO QUEDA EN EL REGISTRO DE
      * TRANSMISIONES (TRN001) CON UN DIA DE PLAZO PARA EL ACUSE.
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
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           SELECT HOMEBANKING
           ASSIGN TO "\COBOL\arch\homebanking.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-HBK-STAT.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\hbk001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-HBK001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\hbk001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".

      * NOVEDAD PARA LOS CANALES: REGISTROS DE 100 BYTES, "C" POR
      * CUENTA SEGUIDO DE SUS "M" Y SUS "P", Y EL TRAILER "T"
       FD  HOMEBANKING.
       01  HBK-REG.
           03 HBK-TIPO                PIC X(01).
           03 HBK-DOCUMENTO           PIC 9(08).
           03 HBK-PRODUCTO            PIC 9(02).
           03 HBK-MONEDA              PIC X(01).
           03 HBK-SITUACION           PIC 9(01).
           03 HBK-SALDO               PIC S9(10)V99.
           03 HBK-LIMITE              PIC 9(06).
           03 HBK-RETENIDO            PIC 9(10)V99.
           03 HBK-EMBARGO             PIC 9(10)V99.
           03 HBK-DISPONIBLE          PIC S9(10)V99.
           03 HBK-PAGO-MINIMO         PIC 9(08)V99.
           03 HBK-VENCIMIENTO         PIC 9(08).
           03 HBK-FECHA-PROCESO       PIC 9(08).
           03 FILLER                  PIC X(07).
       01  HBK-MOVIMIENTO REDEFINES HBK-REG.
           03 HBM-TIPO                PIC X(01).
           03 HBM-DOCUMENTO           PIC 9(08).
           03 HBM-PRODUCTO            PIC 9(02).
           03 HBM-FECHA               PIC 9(08).
           03 HBM-MOV                 PIC X(01).
           03 HBM-IMPORTE             PIC S9(10)V99.
           03 HBM-SALDO               PIC S9(10)V99.
           03 FILLER                  PIC X(56).
       01  HBK-PLASTICO REDEFINES HBK-REG.
           03 HBP-TIPO                PIC X(01).
           03 HBP-DOCUMENTO           PIC 9(08).
           03 HBP-PRODUCTO            PIC 9(02).
           03 HBP-ULTIMOS             PIC 9(04).
           03 HBP-ESTADO              PIC X(02).
           03 HBP-FECHA-HASTA         PIC 9(08).
           03 HBP-ADICIONAL           PIC X(01).
           03 FILLER                  PIC X(74).
       01  HBK-TRAILER REDEFINES HBK-REG.
           03 HBT-TIPO                PIC X(01).
           03 HBT-CUENTAS             PIC 9(08).
           03 HBT-REGISTROS           PIC 9(08).
           03 HBT-SALDOS              PIC S9(12)V99.
           03 FILLER                  PIC X(69).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-MOVIMIENTOS         PIC 9(02).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * MOVIMIENTOS DE SALDO DE LA AUDITORIA POR CUENTA; LA
      * SECUENCIA CONSERVA EL ORDEN EN QUE SE GRABARON
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-CUENTA.
              05 SR-DOCUMENTO           PIC 9(08).
              05 SR-PRODUCTO            PIC 9(02).
           03 SR-SECUENCIA              PIC 9(09).
           03 SR-FECHA                  PIC 9(08).
           03 SR-MOV                    PIC X(01).
           03 SR-IMPORTE                PIC S9(10)V99.
           03 SR-SALDO                  PIC S9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-RSM-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-HBK-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-AUD-FINAL                 PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-RTN-FINAL                 PIC 9          VALUE 0.
       77  WK-RTN-ABIERTO               PIC 9          VALUE 0.
       77  WK-RSM-FINAL                 PIC 9          VALUE 0.
       77  WK-RSM-ABIERTO               PIC 9          VALUE 0.
       77  WK-PLAS-FINAL                PIC 9          VALUE 0.
       77  WK-PLAS-ABIERTO              PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-SECUENCIA                 PIC 9(09)      VALUE 0.
       77  WK-MAX-MOVS                  PIC 9(02)      VALUE 5.
       77  WK-ULT-CANT                  PIC 9(02)      VALUE 0.
       77  WK-IND                       PIC 9(02)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-CUENTAS                   PIC 9(08)      VALUE 0.
       77  WK-MOVIMIENTOS               PIC 9(08)      VALUE 0.
       77  WK-PLASTICOS                 PIC 9(08)      VALUE 0.
       77  WK-REGISTROS                 PIC 9(08)      VALUE 0.
       77  WK-SUMA-SALDOS               PIC S9(12)V99  VALUE 0.
       77  WK-RETENIDO-CTA              PIC 9(10)V99   VALUE 0.

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

       01  WK-CTA-ACTUAL.
           03 WK-CTA-DOCUMENTO          PIC 9(08).
           03 WK-CTA-PRODUCTO           PIC 9(02).

      * LOS ULTIMOS MOVIMIENTOS DE LA CUENTA EN CURSO: AL LLENARSE SE
      * CORRE UN LUGAR Y EL MAS VIEJO SE PIERDE
       01  TAB-ULTIMOS.
           03 TAB-ULT-ITEM OCCURS 10.
              05 TAB-ULT-FECHA          PIC 9(08).
              05 TAB-ULT-MOV            PIC X(01).
              05 TAB-ULT-IMPORTE        PIC S9(10)V99.
              05 TAB-ULT-SALDO          PIC S9(10)V99.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "NOVEDAD HOME BANKING E IVR - HBK001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(24) VALUE
            "Cuentas leidas.......: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-CUENTAS.
            03 FILLER                   PIC X(24) VALUE
            "Cuentas informadas...: ".
            03 LIN-TOT-CUENTAS          PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-MOVIMIENTOS.
            03 FILLER                   PIC X(24) VALUE
            "Movimientos..........: ".
            03 LIN-TOT-MOVIMIENTOS      PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-PLASTICOS.
            03 FILLER                   PIC X(24) VALUE
            "Plasticos............: ".
            03 LIN-TOT-PLASTICOS        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-REGISTROS.
            03 FILLER                   PIC X(24) VALUE
            "Registros grabados...: ".
            03 LIN-TOT-REGISTROS        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-SALDOS.
            03 FILLER                   PIC X(24) VALUE
            "Suma de saldos.......: ".
            03 LIN-TOT-SALDOS           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(24) VALUE
            "Total de Hojas.......: ".
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

      * RETENCIONES, EMBARGOS, RESUMENES Y PLASTICOS SON OPCIONALES:
      * SIN EL ARCHIVO EL DATO SALE EN CERO
       INICIO.
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           OPEN INPUT  M-CUENTAS
           OPEN OUTPUT HOMEBANKING
           OPEN OUTPUT LISTADO
           OPEN INPUT RETENCIONES
           IF WK-RTN-STAT = "00"
              MOVE 1 TO WK-RTN-ABIERTO
           END-IF
           OPEN INPUT RESUMENES
           IF WK-RSM-STAT = "00"
              MOVE 1 TO WK-RSM-ABIERTO
           END-IF
           OPEN INPUT M-PLASTICOS
           IF DB-STAT = "00"
              MOVE 1 TO WK-PLAS-ABIERTO
           END-IF
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-MOVIMIENTOS > 0
                      MOVE PAR-MOVIMIENTOS TO WK-MAX-MOVS
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF
           IF WK-MAX-MOVS > 10
              MOVE 10 TO WK-MAX-MOVS
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
           MOVE 2 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           SORT SORT-FILE
                ON ASCENDING KEY SR-DOCUMENTO
                                 SR-PRODUCTO
                                 SR-SECUENCIA
                INPUT PROCEDURE  IS CARGAR-MOVIMIENTOS
                                 THRU F-CARGAR-MOVIMIENTOS
                OUTPUT PROCEDURE IS APAREAR-CUENTAS
                                 THRU F-APAREAR-CUENTAS.
       F-PROCESO. EXIT.

      * SOLO LOS REGISTROS QUE MOVIERON EL SALDO: LOS CAMBIOS DE
      * DATOS DEL TITULAR NO SON MOVIMIENTOS PARA EL CANAL
       CARGAR-MOVIMIENTOS.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-CARGAR-MOVIMIENTOS
           END-IF
           PERFORM UNTIL WK-AUD-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-AUD-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-SECUENCIA
              IF AUD-DES-SALDO = AUD-ANT-SALDO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE AUD-DOCUMENTO TO SR-DOCUMENTO
              MOVE AUD-PRODUCTO  TO SR-PRODUCTO
              MOVE WK-SECUENCIA  TO SR-SECUENCIA
              MOVE AUD-FECHA     TO SR-FECHA
              MOVE AUD-MOV       TO SR-MOV
              COMPUTE SR-IMPORTE = AUD-DES-SALDO - AUD-ANT-SALDO
              MOVE AUD-DES-SALDO TO SR-SALDO
              RELEASE SORT-REC
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-MOVIMIENTOS. EXIT.

      * M-CUENTAS SE RECORRE EN ORDEN DE CLAVE Y LOS MOVIMIENTOS
      * ORDENADOS AVANZAN A LA PAR; LAS BAJAS NO SE INFORMAN
       APAREAR-CUENTAS.
           PERFORM LEER-MOVIMIENTO THRU F-LEER-MOVIMIENTO
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              PERFORM JUNTAR-ULTIMOS THRU F-JUNTAR-ULTIMOS
              IF NOT ( CTAS-FECHA-BAJA = 0 )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM GRABAR-CUENTA     THRU F-GRABAR-CUENTA
              PERFORM GRABAR-ULTIMOS    THRU F-GRABAR-ULTIMOS
              PERFORM GRABAR-PLASTICOS  THRU F-GRABAR-PLASTICOS
           END-PERFORM.
       F-APAREAR-CUENTAS. EXIT.

       LEER-MOVIMIENTO.
           RETURN SORT-FILE AT END
                  MOVE 1 TO WK-SORT-FINAL
           END-RETURN.
       F-LEER-MOVIMIENTO. EXIT.

      * SALTEA LOS MOVIMIENTOS DE CUENTAS QUE YA NO ESTAN EN EL
      * MAESTRO Y SE QUEDA CON LOS ULTIMOS N DE LA CUENTA LEIDA
       JUNTAR-ULTIMOS.
           MOVE 0              TO WK-ULT-CANT
           MOVE CTAS-DOCUMENTO TO WK-CTA-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO WK-CTA-PRODUCTO
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT < WK-CTA-ACTUAL
              PERFORM LEER-MOVIMIENTO THRU F-LEER-MOVIMIENTO
           END-PERFORM
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT = WK-CTA-ACTUAL
              IF WK-ULT-CANT < WK-MAX-MOVS
                 ADD 1 TO WK-ULT-CANT
              ELSE
                 PERFORM VARYING WK-IND FROM 1 BY 1
                         UNTIL WK-IND NOT < WK-ULT-CANT
                    MOVE TAB-ULT-ITEM(WK-IND + 1)
                      TO TAB-ULT-ITEM(WK-IND)
                 END-PERFORM
              END-IF
              MOVE SR-FECHA   TO TAB-ULT-FECHA(WK-ULT-CANT)
              MOVE SR-MOV     TO TAB-ULT-MOV(WK-ULT-CANT)
              MOVE SR-IMPORTE TO TAB-ULT-IMPORTE(WK-ULT-CANT)
              MOVE SR-SALDO   TO TAB-ULT-SALDO(WK-ULT-CANT)
              PERFORM LEER-MOVIMIENTO THRU F-LEER-MOVIMIENTO
           END-PERFORM.
       F-JUNTAR-ULTIMOS. EXIT.

      * EL MARGEN DISPONIBLE ES EL QUE VE EL CAJERO: SALDO MAS
      * LIMITE DE DESCUBIERTO, MENOS LO RETENIDO POR CLEARING Y LO
      * EMBARGADO. LAS CUENTAS ANTERIORES AL LIMITE LO TRAEN EN
      * BLANCOS Y SE TOMA COMO CERO
       GRABAR-CUENTA.
           MOVE SPACES TO HBK-REG
           IF CTAS-LIMITE NOT NUMERIC
              MOVE 0 TO CTAS-LIMITE
           END-IF
           PERFORM SUMAR-RETENIDO    THRU F-SUMAR-RETENIDO
           PERFORM BUSCAR-EMBARGO    THRU F-BUSCAR-EMBARGO
           PERFORM BUSCAR-RESUMEN    THRU F-BUSCAR-RESUMEN
           MOVE "C"                  TO HBK-TIPO
           MOVE CTAS-DOCUMENTO       TO HBK-DOCUMENTO
           MOVE CTAS-PRODUCTO        TO HBK-PRODUCTO
           MOVE CTAS-MONEDA          TO HBK-MONEDA
           MOVE CTAS-SITUACION       TO HBK-SITUACION
           MOVE CTAS-SALDO           TO HBK-SALDO
           MOVE CTAS-LIMITE          TO HBK-LIMITE
           MOVE WK-RETENIDO-CTA      TO HBK-RETENIDO
           MOVE WK-EMBARGO-IMPORTE   TO HBK-EMBARGO
           COMPUTE HBK-DISPONIBLE = CTAS-SALDO + CTAS-LIMITE
                   - WK-RETENIDO-CTA - WK-EMBARGO-IMPORTE
           MOVE WK-HOY               TO HBK-FECHA-PROCESO
           PERFORM GRABAR-REGISTRO   THRU F-GRABAR-REGISTRO
           ADD 1          TO WK-CUENTAS
           ADD CTAS-SALDO TO WK-SUMA-SALDOS.
       F-GRABAR-CUENTA. EXIT.

       GRABAR-ULTIMOS.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-ULT-CANT
              MOVE SPACES                  TO HBK-REG
              MOVE "M"                     TO HBM-TIPO
              MOVE CTAS-DOCUMENTO          TO HBM-DOCUMENTO
              MOVE CTAS-PRODUCTO           TO HBM-PRODUCTO
              MOVE TAB-ULT-FECHA(WK-IND)   TO HBM-FECHA
              MOVE TAB-ULT-MOV(WK-IND)     TO HBM-MOV
              MOVE TAB-ULT-IMPORTE(WK-IND) TO HBM-IMPORTE
              MOVE TAB-ULT-SALDO(WK-IND)   TO HBM-SALDO
              PERFORM GRABAR-REGISTRO THRU F-GRABAR-REGISTRO
              ADD 1 TO WK-MOVIMIENTOS
           END-PERFORM.
       F-GRABAR-ULTIMOS. EXIT.

      * LAS TARJETAS DEL DOCUMENTO QUE FACTURAN A ESTA CUENTA; LAS
      * ANTERIORES AL VINCULO (PRODUCTO 0) SALEN EN TODAS LAS CUENTAS
      * DEL TITULAR, COMO LAS CONSIDERA CTAS003
       GRABAR-PLASTICOS.
           IF WK-PLAS-ABIERTO = 0
              GO TO F-GRABAR-PLASTICOS
           END-IF
           MOVE 0              TO WK-PLAS-FINAL
           MOVE CTAS-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> CTAS-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-PRODUCTO NOT NUMERIC
                 MOVE 0 TO PLAS-PRODUCTO
              END-IF
              IF NOT ( PLAS-PRODUCTO = CTAS-PRODUCTO
                       OR PLAS-PRODUCTO = 0 )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE SPACES TO HBK-REG
              MOVE "P"                TO HBP-TIPO
              MOVE CTAS-DOCUMENTO     TO HBP-DOCUMENTO
              MOVE CTAS-PRODUCTO      TO HBP-PRODUCTO
              MOVE PLAS-PLASTICO      TO HBP-ULTIMOS
              MOVE PLAS-ESTADO        TO HBP-ESTADO
              MOVE PLAS-FECHA-HASTA   TO HBP-FECHA-HASTA
              MOVE "N"                TO HBP-ADICIONAL
              IF PLAS-CODOCUMENTO NUMERIC
                 AND PLAS-CODOCUMENTO > 0
                 MOVE "S"             TO HBP-ADICIONAL
              END-IF
              PERFORM GRABAR-REGISTRO THRU F-GRABAR-REGISTRO
              ADD 1 TO WK-PLASTICOS
           END-PERFORM.
       F-GRABAR-PLASTICOS. EXIT.

      * RETENCIONES DE CLEARING TODAVIA ACTIVAS ("R") DE LA CUENTA
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

      * EL ULTIMO RESUMEN ES EL DE CORTE MAS RECIENTE: LOS DE LA
      * CUENTA SE RECORREN EN ORDEN DE CORTE Y QUEDA EL ULTIMO LEIDO
       BUSCAR-RESUMEN.
           MOVE 0 TO HBK-PAGO-MINIMO
                     HBK-VENCIMIENTO
           IF WK-RSM-ABIERTO = 0
              GO TO F-BUSCAR-RESUMEN
           END-IF
           MOVE CTAS-DOCUMENTO TO RSM-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO RSM-PRODUCTO
           MOVE 0              TO RSM-FECHA-CORTE
           MOVE 0              TO WK-RSM-FINAL
           START RESUMENES KEY NOT < RSM-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-RSM-FINAL
           END-START
           PERFORM UNTIL WK-RSM-FINAL = 1
              READ RESUMENES NEXT AT END
                   MOVE 1 TO WK-RSM-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RSM-DOCUMENTO = CTAS-DOCUMENTO
                       AND RSM-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-RSM-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              MOVE RSM-PAGO-MINIMO       TO HBK-PAGO-MINIMO
              MOVE RSM-FECHA-VENCIMIENTO TO HBK-VENCIMIENTO
           END-PERFORM.
       F-BUSCAR-RESUMEN. EXIT.

       GRABAR-REGISTRO.
           WRITE HBK-REG
           IF NOT ( WK-HBK-STAT = "00" )
              MOVE WK-HBK-STAT TO DB-STAT
              MOVE "WRITE"     TO WK-FE-OPERACION
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           ADD 1 TO WK-REGISTROS
           MOVE SPACES TO HBK-REG.
       F-GRABAR-REGISTRO. EXIT.

      * FALLA DE E/S AL GRABAR LA NOVEDAD: SE REGISTRA EN LA BITACORA
      * DE ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9 SIN
      * REGISTRAR LA TRANSMISION
       ERROR-ES.
           MOVE "HBK001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-CUENTAS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

      * EL ARCHIVO SE CIERRA CON SU TRAILER Y QUEDA EN EL REGISTRO DE
      * TRANSMISIONES CON UN DIA DE PLAZO: LA NOVEDAD DE MAS DE UN
      * DIA YA NO LE SIRVE AL CANAL
       FINAL-PROG.
           MOVE SPACES TO HBK-REG
           MOVE "T"            TO HBT-TIPO
           MOVE WK-CUENTAS     TO HBT-CUENTAS
           ADD 1               TO WK-REGISTROS
           MOVE WK-REGISTROS   TO HBT-REGISTROS
           MOVE WK-SUMA-SALDOS TO HBT-SALDOS
           WRITE HBK-REG
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE "homebanking"  TO WK-TRN-ARCHIVO
           MOVE WK-CUENTAS     TO WK-TRN-CANTIDAD
           MOVE 1              TO WK-TRN-PLAZO
           CALL "TRN001" USING WK-TRN-ARCHIVO
                               WK-TRN-CANTIDAD
                               WK-TRN-PLAZO
           MOVE WK-CUENTAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS      TO LIN-TOT-LEIDOS
           MOVE WK-CUENTAS     TO LIN-TOT-CUENTAS
           MOVE WK-MOVIMIENTOS TO LIN-TOT-MOVIMIENTOS
           MOVE WK-PLASTICOS   TO LIN-TOT-PLASTICOS
           MOVE WK-REGISTROS   TO LIN-TOT-REGISTROS
           MOVE WK-SUMA-SALDOS TO LIN-TOT-SALDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CUENTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-MOVIMIENTOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PLASTICOS
           WRITE REG-LIS FROM TITULO-BOTTOM-REGISTROS
           WRITE REG-LIS FROM TITULO-BOTTOM-SALDOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 HOMEBANKING
                 LISTADO
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
              MOVE 0 TO WK-RTN-ABIERTO
           END-IF
           IF WK-RSM-ABIERTO = 1
              CLOSE RESUMENES
              MOVE 0 TO WK-RSM-ABIERTO
           END-IF
           IF WK-PLAS-ABIERTO = 1
              CLOSE M-PLASTICOS
              MOVE 0 TO WK-PLAS-ABIERTO
           END-IF
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM HBK001.
