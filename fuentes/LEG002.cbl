      * =================================================================== */
      *                                                                     */
      *   LEG002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   debito nocturno de los gastos de causas judiciales al lote       */
      *   de movimientos, con su control de generacion                     */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEG002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS GASTOS DE LAS CAUSAS QUE EL BANCO INICIA (TASA DE
      * JUSTICIA, CEDULAS, HONORARIOS) SON A CARGO DEL DEUDOR. LEG001
      * LOS DEJA PENDIENTES EN GASTOS-LEGALES.DAT Y ESTE PASO, CADA
      * NOCHE Y ANTES DE QUE CTAS001 VALIDE, COMO REC001:
      *   - AGREGA CADA GASTO PENDIENTE AL LOTE MOV-CUENTAS.PRN COMO
      *     AJUSTE "S" NEGATIVO, RECONSTRUYENDO EL TRAILER,
      *   - RECHAZA LOS DE CUENTAS INEXISTENTES O DADAS DE BAJA,
      *   - Y REESCRIBE GASTOS-LEGALES.DAT CON LOS GENERADOS EN "G" Y
      *     LOS RECHAZADOS EN "R", PARA QUE NO SE DEBITEN DOS VECES.
      * SI EL LOTE NO PUDO REEMPLAZARSE LOS GASTOS QUEDAN PENDIENTES
      * Y SE REINTENTAN LA NOCHE SIGUIENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\gastos-legales.sel".
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-cuentas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT MOV-NUEVO
           ASSIGN TO "\COBOL\arch\mov-cuentas.tmp"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-LEG002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-gastos-legales.fds".

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  MOV-NUEVO.
       01  NVO-REG                      PIC X(97).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-GLE-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.
       77  WK-ARCHIVO-TMP               PIC X(30)     VALUE
           "\COBOL\arch\mov-cuentas.tmp".
       77  WK-ARCHIVO-MOV               PIC X(30)     VALUE
           "\COBOL\arch\mov-cuentas.prn".

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-GENERADOS                 PIC 9(06)      VALUE 0.
       77  WK-RECHAZADOS                PIC 9(06)      VALUE 0.
       77  WK-IMP-GENERADO              PIC 9(12)V99   VALUE 0.
       77  WK-MOV-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-GLE-CANT                  PIC 9(04)      VALUE 0.
       77  WK-GLE-DESBORDE              PIC 9          VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9          VALUE 0.

       01  TAB-GASTOS.
           03 TAB-GLE-ITEM OCCURS 5000.
              05 TAB-GLE-REG            PIC X(74).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "DEBITO DE GASTOS JUDICIALES - LEG002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(15) VALUE "Expediente".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(20) VALUE "Concepto".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(08) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-EXPEDIENTE             PIC X(15).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CONCEPTO               PIC X(20).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(20).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Gastos pendientes..: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-GENERADOS.
            03 FILLER                   PIC X(22) VALUE
            "Debitos generados..: ".
            03 LIN-TOT-GENERADOS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-GEN          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(22) VALUE
            "Rechazados.........: ".
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(22) VALUE
            "Total de Hojas.....: ".
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
           OPEN OUTPUT LISTADO
           OPEN INPUT M-CUENTAS
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           PERFORM CARGAR-GASTOS  THRU F-CARGAR-GASTOS.
       F-INICIO. EXIT.

       CARGAR-GASTOS.
           OPEN INPUT GASTOS-LEGALES
           IF NOT ( WK-GLE-STAT = "00" )
              GO TO F-CARGAR-GASTOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ GASTOS-LEGALES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-GLE-CANT < 5000
                 ADD 1 TO WK-GLE-CANT
                 MOVE GLE-REG TO TAB-GLE-REG(WK-GLE-CANT)
              ELSE
                 MOVE 1 TO WK-GLE-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE GASTOS-LEGALES.
       F-CARGAR-GASTOS. EXIT.

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

      * COPIA EL LOTE RECIBIDO (SIN SU TRAILER) AL TEMPORARIO,
      * AGREGA LOS GASTOS PENDIENTES Y CIERRA CON EL TRAILER NUEVO;
      * DESPUES EL TEMPORARIO PISA AL LOTE, COMO HACE REC001
       PROCESO.
      * UNA TABLA DESBORDADA REESCRIBIRIA EL ARCHIVO SIN LOS GASTOS
      * QUE NO ENTRARON; MEJOR FRENAR SIN TOCAR NADA
           IF WK-GLE-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Gastos judiciales desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           OPEN OUTPUT MOV-NUEVO
           PERFORM COPIAR-LOTE THRU F-COPIAR-LOTE
           PERFORM GENERAR-GASTOS THRU F-GENERAR-GASTOS
           INITIALIZE MOV-REG
           MOVE "T"             TO TR-MOV
           MOVE WK-MOV-CANTIDAD TO TR-CANTIDAD
           MOVE MOV-REG TO NVO-REG
           WRITE NVO-REG
           CLOSE MOV-NUEVO
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-TMP
                                      WK-ARCHIVO-MOV
                RETURNING WK-COPIA-RC
           IF WK-COPIA-RC = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-TMP
                   RETURNING WK-BORRAR-RC
              PERFORM GRABAR-GASTOS THRU F-GRABAR-GASTOS
           END-IF.
       F-PROCESO. EXIT.

       COPIAR-LOTE.
           OPEN INPUT MOV-CTAS
           IF NOT ( WK-MOV-STAT = "00" )
              GO TO F-COPIAR-LOTE
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-CTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF M-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-MOV-CANTIDAD
              MOVE MOV-REG TO NVO-REG
              WRITE NVO-REG
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE MOV-CTAS.
       F-COPIAR-LOTE. EXIT.

       GENERAR-GASTOS.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GLE-CANT
              MOVE TAB-GLE-REG(WK-IND) TO GLE-REG
              IF GLE-ESTADO = "P"
                 ADD 1 TO WK-LEIDOS
                 PERFORM GENERAR-UNO THRU F-GENERAR-UNO
                 MOVE GLE-REG TO TAB-GLE-REG(WK-IND)
                 MOVE 1 TO WK-HUBO-CAMBIOS
              END-IF
           END-PERFORM.
       F-GENERAR-GASTOS. EXIT.

       GENERAR-UNO.
           MOVE GLE-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE GLE-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                ADD 1 TO WK-RECHAZADOS
                MOVE "R" TO GLE-ESTADO
                MOVE "CUENTA INEXISTENTE" TO L-OBS
                PERFORM DETALLE THRU F-DETALLE
                GO TO F-GENERAR-UNO
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              ADD 1 TO WK-RECHAZADOS
              MOVE "R" TO GLE-ESTADO
              MOVE "CUENTA DE BAJA" TO L-OBS
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-GENERAR-UNO
           END-IF
           INITIALIZE MOV-REG
           MOVE "S"             TO M-MOV
           MOVE GLE-DOCUMENTO   TO M-CTA
           MOVE GLE-PRODUCTO    TO M-PRODUCTO
           MOVE CTAS-SUCURSAL   TO M-SUCURSAL
           MOVE CTAS-APERTURA   TO M-APERTURA
           COMPUTE M-MONTO = GLE-IMPORTE * -1
           MOVE 0               TO M-FECHA-EFECTIVA
           MOVE CTAS-MONEDA     TO M-MONEDA
           MOVE MOV-REG TO NVO-REG
           WRITE NVO-REG
           ADD 1 TO WK-MOV-CANTIDAD
           ADD 1 TO WK-GENERADOS
           ADD GLE-IMPORTE TO WK-IMP-GENERADO
           MOVE "G" TO GLE-ESTADO
           MOVE "GENERADO" TO L-OBS
           PERFORM DETALLE THRU F-DETALLE.
       F-GENERAR-UNO. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE GLE-DOCUMENTO  TO L-DOC
           MOVE GLE-PRODUCTO   TO L-PROD
           MOVE GLE-EXPEDIENTE TO L-EXPEDIENTE
           MOVE GLE-CONCEPTO   TO L-CONCEPTO
           MOVE GLE-IMPORTE    TO L-IMPORTE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

      * SOLO CON EL LOTE YA REEMPLAZADO SE MARCAN LOS GASTOS; SI LA
      * COPIA FALLA QUEDAN PENDIENTES PARA LA NOCHE SIGUIENTE
       GRABAR-GASTOS.
           IF WK-HUBO-CAMBIOS = 0
              GO TO F-GRABAR-GASTOS
           END-IF
           OPEN OUTPUT GASTOS-LEGALES
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GLE-CANT
              MOVE TAB-GLE-REG(WK-IND) TO GLE-REG
              WRITE GLE-REG
           END-PERFORM
           CLOSE GASTOS-LEGALES.
       F-GRABAR-GASTOS. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           CLOSE M-CUENTAS
                 LISTADO
           MOVE WK-GENERADOS TO LK-CANTIDAD
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-GENERADOS      TO LIN-TOT-GENERADOS
           MOVE WK-IMP-GENERADO   TO LIN-TOT-IMP-GEN
           MOVE WK-RECHAZADOS     TO LIN-TOT-RECHAZADOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-GENERADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           IF WK-GENERADOS + WK-RECHAZADOS <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM LEG002.
