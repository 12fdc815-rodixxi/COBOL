      * =================================================================== */
      *                                                                     */
      *   AUT002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   ingreso de las autorizaciones del procesador como retenciones    */
      *   del margen y vencimiento de las que nunca se liquidaron          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUT002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * AUT001 LE MANDA AL PROCESADOR EL MARGEN DE CADA TARJETA, PERO
      * ENTRE LA AUTORIZACION Y LA LIQUIDACION (CSM001) NO SE SABIA
      * NADA DE LO QUE EL CLIENTE YA GASTO. ESTE PASO CORRE CADA
      * NOCHE ANTES DE CSM001 Y:
      *   - LEE AUTORIZACIONES-ENTRADA.PRN DEL PROCESADOR (REGISTROS
      *     "A" CON TARJETA, IMPORTE, FECHA Y LA MISMA REFERENCIA QUE
      *     TRAERA EL CONSUMO; TRAILER "T" CON CANTIDAD E IMPORTE),
      *   - RESUELVE CADA TARJETA A SU CUENTA COMO CSM001 (PRODUCTO
      *     VINCULADO O PRIMERA CUENTA OPERATIVA EN PESOS) Y DEJA LA
      *     AUTORIZACION ACTIVA ("A") EN AUTORIZACIONES-PEND.DAT,
      *     DONDE RETIENE SU IMPORTE CONTRA EL MARGEN DE AUT001,
      *     NEG002 Y LOS CONTROLES DE LIMITE DE CTAS003; LAS DE
      *     TARJETAS INEXISTENTES O SIN CUENTA, Y LAS REFERENCIAS YA
      *     REGISTRADAS (RELANZADA), SALEN AL LISTADO SIN RETENER,
      *   - VENCE ("V") LAS ACTIVAS CON MAS DIAS DE LOS QUE FIJA
      *     AUT002.PAR (DEFAULT 7) SIN QUE CSM001 LAS HAYA LIQUIDADO,
      *     Y LAS LISTA: ES EL REPORTE DE AUTORIZACIONES VENCIDAS SIN
      *     LIQUIDACION,
      *   - Y DEPURA LAS LIQUIDADAS O VENCIDAS HACE MAS DE 30 DIAS.
      * LA LIBERACION POR LIQUIDACION LA HACE CSM001 AL APLICAR EL
      * CONSUMO DE LA MISMA REFERENCIA. SI LAS AUTORIZACIONES NO
      * ENTRAN EN LA TABLA EL ARCHIVO NO SE TOCA Y SALE CON
      * RETURN-CODE 1; UN TRAILER QUE NO BALANCEA TAMBIEN DA 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA
           ASSIGN TO "\COBOL\arch\autorizaciones-entrada.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ENT-STAT.
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AUT002"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\aut002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       FD  ENTRADA.
       01  ENT-REG.
           03 ENT-TIPO                PIC X(01).
           03 ENT-PLASTICO            PIC 9(16).
           03 ENT-IMPORTE             PIC 9(08)V99.
           03 ENT-FECHA               PIC 9(08).
           03 ENT-REFERENCIA          PIC 9(10).
       01  ENT-TRAILER REDEFINES ENT-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(22).

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-VIGENCIA         PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-ENT-STAT                  PIC X(02).
       77  WK-APD-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-CTAS-FINAL                PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-RETENIDAS                 PIC 9(06)      VALUE 0.
       77  WK-RECHAZADAS                PIC 9(06)      VALUE 0.
       77  WK-REPETIDAS                 PIC 9(06)      VALUE 0.
       77  WK-VENCIDAS                  PIC 9(06)      VALUE 0.
       77  WK-DEPURADAS                 PIC 9(06)      VALUE 0.
       77  WK-IMP-LEIDO                 PIC 9(12)V99   VALUE 0.
       77  WK-IMP-RETENIDO              PIC 9(12)V99   VALUE 0.
       77  WK-IMP-VENCIDO               PIC 9(12)V99   VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9          VALUE 0.
       77  WK-TRL-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-TRL-IMPORTE               PIC 9(12)V99   VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-APD-CANT                  PIC 9(05)      VALUE 0.
       77  WK-IND                       PIC 9(05)      VALUE 0.
       77  WK-DESBORDE                  PIC 9          VALUE 0.
       77  WK-REPETIDA                  PIC 9          VALUE 0.
       77  WK-CUENTA-HALLADA            PIC 9          VALUE 0.
       77  WK-DIAS-VIGENCIA             PIC 9(03)      VALUE 007.
       77  WK-DIAS-DEPURA               PIC 9(03)      VALUE 030.
       77  WK-DIAS                      PIC S9(06)     VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)      VALUE SPACE.
       77  L-PLAS                       PIC X(19).

      * TODAS LAS AUTORIZACIONES DEL ARCHIVO MAS LAS NUEVAS DEL DIA;
      * SE REESCRIBE ENTERO AL FINAL SIN LAS DEPURADAS
       01  TAB-AUTORIZACIONES.
           03 TAB-APD-ITEM OCCURS 20000.
              05 TAB-APD-REG            PIC X(63).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "AUTORIZACIONES DEL PROCESADOR - AUT002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(08) VALUE "Tarjeta".
            03 FILLER                   PIC X(13) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Fecha".
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Referencia".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-TARJETA                PIC X(19).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-FECHA                  PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-REFERENCIA             PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(25).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(23) VALUE
            "Autorizaciones leidas: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LIN-TOT-IMP-LEI          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RETENIDAS.
            03 FILLER                   PIC X(23) VALUE
            "Retenidas............: ".
            03 LIN-TOT-RETENIDAS        PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LIN-TOT-IMP-RET          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHAZADAS.
            03 FILLER                   PIC X(23) VALUE
            "Sin cuenta/tarjeta...: ".
            03 LIN-TOT-RECHAZADAS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-REPETIDAS.
            03 FILLER                   PIC X(23) VALUE
            "Ya registradas.......: ".
            03 LIN-TOT-REPETIDAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-VENCIDAS.
            03 FILLER                   PIC X(23) VALUE
            "Vencidas sin liquidar: ".
            03 LIN-TOT-VENCIDAS         PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LIN-TOT-IMP-VEN          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-DEPURADAS.
            03 FILLER                   PIC X(23) VALUE
            "Depuradas............: ".
            03 LIN-TOT-DEPURADAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-DECLARADOS.
            03 FILLER                   PIC X(23) VALUE
            "Declaradas (T).......: ".
            03 LIN-TOT-DECLARADOS       PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 LIN-TOT-IMP-DEC          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(23) VALUE
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

       INICIO.
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM CARGAR-AUTORIZACIONES
                   THRU F-CARGAR-AUTORIZACIONES
           OPEN INPUT  ENTRADA
           OPEN INPUT  M-PLASTICOS
           OPEN INPUT  M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-DIAS-VIGENCIA > 0
                      MOVE PAR-DIAS-VIGENCIA TO WK-DIAS-VIGENCIA
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

       CARGAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZ-PEND
           IF NOT ( WK-APD-STAT = "00" )
              GO TO F-CARGAR-AUTORIZACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUTORIZ-PEND AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-APD-CANT < 20000
                 ADD 1 TO WK-APD-CANT
                 MOVE APD-REG TO TAB-APD-REG(WK-APD-CANT)
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUTORIZ-PEND.
       F-CARGAR-AUTORIZACIONES. EXIT.

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

      * CON LA TABLA DESBORDADA NO SE INGRESA NI SE VENCE NADA: AL
      * REESCRIBIR SE PERDERIAN LAS AUTORIZACIONES QUE NO ENTRARON
       PROCESO.
           IF WK-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Autorizaciones pendientes desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           IF NOT ( WK-ENT-STAT = "00" )
              MOVE 1 TO WK-FINAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ ENTRADA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ENT-TIPO = "T"
                 MOVE 1            TO WK-TRAILER-LEIDO
                 MOVE TRL-CANTIDAD TO WK-TRL-CANTIDAD
                 MOVE TRL-IMPORTE  TO WK-TRL-IMPORTE
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              ADD ENT-IMPORTE TO WK-IMP-LEIDO
              PERFORM INGRESAR THRU F-INGRESAR
           END-PERFORM
           IF WK-DESBORDE = 1
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           PERFORM VENCER THRU F-VENCER
           PERFORM GRABAR-AUTORIZACIONES
                   THRU F-GRABAR-AUTORIZACIONES.
       F-PROCESO. EXIT.

      * UNA AUTORIZACION CUYA REFERENCIA YA ESTA EN EL ARCHIVO (UNA
      * RELANZADA DEL MISMO DIA) NO SE VUELVE A RETENER
       INGRESAR.
           PERFORM BUSCAR-REFERENCIA THRU F-BUSCAR-REFERENCIA
           IF WK-REPETIDA = 1
              ADD 1 TO WK-REPETIDAS
              GO TO F-INGRESAR
           END-IF
           MOVE ENT-PLASTICO TO PLAS-PLASTICO
           READ M-PLASTICOS
           INVALID KEY
                MOVE "TARJETA INEXISTENTE" TO L-OBS
                PERFORM RECHAZAR THRU F-RECHAZAR
                GO TO F-INGRESAR
           END-READ
           PERFORM BUSCAR-CUENTA THRU F-BUSCAR-CUENTA
           IF WK-CUENTA-HALLADA = 0
              MOVE "SIN CUENTA OPERATIVA" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-INGRESAR
           END-IF
           IF WK-APD-CANT NOT < 20000
              MOVE 1 TO WK-DESBORDE
              MOVE 1 TO WK-FINAL
              GO TO F-INGRESAR
           END-IF
           INITIALIZE APD-REG
           MOVE CTAS-DOCUMENTO TO APD-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO APD-PRODUCTO
           MOVE ENT-PLASTICO   TO APD-PLASTICO
           MOVE ENT-REFERENCIA TO APD-REFERENCIA
           MOVE ENT-IMPORTE    TO APD-IMPORTE
           MOVE ENT-FECHA      TO APD-FECHA
           MOVE "A"            TO APD-ESTADO
           MOVE 0              TO APD-FECHA-BAJA
           ADD 1 TO WK-APD-CANT
           MOVE APD-REG TO TAB-APD-REG(WK-APD-CANT)
           ADD 1 TO WK-RETENIDAS
           ADD ENT-IMPORTE TO WK-IMP-RETENIDO.
       F-INGRESAR. EXIT.

       BUSCAR-REFERENCIA.
           MOVE 0 TO WK-REPETIDA
           IF ENT-REFERENCIA = 0
              GO TO F-BUSCAR-REFERENCIA
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-APD-CANT
              MOVE TAB-APD-REG(WK-IND) TO APD-REG
              IF APD-REFERENCIA = ENT-REFERENCIA
                 MOVE 1           TO WK-REPETIDA
                 MOVE WK-APD-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR-REFERENCIA. EXIT.

      * LA CUENTA QUE FACTURARA EL CONSUMO, CON EL MISMO CRITERIO DE
      * CSM001: EL PRODUCTO VINCULADO A LA TARJETA O, SI NO HAY, EL
      * PRIMER PRODUCTO OPERATIVO EN PESOS DEL DOCUMENTO
       BUSCAR-CUENTA.
           MOVE 0 TO WK-CUENTA-HALLADA
                     WK-CTAS-FINAL
           IF PLAS-PRODUCTO IS NUMERIC AND PLAS-PRODUCTO > 0
              MOVE PLAS-DOCUMENTO TO CTAS-DOCUMENTO
              MOVE PLAS-PRODUCTO  TO CTAS-PRODUCTO
              READ M-CUENTAS
              INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF CTAS-FECHA-BAJA = 0
                      AND NOT ( CTAS-MONEDA = "D" )
                      AND NOT ( CTAS-SITUACION = 2 OR 6 )
                      MOVE 1 TO WK-CUENTA-HALLADA
                   END-IF
              END-READ
              GO TO F-BUSCAR-CUENTA
           END-IF
           MOVE PLAS-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0              TO CTAS-PRODUCTO
           START M-CUENTAS KEY GREATER OR EQUAL CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           PERFORM UNTIL WK-CTAS-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-DOCUMENTO <> PLAS-DOCUMENTO
                 MOVE 1 TO WK-CTAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-FECHA-BAJA = 0
                 AND NOT ( CTAS-MONEDA = "D" )
                 AND NOT ( CTAS-SITUACION = 2 OR 6 )
                 MOVE 1 TO WK-CUENTA-HALLADA
                 MOVE 1 TO WK-CTAS-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-CUENTA. EXIT.

       RECHAZAR.
           ADD 1 TO WK-RECHAZADAS
           MOVE ENT-PLASTICO   TO WK-PLAS-PLASTICO
           MOVE ENT-IMPORTE    TO L-IMPORTE
           MOVE ENT-FECHA      TO WK-FECHA
           MOVE ENT-REFERENCIA TO L-REFERENCIA
           PERFORM DETALLE THRU F-DETALLE.
       F-RECHAZAR. EXIT.

      * LAS ACTIVAS QUE PASARON LOS DIAS DE VIGENCIA SIN LIQUIDARSE
      * SE VENCEN Y SE LISTAN; LAS YA CERRADAS HACE MAS DE
      * WK-DIAS-DEPURA SE MARCAN "D" PARA NO REGRABARLAS
       VENCER.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-APD-CANT
              MOVE TAB-APD-REG(WK-IND) TO APD-REG
              IF APD-ESTADO = "A"
                 CALL "FEC-DIF" USING APD-FECHA
                                      WK-HOY
                                      WK-DIAS
                                      WK-DIAS-HABILES-DIF
                                      WK-DIF-VALIDA
                 IF WK-DIF-VALIDA = "N"
                    MOVE WK-DIAS-VIGENCIA TO WK-DIAS
                    ADD 1 TO WK-DIAS
                 END-IF
                 IF WK-DIAS > WK-DIAS-VIGENCIA
                    MOVE "V"    TO APD-ESTADO
                    MOVE WK-HOY TO APD-FECHA-BAJA
                    MOVE APD-REG TO TAB-APD-REG(WK-IND)
                    ADD 1 TO WK-VENCIDAS
                    ADD APD-IMPORTE TO WK-IMP-VENCIDO
                    MOVE APD-PLASTICO   TO WK-PLAS-PLASTICO
                    MOVE APD-IMPORTE    TO L-IMPORTE
                    MOVE APD-FECHA      TO WK-FECHA
                    MOVE APD-REFERENCIA TO L-REFERENCIA
                    MOVE "VENCIDA SIN LIQUIDAR" TO L-OBS
                    PERFORM DETALLE THRU F-DETALLE
                 END-IF
              ELSE
                 CALL "FEC-DIF" USING APD-FECHA-BAJA
                                      WK-HOY
                                      WK-DIAS
                                      WK-DIAS-HABILES-DIF
                                      WK-DIF-VALIDA
                 IF WK-DIF-VALIDA = "N" OR WK-DIAS > WK-DIAS-DEPURA
                    MOVE "D" TO APD-ESTADO
                    MOVE APD-REG TO TAB-APD-REG(WK-IND)
                    ADD 1 TO WK-DEPURADAS
                 END-IF
              END-IF
           END-PERFORM.
       F-VENCER. EXIT.

       GRABAR-AUTORIZACIONES.
           OPEN OUTPUT AUTORIZ-PEND
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-APD-CANT
              MOVE TAB-APD-REG(WK-IND) TO APD-REG
              IF NOT ( APD-ESTADO = "D" )
                 WRITE APD-REG
              END-IF
           END-PERFORM
           CLOSE AUTORIZ-PEND.
       F-GRABAR-AUTORIZACIONES. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           MOVE L-PLAS        TO L-TARJETA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED   TO L-FECHA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           CLOSE ENTRADA
                 M-PLASTICOS
                 M-CUENTAS
                 LISTADO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS        TO LIN-TOT-LEIDOS
           MOVE WK-IMP-LEIDO     TO LIN-TOT-IMP-LEI
           MOVE WK-RETENIDAS     TO LIN-TOT-RETENIDAS
           MOVE WK-IMP-RETENIDO  TO LIN-TOT-IMP-RET
           MOVE WK-RECHAZADAS    TO LIN-TOT-RECHAZADAS
           MOVE WK-REPETIDAS     TO LIN-TOT-REPETIDAS
           MOVE WK-VENCIDAS      TO LIN-TOT-VENCIDAS
           MOVE WK-IMP-VENCIDO   TO LIN-TOT-IMP-VEN
           MOVE WK-DEPURADAS     TO LIN-TOT-DEPURADAS
           MOVE WK-TRL-CANTIDAD  TO LIN-TOT-DECLARADOS
           MOVE WK-TRL-IMPORTE   TO LIN-TOT-IMP-DEC
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-RETENIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-REPETIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-VENCIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DEPURADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-TRAILER-LEIDO = 0 AND WK-LEIDOS > 0
              MOVE 1 TO RETURN-CODE
              GO TO F-VERIFICAR-TOTALES
           END-IF
           IF WK-LEIDOS <> WK-TRL-CANTIDAD
              OR WK-IMP-LEIDO <> WK-TRL-IMPORTE
              OR WK-RETENIDAS + WK-RECHAZADAS + WK-REPETIDAS
                 <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Autorizaciones no balancean con trailer"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".

       END PROGRAM AUT002.
