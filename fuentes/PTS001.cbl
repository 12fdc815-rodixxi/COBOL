      * =================================================================== */
      *                                                                     */
      *   PTS001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   consolidacion nocturna de los puntos de fidelidad: acumula,      */
      *   revierte, vence y acredita los canjes al lote de movimientos     */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTS001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CSM001 DEJA EN PUNTOS-MOV.DAT LOS PUNTOS QUE GANA CADA COMPRA
      * ("A") Y LOS QUE DESCUENTA CADA DEVOLUCION O REVERSA ("R"), Y
      * PTS002 LOS CANJES PEDIDOS POR PANTALLA ("C"). ESTE PASO, CADA
      * NOCHE Y ANTES DE QUE CTAS001 VALIDE, COMO LEG002:
      *   - SUMA CADA ACUMULACION AL LOTE DEL MES DE LA CUENTA EN
      *     PUNTOS.DAT (LO CREA SI ES EL PRIMERO DEL MES),
      *   - DESCUENTA REVERSAS Y CANJES DE LOS LOTES VIGENTES MAS
      *     VIEJOS PRIMERO; UNA REVERSA SIN PUNTOS SUFICIENTES (YA SE
      *     CANJEARON) DESCUENTA LO QUE HAYA Y SALE AL LISTADO,
      *   - ACREDITA CADA CANJE AL LOTE MOV-CUENTAS.PRN COMO AJUSTE
      *     "S" POSITIVO POR EL IMPORTE QUE VALUO PTS002, PARA QUE
      *     CTAS003 LO APLIQUE Y AUDITE COMO CUALQUIER AJUSTE; EL
      *     CANJE DE UNA CUENTA DE BAJA, INEXISTENTE, EN DOLARES O SIN
      *     PUNTOS SUFICIENTES SE RECHAZA SIN TOCAR LOS LOTES,
      *   - VENCE LOS LOTES QUE CUMPLIERON LOS MESES DE VIGENCIA DE
      *     PTS001.PAR (LO NO USADO PASA A VENCIDOS) Y DEPURA LOS YA
      *     VENCIDOS HACE MAS DE UN ANIO,
      *   - Y PASA CADA NOVEDAD CON SU RESULTADO A PUNTOS-HIST.DAT,
      *     QUE ES EL RASTRO DE QUIEN PIDIO CADA CANJE.
      * PUNTOS.DAT, EL HISTORICO Y EL VACIADO DE LAS NOVEDADES SOLO
      * SE GRABAN SI EL LOTE PUDO REEMPLAZARSE; SI NO, TODO QUEDA
      * COMO ESTABA Y SE REPROCESA LA NOCHE SIGUIENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\puntos.sel".
           COPY "\COBOL\fuentes\cpy\puntos-mov.sel".
           COPY "\COBOL\fuentes\cpy\parametros-puntos.sel".
           SELECT PUNTOS-HIST
           ASSIGN TO "\COBOL\arch\puntos-hist.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-HST-STAT.
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-cuentas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT MOV-NUEVO
           ASSIGN TO "\COBOL\arch\mov-cuentas.tmp"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PTS001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-puntos-mov.fds".
       COPY "\COBOL\fuentes\cpy\fd-parametros-puntos.fds".

      * LA NOVEDAD TAL COMO VINO, CON LA FECHA EN QUE SE CONSOLIDO Y
      * EL RESULTADO: "P" PROCESADA, "X" RECHAZADA
       FD  PUNTOS-HIST.
       01  HST-REG.
           03 HST-NOVEDAD               PIC X(58).
           03 HST-FECHA-PROCESO         PIC 9(08).
           03 HST-RESULTADO             PIC X(01).

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  MOV-NUEVO.
       01  NVO-REG                      PIC X(97).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-puntos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-PTS-STAT                  PIC X(02).
       77  WK-PMV-STAT                  PIC X(02).
       77  WK-HST-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.
       77  WK-ARCHIVO-TMP               PIC X(30)     VALUE
           "\COBOL\arch\mov-cuentas.tmp".
       77  WK-ARCHIVO-MOV               PIC X(30)     VALUE
           "\COBOL\arch\mov-cuentas.prn".

       77  WK-FINAL                     PIC 9          VALUE 0.
       01  WK-HOY                       PIC 9(08)      VALUE 0.
       01  WK-HOY-R REDEFINES WK-HOY.
           03 WK-HOY-ANIO               PIC 9(04).
           03 WK-HOY-MES                PIC 9(02).
           03 FILLER                    PIC 9(02).
       01  WK-PERIODO-LOTE              PIC 9(06)      VALUE 0.
       01  WK-PERIODO-LOTE-R REDEFINES WK-PERIODO-LOTE.
           03 WK-LOTE-ANIO              PIC 9(04).
           03 WK-LOTE-MES               PIC 9(02).
       77  WK-MESES-HOY                 PIC 9(06)      VALUE 0.
       77  WK-MESES-LOTE                PIC 9(06)      VALUE 0.
       77  WK-ANTIGUEDAD                PIC S9(06)     VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-PROCESADOS                PIC 9(06)      VALUE 0.
       77  WK-RECHAZADOS                PIC 9(06)      VALUE 0.
       77  WK-PTS-ACUMULADOS            PIC 9(11)      VALUE 0.
       77  WK-PTS-REVERTIDOS            PIC 9(11)      VALUE 0.
       77  WK-PTS-FALTANTES             PIC 9(11)      VALUE 0.
       77  WK-PTS-CANJEADOS             PIC 9(11)      VALUE 0.
       77  WK-PTS-VENCIDOS              PIC 9(11)      VALUE 0.
       77  WK-CANJES                    PIC 9(06)      VALUE 0.
       77  WK-IMP-CANJES                PIC 9(12)V99   VALUE 0.
       77  WK-LOTES-VENCIDOS            PIC 9(06)      VALUE 0.
       77  WK-LOTES-DEPURADOS           PIC 9(06)      VALUE 0.
       77  WK-MOV-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-PTS-CANT                  PIC 9(05)      VALUE 0.
       77  WK-PMV-CANT                  PIC 9(05)      VALUE 0.
       77  WK-DESBORDE                  PIC 9          VALUE 0.
       77  WK-IND                       PIC 9(05)      VALUE 0.
       77  WK-IND-LOTE                  PIC 9(05)      VALUE 0.
       77  WK-DISPONIBLE                PIC 9(11)      VALUE 0.
       77  WK-A-DESCONTAR               PIC 9(09)      VALUE 0.
       77  WK-SALDO-LOTE                PIC 9(09)      VALUE 0.

      * LOTES DE PUNTOS.DAT Y NOVEDADES DEL DIA, EN EL ORDEN DEL
      * ARCHIVO; LOS LOTES DE UNA CUENTA QUEDAN DEL MAS VIEJO AL MAS
      * NUEVO PORQUE SIEMPRE SE AGREGAN AL FINAL
       01  TAB-LOTES.
           03 TAB-PTS-ITEM OCCURS 50000.
              05 TAB-PTS-REG            PIC X(44).

       01  TAB-NOVEDADES.
           03 TAB-PMV-ITEM OCCURS 20000.
              05 TAB-PMV-REG            PIC X(58).
              05 TAB-PMV-RESULTADO      PIC X(01).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "CONSOLIDACION DE PUNTOS - PTS001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Tipo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "     Puntos".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "      Importe".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 L-TIPO                   PIC X(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PUNTOS                 PIC ZZZ.ZZZ.ZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(30).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Novedades leidas...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-PROCESADOS.
            03 FILLER                   PIC X(22) VALUE
            "Procesadas.........: ".
            03 LIN-TOT-PROCESADOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(22) VALUE
            "Canjes rechazados..: ".
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-ACUMULADOS.
            03 FILLER                   PIC X(22) VALUE
            "Puntos acumulados..: ".
            03 LIN-TOT-ACUMULADOS       PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  TITULO-BOTTOM-REVERTIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Puntos revertidos..: ".
            03 LIN-TOT-REVERTIDOS       PIC ZZ.ZZZ.ZZZ.ZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(12) VALUE "Faltantes: ".
            03 LIN-TOT-FALTANTES        PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  TITULO-BOTTOM-CANJES.
            03 FILLER                   PIC X(22) VALUE
            "Canjes acreditados.: ".
            03 LIN-TOT-CANJES           PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-PTS-CANJE        PIC ZZ.ZZZ.ZZZ.ZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-CANJE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-VENCIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Lotes vencidos.....: ".
            03 LIN-TOT-LOTES-VENC       PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-VENCIDOS         PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  TITULO-BOTTOM-DEPURADOS.
            03 FILLER                   PIC X(22) VALUE
            "Lotes depurados....: ".
            03 LIN-TOT-DEPURADOS        PIC ZZZZZ9.
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
           COMPUTE WK-MESES-HOY = WK-HOY-ANIO * 12 + WK-HOY-MES
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM LEER-PARAMETRO-PUNTOS THRU
                   F-LEER-PARAMETRO-PUNTOS
           OPEN OUTPUT LISTADO
           OPEN INPUT M-CUENTAS
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           PERFORM CARGAR-LOTES   THRU F-CARGAR-LOTES
           PERFORM CARGAR-NOVEDADES THRU F-CARGAR-NOVEDADES.
       F-INICIO. EXIT.

       CARGAR-LOTES.
           OPEN INPUT PUNTOS
           IF NOT ( WK-PTS-STAT = "00" )
              GO TO F-CARGAR-LOTES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PUNTOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-PTS-CANT < 50000
                 ADD 1 TO WK-PTS-CANT
                 MOVE PTS-REG TO TAB-PTS-REG(WK-PTS-CANT)
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE PUNTOS.
       F-CARGAR-LOTES. EXIT.

       CARGAR-NOVEDADES.
           OPEN INPUT PUNTOS-MOV
           IF NOT ( WK-PMV-STAT = "00" )
              GO TO F-CARGAR-NOVEDADES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PUNTOS-MOV AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-PMV-CANT < 20000
                 ADD 1 TO WK-PMV-CANT
                 MOVE PMV-REG TO TAB-PMV-REG(WK-PMV-CANT)
                 MOVE SPACE   TO TAB-PMV-RESULTADO(WK-PMV-CANT)
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE PUNTOS-MOV.
       F-CARGAR-NOVEDADES. EXIT.

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
      * AGREGA LOS CANJES Y CIERRA CON EL TRAILER NUEVO; DESPUES EL
      * TEMPORARIO PISA AL LOTE, COMO HACEN REC001 Y LEG002
       PROCESO.
      * UNA TABLA DESBORDADA REESCRIBIRIA PUNTOS.DAT SIN LOS LOTES
      * QUE NO ENTRARON, O VACIARIA NOVEDADES SIN PROCESAR; MEJOR
      * FRENAR SIN TOCAR NADA
           IF WK-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Puntos o novedades desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           OPEN OUTPUT MOV-NUEVO
           PERFORM COPIAR-LOTE THRU F-COPIAR-LOTE
           PERFORM APLICAR-NOVEDADES THRU F-APLICAR-NOVEDADES
      * SI UN LOTE NUEVO NO ENTRO EN LA TABLA SE DESCARTA EL
      * TEMPORARIO: NI CANJES NI SALDOS, Y LAS NOVEDADES QUEDAN
           IF WK-DESBORDE = 1
              CLOSE MOV-NUEVO
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-TMP
                   RETURNING WK-BORRAR-RC
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           INITIALIZE MOV-REG
           MOVE "T"             TO TR-MOV
           MOVE WK-MOV-CANTIDAD TO TR-CANTIDAD
           MOVE MOV-REG TO NVO-REG
           WRITE NVO-REG
           CLOSE MOV-NUEVO
           PERFORM VENCER-LOTES THRU F-VENCER-LOTES
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-TMP
                                      WK-ARCHIVO-MOV
                RETURNING WK-COPIA-RC
           IF WK-COPIA-RC = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-TMP
                   RETURNING WK-BORRAR-RC
              PERFORM GRABAR-LOTES THRU F-GRABAR-LOTES
              PERFORM HISTORIAR THRU F-HISTORIAR
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

       APLICAR-NOVEDADES.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PMV-CANT
              MOVE TAB-PMV-REG(WK-IND) TO PMV-REG
              ADD 1 TO WK-LEIDOS
              MOVE "P" TO TAB-PMV-RESULTADO(WK-IND)
              EVALUATE PMV-TIPO
                 WHEN "A"
                      PERFORM ACUMULAR THRU F-ACUMULAR
                 WHEN "R"
                      PERFORM REVERTIR THRU F-REVERTIR
                 WHEN "C"
                      PERFORM CANJEAR THRU F-CANJEAR
                 WHEN OTHER
                      MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
                      MOVE "TIPO DESCONOCIDO" TO L-OBS
                      PERFORM DETALLE THRU F-DETALLE
              END-EVALUATE
              IF TAB-PMV-RESULTADO(WK-IND) = "P"
                 ADD 1 TO WK-PROCESADOS
              ELSE
                 ADD 1 TO WK-RECHAZADOS
              END-IF
           END-PERFORM.
       F-APLICAR-NOVEDADES. EXIT.

      * LA COMPRA SUMA AL LOTE DEL MES DE LA NOVEDAD; SI LA CUENTA NO
      * TIENE LOTE VIGENTE DE ESE MES SE LO AGREGA AL FINAL
       ACUMULAR.
           PERFORM VARYING WK-IND-LOTE FROM 1 BY 1
                   UNTIL WK-IND-LOTE > WK-PTS-CANT
              MOVE TAB-PTS-REG(WK-IND-LOTE) TO PTS-REG
              IF PTS-DOCUMENTO = PMV-DOCUMENTO
                 AND PTS-PRODUCTO = PMV-PRODUCTO
                 AND PTS-PERIODO = PMV-FECHA(1:6)
                 AND PTS-ESTADO = "A"
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WK-IND-LOTE > WK-PTS-CANT
              IF WK-PTS-CANT = 50000
                 MOVE 1 TO WK-DESBORDE
                 MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
                 MOVE "SIN LUGAR PARA EL LOTE" TO L-OBS
                 PERFORM DETALLE THRU F-DETALLE
                 GO TO F-ACUMULAR
              END-IF
              ADD 1 TO WK-PTS-CANT
              MOVE WK-PTS-CANT    TO WK-IND-LOTE
              INITIALIZE PTS-REG
              MOVE PMV-DOCUMENTO  TO PTS-DOCUMENTO
              MOVE PMV-PRODUCTO   TO PTS-PRODUCTO
              MOVE PMV-FECHA(1:6) TO PTS-PERIODO
              MOVE "A"            TO PTS-ESTADO
           END-IF
           ADD PMV-PUNTOS TO PTS-ACUMULADOS
           MOVE PTS-REG TO TAB-PTS-REG(WK-IND-LOTE)
           ADD PMV-PUNTOS TO WK-PTS-ACUMULADOS.
       F-ACUMULAR. EXIT.

      * LA DEVOLUCION O REVERSA DESCUENTA LO QUE HAYA; LO QUE NO SE
      * PUDO DESCONTAR (EL CLIENTE YA LOS CANJEO O VENCIERON) QUEDA
      * EN EL LISTADO COMO FALTANTE
       REVERTIR.
           MOVE PMV-PUNTOS TO WK-A-DESCONTAR
           PERFORM DESCONTAR THRU F-DESCONTAR
           COMPUTE WK-PTS-REVERTIDOS =
                   WK-PTS-REVERTIDOS + PMV-PUNTOS - WK-A-DESCONTAR
           IF WK-A-DESCONTAR > 0
              ADD WK-A-DESCONTAR TO WK-PTS-FALTANTES
              MOVE "REVERSA SIN PUNTOS SUFICIENTES" TO L-OBS
              PERFORM DETALLE THRU F-DETALLE
           END-IF.
       F-REVERTIR. EXIT.

       CANJEAR.
           MOVE PMV-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE PMV-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
                MOVE "CUENTA INEXISTENTE" TO L-OBS
                PERFORM DETALLE THRU F-DETALLE
                GO TO F-CANJEAR
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
              MOVE "CUENTA DE BAJA" TO L-OBS
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-CANJEAR
           END-IF
           IF CTAS-MONEDA = "D"
              MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
              MOVE "CUENTA EN DOLARES" TO L-OBS
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-CANJEAR
           END-IF
      * UNA REVERSA DEL MISMO DIA PUDO DEJAR MENOS PUNTOS DE LOS QUE
      * VIO LA PANTALLA: EL CANJE VA ENTERO O NO VA
           PERFORM CALCULAR-DISPONIBLE THRU F-CALCULAR-DISPONIBLE
           IF WK-DISPONIBLE < PMV-PUNTOS
              MOVE "X" TO TAB-PMV-RESULTADO(WK-IND)
              MOVE "PUNTOS INSUFICIENTES" TO L-OBS
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-CANJEAR
           END-IF
           MOVE PMV-PUNTOS TO WK-A-DESCONTAR
           PERFORM DESCONTAR THRU F-DESCONTAR
           INITIALIZE MOV-REG
           MOVE "S"             TO M-MOV
           MOVE PMV-DOCUMENTO   TO M-CTA
           MOVE PMV-PRODUCTO    TO M-PRODUCTO
           MOVE CTAS-SUCURSAL   TO M-SUCURSAL
           MOVE CTAS-APERTURA   TO M-APERTURA
           MOVE PMV-IMPORTE     TO M-MONTO
           MOVE 0               TO M-FECHA-EFECTIVA
           MOVE CTAS-MONEDA     TO M-MONEDA
           MOVE MOV-REG TO NVO-REG
           WRITE NVO-REG
           ADD 1 TO WK-MOV-CANTIDAD
           ADD 1 TO WK-CANJES
           ADD PMV-PUNTOS  TO WK-PTS-CANJEADOS
           ADD PMV-IMPORTE TO WK-IMP-CANJES
           MOVE "CANJE ACREDITADO" TO L-OBS
           PERFORM DETALLE THRU F-DETALLE.
       F-CANJEAR. EXIT.

       CALCULAR-DISPONIBLE.
           MOVE 0 TO WK-DISPONIBLE
           PERFORM VARYING WK-IND-LOTE FROM 1 BY 1
                   UNTIL WK-IND-LOTE > WK-PTS-CANT
              MOVE TAB-PTS-REG(WK-IND-LOTE) TO PTS-REG
              IF PTS-DOCUMENTO = PMV-DOCUMENTO
                 AND PTS-PRODUCTO = PMV-PRODUCTO
                 AND PTS-ESTADO = "A"
                 COMPUTE WK-DISPONIBLE = WK-DISPONIBLE
                         + PTS-ACUMULADOS - PTS-USADOS
              END-IF
           END-PERFORM.
       F-CALCULAR-DISPONIBLE. EXIT.

      * DESCUENTA WK-A-DESCONTAR DE LOS LOTES VIGENTES DE LA CUENTA,
      * DEL MAS VIEJO AL MAS NUEVO; DEVUELVE EN WK-A-DESCONTAR LO QUE
      * NO ALCANZO A CUBRIRSE
       DESCONTAR.
           PERFORM VARYING WK-IND-LOTE FROM 1 BY 1
                   UNTIL WK-IND-LOTE > WK-PTS-CANT
                      OR WK-A-DESCONTAR = 0
              MOVE TAB-PTS-REG(WK-IND-LOTE) TO PTS-REG
              IF PTS-DOCUMENTO = PMV-DOCUMENTO
                 AND PTS-PRODUCTO = PMV-PRODUCTO
                 AND PTS-ESTADO = "A"
                 COMPUTE WK-SALDO-LOTE = PTS-ACUMULADOS - PTS-USADOS
                 IF WK-SALDO-LOTE > WK-A-DESCONTAR
                    MOVE WK-A-DESCONTAR TO WK-SALDO-LOTE
                 END-IF
                 ADD WK-SALDO-LOTE TO PTS-USADOS
                 SUBTRACT WK-SALDO-LOTE FROM WK-A-DESCONTAR
                 MOVE PTS-REG TO TAB-PTS-REG(WK-IND-LOTE)
              END-IF
           END-PERFORM.
       F-DESCONTAR. EXIT.

      * UN LOTE VIGENTE CON LOS MESES DE VIGENCIA CUMPLIDOS VENCE: LO
      * NO USADO PASA A VENCIDOS. LOS LOTES YA VENCIDOS HACE MAS DE
      * DOCE MESES SE MARCAN PARA NO REGRABARLOS
       VENCER-LOTES.
           PERFORM VARYING WK-IND-LOTE FROM 1 BY 1
                   UNTIL WK-IND-LOTE > WK-PTS-CANT
              MOVE TAB-PTS-REG(WK-IND-LOTE) TO PTS-REG
              MOVE PTS-PERIODO TO WK-PERIODO-LOTE
              COMPUTE WK-MESES-LOTE =
                      WK-LOTE-ANIO * 12 + WK-LOTE-MES
              COMPUTE WK-ANTIGUEDAD = WK-MESES-HOY - WK-MESES-LOTE
              IF PTS-ESTADO = "A"
                 AND WK-ANTIGUEDAD >= WK-PUNTOS-MESES
                 COMPUTE PTS-VENCIDOS = PTS-ACUMULADOS - PTS-USADOS
                 MOVE "V" TO PTS-ESTADO
                 MOVE PTS-REG TO TAB-PTS-REG(WK-IND-LOTE)
                 ADD 1 TO WK-LOTES-VENCIDOS
                 ADD PTS-VENCIDOS TO WK-PTS-VENCIDOS
              END-IF
              IF PTS-ESTADO = "V"
                 AND WK-ANTIGUEDAD >= WK-PUNTOS-MESES + 12
                 MOVE "D" TO PTS-ESTADO
                 MOVE PTS-REG TO TAB-PTS-REG(WK-IND-LOTE)
                 ADD 1 TO WK-LOTES-DEPURADOS
              END-IF
           END-PERFORM.
       F-VENCER-LOTES. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE PMV-DOCUMENTO  TO L-DOC
           MOVE PMV-PRODUCTO   TO L-PROD
           MOVE PMV-TIPO       TO L-TIPO
           MOVE PMV-PUNTOS     TO L-PUNTOS
           MOVE PMV-IMPORTE    TO L-IMPORTE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

      * SOLO CON EL LOTE YA REEMPLAZADO SE GRABAN LOS SALDOS; LOS
      * LOTES DEPURADOS ("D") NO SE REGRABAN
       GRABAR-LOTES.
           OPEN OUTPUT PUNTOS
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PTS-CANT
              MOVE TAB-PTS-REG(WK-IND) TO PTS-REG
              IF NOT ( PTS-ESTADO = "D" )
                 WRITE PTS-REG
              END-IF
           END-PERFORM
           CLOSE PUNTOS.
       F-GRABAR-LOTES. EXIT.

      * LAS NOVEDADES PROCESADAS PASAN AL HISTORICO CON SU RESULTADO
      * Y PUNTOS-MOV.DAT QUEDA VACIO PARA EL DIA SIGUIENTE
       HISTORIAR.
           IF WK-PMV-CANT = 0
              GO TO F-HISTORIAR
           END-IF
           OPEN EXTEND PUNTOS-HIST
           IF NOT ( WK-HST-STAT = "00" )
              OPEN OUTPUT PUNTOS-HIST
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PMV-CANT
              MOVE TAB-PMV-REG(WK-IND)       TO HST-NOVEDAD
              MOVE WK-HOY                    TO HST-FECHA-PROCESO
              MOVE TAB-PMV-RESULTADO(WK-IND) TO HST-RESULTADO
              WRITE HST-REG
           END-PERFORM
           CLOSE PUNTOS-HIST
           OPEN OUTPUT PUNTOS-MOV
           CLOSE PUNTOS-MOV.
       F-HISTORIAR. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           CLOSE M-CUENTAS
                 LISTADO
           MOVE WK-LEIDOS TO LK-CANTIDAD
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS          TO LIN-TOT-LEIDOS
           MOVE WK-PROCESADOS      TO LIN-TOT-PROCESADOS
           MOVE WK-RECHAZADOS      TO LIN-TOT-RECHAZADOS
           MOVE WK-PTS-ACUMULADOS  TO LIN-TOT-ACUMULADOS
           MOVE WK-PTS-REVERTIDOS  TO LIN-TOT-REVERTIDOS
           MOVE WK-PTS-FALTANTES   TO LIN-TOT-FALTANTES
           MOVE WK-CANJES          TO LIN-TOT-CANJES
           MOVE WK-PTS-CANJEADOS   TO LIN-TOT-PTS-CANJE
           MOVE WK-IMP-CANJES      TO LIN-TOT-IMP-CANJE
           MOVE WK-LOTES-VENCIDOS  TO LIN-TOT-LOTES-VENC
           MOVE WK-PTS-VENCIDOS    TO LIN-TOT-VENCIDOS
           MOVE WK-LOTES-DEPURADOS TO LIN-TOT-DEPURADOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PROCESADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ACUMULADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-REVERTIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CANJES
           WRITE REG-LIS FROM TITULO-BOTTOM-VENCIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-DEPURADOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           IF WK-PROCESADOS + WK-RECHAZADOS <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-parametro-puntos.cpy".

       END PROGRAM PTS001.
