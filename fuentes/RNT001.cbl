      * =================================================================== */
      *                                                                     */
      *   RNT001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rentabilidad mensual por cuenta, agrupada por producto y         */
      *   sucursal, con ranking y las 50 cuentas menos rentables           */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNT001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EST001 DA LOS VOLUMENES Y PRO001 LAS RESERVAS, PERO NADIE
      * DECIA QUE PRODUCTOS Y SUCURSALES GANAN PLATA. CORRE LA NOCHE
      * DE FIN DE MES, DESPUES DEL DEVENGAMIENTO (CTAS004) Y DE LA
      * PREVISION (PRO001), Y POR CADA CUENTA DEL PERIODO SUMA:
      *   - LOS CARGOS DEVENGADOS: REGISTROS "I" DE LA AUDITORIA CON
      *     AUD-PERIODO DEL MES (EL IVA "J" NO ES INGRESO DEL BANCO),
      *     ABIERTOS CON EL LIBRO FISCAL DE CTAS004 (FISCAL-AAAAMM.TXT)
      *     EN INTERESES PUNITORIOS ("M"), MANTENIMIENTO ("F") Y OTROS
      *     CARGOS (CUOTA ANUAL "A" Y LO QUE NO PAGA IVA, COMO LA
      *     PRIMA DEL SEGURO DE VIDA);
      * Y LE RESTA:
      *   - LO QUE CRECIO SU PREVISION: PREVISION-AAAAMM.DAT DEL MES
      *     MENOS LA DEL MES ANTERIOR (SI NO HAY LA DEL MES ANTERIOR NO
      *     SE DESCUENTA NADA Y EL LISTADO LO ADVIERTE);
      *   - LO CASTIGADO EN EL MES (CASTIGOS.DAT "C"), NETO DE LOS
      *     RECUPEROS ("R", Y SUS ANULACIONES "A").
      * LOS RENGLONES SE ORDENAN POR CUENTA CON SORT; EL CORTE DE
      * CUENTA BUSCA CTAS-SUCURSAL EN EL MAESTRO, ACUMULA POR PRODUCTO
      * Y SUCURSAL Y GUARDA LAS 50 CUENTAS DE PEOR RESULTADO. EL
      * LISTADO TRAE EL RANKING DE PRODUCTO Y SUCURSAL DE MAYOR A
      * MENOR RESULTADO Y LAS 50 CUENTAS MENOS RENTABLES.
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
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\prevision-cuentas.sel".
           SELECT FISCAL
           ASSIGN TO WK-ARCHIVO-FISCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-FIS-STAT.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\rnt001.srt".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-RNT001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-prevision-cuentas.fds".

      * LIBRO FISCAL DE CTAS004, MISMO LAYOUT; SE USAN SOLO LOS
      * RENGLONES "D"
       FD  FISCAL.
       01  FIS-REG.
           03 FIS-TIPO                  PIC X(01).
           03 FIS-DOCUMENTO             PIC 9(08).
           03 FIS-PRODUCTO              PIC 9(02).
           03 FIS-CONCEPTO              PIC X(01).
           03 FIS-BASE                  PIC 9(10)V99.
           03 FIS-TASA                  PIC 9(03)V9(04).
           03 FIS-IMPUESTO              PIC 9(10)V99.
           03 FIS-PERIODO               PIC 9(06).
       01  FIS-TRAILER REDEFINES FIS-REG.
           03 FIT-TIPO                  PIC X(01).
           03 FIT-CANTIDAD              PIC 9(08).
           03 FIT-BASE-TOTAL            PIC 9(12)V99.
           03 FIT-IMPUESTO-TOTAL        PIC 9(12)V99.
           03 FILLER                    PIC X(13).

      * UN RENGLON POR IMPORTE QUE HACE AL RESULTADO DE UNA CUENTA:
      * "I" CARGOS DEVENGADOS, "M"/"F"/"A" APERTURA FISCAL DE ESOS
      * CARGOS, "P" PREVISION DEL MES, "Q" PREVISION DEL MES
      * ANTERIOR, "C" CASTIGO NETO DE RECUPEROS
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-DOCUMENTO              PIC 9(08).
           03 SR-PRODUCTO               PIC 9(02).
           03 SR-CONCEPTO               PIC X(01).
           03 SR-IMPORTE                PIC S9(10)V99.

       FD  LISTADO.
       01  REG-LIS                      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-PRC-STAT                  PIC X(02).
       77  WK-FIS-STAT                  PIC X(02).

       01  WK-ARCHIVO-FISCAL.
           03 FILLER                    PIC X(19)     VALUE
           "\COBOL\arch\fiscal-".
           03 WK-FIS-PERIODO            PIC 9(06).
           03 FILLER                    PIC X(04)     VALUE ".txt".

       01  WK-ARCHIVO-PREVISION.
           03 FILLER                    PIC X(22)     VALUE
           "\COBOL\arch\prevision-".
           03 WK-PRC-PERIODO            PIC 9(06).
           03 FILLER                    PIC X(04)     VALUE ".dat".

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-PERIODO-ANT               PIC 9(06)      VALUE 0.
       77  WK-CAS-PERIODO               PIC 9(06)      VALUE 0.
       77  WK-SIN-PREVISION-ANT         PIC 9          VALUE 0.
       77  WK-SIN-FISCAL                PIC 9          VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(03)      VALUE 0.
       77  WK-IND-2                     PIC 9(03)      VALUE 0.
       77  WK-IND-MAX                   PIC 9(03)      VALUE 0.
       77  WK-HAY-CUENTA                PIC 9          VALUE 0.
       77  WK-CUENTAS                   PIC 9(07)      VALUE 0.
       77  WK-GRUPOS-FUERA              PIC 9(07)      VALUE 0.

       01  WK-PERIODO-DESC              PIC 9(06).
       01  FILLER REDEFINES WK-PERIODO-DESC.
           03 WK-PD-ANHIO               PIC 9(04).
           03 WK-PD-MES                 PIC 9(02).

      * RESULTADO DE LA CUENTA EN CURSO DEL CORTE
       01  WK-CUENTA.
           03 WK-CTA-DOCUMENTO          PIC 9(08).
           03 WK-CTA-PRODUCTO           PIC 9(02).
           03 WK-CTA-SUCURSAL           PIC 9(03).
           03 WK-CTA-CARGOS             PIC S9(10)V99.
           03 WK-CTA-PUNITORIOS         PIC S9(10)V99.
           03 WK-CTA-MANTENIMIENTO      PIC S9(10)V99.
           03 WK-CTA-OTROS              PIC S9(10)V99.
           03 WK-CTA-PREV-ACTUAL        PIC S9(10)V99.
           03 WK-CTA-PREV-ANTERIOR      PIC S9(10)V99.
           03 WK-CTA-VAR-PREVISION      PIC S9(10)V99.
           03 WK-CTA-CASTIGOS           PIC S9(10)V99.
           03 WK-CTA-RESULTADO          PIC S9(10)V99.

      * ACUMULADO POR PRODUCTO Y SUCURSAL; DESPUES SE ORDENA DE MAYOR
      * A MENOR RESULTADO PARA EL RANKING
       01  TAB-GRUPOS.
           03 TAB-GRUPOS-CANT           PIC 9(03)      VALUE 0.
           03 TAB-GRUPO OCCURS 200.
              05 TG-PRODUCTO            PIC 9(02).
              05 TG-SUCURSAL            PIC 9(03).
              05 TG-CUENTAS             PIC 9(07).
              05 TG-PUNITORIOS          PIC S9(12)V99.
              05 TG-MANTENIMIENTO       PIC S9(12)V99.
              05 TG-OTROS               PIC S9(12)V99.
              05 TG-VAR-PREVISION       PIC S9(12)V99.
              05 TG-CASTIGOS            PIC S9(12)V99.
              05 TG-RESULTADO           PIC S9(12)V99.
       01  WK-GRUPO-AUX                 PIC X(88).

      * LAS 50 CUENTAS DE PEOR RESULTADO; AL FINAL SE ORDENAN DE LA
      * PEOR A LA MEJOR
       01  TAB-PEORES.
           03 TAB-PEORES-CANT           PIC 9(02)      VALUE 0.
           03 TAB-PEOR OCCURS 50.
              05 TP-DOCUMENTO           PIC 9(08).
              05 TP-PRODUCTO            PIC 9(02).
              05 TP-SUCURSAL            PIC 9(03).
              05 TP-CARGOS              PIC S9(10)V99.
              05 TP-VAR-PREVISION       PIC S9(10)V99.
              05 TP-CASTIGOS            PIC S9(10)V99.
              05 TP-RESULTADO           PIC S9(10)V99.
       01  WK-PEOR-AUX                  PIC X(61).

       01  WK-TOTALES.
           03 WK-TOT-PUNITORIOS         PIC S9(12)V99  VALUE 0.
           03 WK-TOT-MANTENIMIENTO      PIC S9(12)V99  VALUE 0.
           03 WK-TOT-OTROS              PIC S9(12)V99  VALUE 0.
           03 WK-TOT-VAR-PREVISION      PIC S9(12)V99  VALUE 0.
           03 WK-TOT-CASTIGOS           PIC S9(12)V99  VALUE 0.
           03 WK-TOT-RESULTADO          PIC S9(12)V99  VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(50) VALUE
            "RENTABILIDAD POR PRODUCTO Y SUCURSAL - RNT001".
            03 FILLER                   PIC X(09) VALUE "Periodo: ".
            03 TIT-PERIODO              PIC 9(06).
            03 FILLER                   PIC X(45) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(132) VALUE ALL "_".

       01  TITULO-RANKING.
            03 FILLER                   PIC X(40) VALUE
            "Pos Prod Suc  Cuentas     Intereses pun.".
            03 FILLER                   PIC X(46) VALUE
            "   Mantenimiento   Otros cargos  Var.prevision".
            03 FILLER                   PIC X(46) VALUE
            "       Castigos      Resultado".

       01  LIN-RANKING.
            03 L-POS                    PIC ZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PRODUCTO               PIC 9(02).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-SUCURSAL               PIC 9(03).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-CUENTAS                PIC ZZZZZZ9.
            03 L-PUNITORIOS             PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-MANTENIMIENTO          PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-OTROS                  PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-VAR-PREVISION          PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-CASTIGOS               PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-RESULTADO              PIC -ZZZ.ZZZ.ZZ9,99.

       01  TITULO-PEORES.
            03 FILLER                   PIC X(40) VALUE
            "LAS 50 CUENTAS MENOS RENTABLES DEL MES".

       01  TITULO-PEORES-2.
            03 FILLER                   PIC X(40) VALUE
            "Pos Documento Prod Suc         Cargos  ".
            03 FILLER                   PIC X(46) VALUE
            " Var.prevision       Castigos      Resultado".

       01  LIN-PEOR.
            03 L-P-POS                  PIC ZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-P-DOCUMENTO            PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-P-PRODUCTO             PIC 9(02).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-P-SUCURSAL             PIC 9(03).
            03 L-P-CARGOS               PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-P-VAR-PREVISION        PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-P-CASTIGOS             PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-P-RESULTADO            PIC -ZZZ.ZZZ.ZZ9,99.

       01  LIN-TOTAL.
            03 FILLER                   PIC X(11) VALUE "TOTAL".
            03 L-T-CUENTAS              PIC ZZZZZZ9.
            03 L-T-PUNITORIOS           PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-T-MANTENIMIENTO        PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-T-OTROS                PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-T-VAR-PREVISION        PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-T-CASTIGOS             PIC -ZZZ.ZZZ.ZZ9,99.
            03 L-T-RESULTADO            PIC -ZZZ.ZZZ.ZZ9,99.

       01  LIN-AVISO                    PIC X(132).

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
           COMPUTE WK-PERIODO = WK-HOY / 100
           MOVE WK-PERIODO        TO WK-PERIODO-DESC
           IF WK-PD-MES = 1
              MOVE 12 TO WK-PD-MES
              SUBTRACT 1 FROM WK-PD-ANHIO
           ELSE
              SUBTRACT 1 FROM WK-PD-MES
           END-IF
           MOVE WK-PERIODO-DESC   TO WK-PERIODO-ANT
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN INPUT M-CUENTAS
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-PERIODO        TO TIT-PERIODO.
       F-INICIO. EXIT.

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
                ON ASCENDING KEY SR-DOCUMENTO SR-PRODUCTO
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS CORTE-CUENTAS
           PERFORM ORDENAR-GRUPOS  THRU F-ORDENAR-GRUPOS
           PERFORM ORDENAR-PEORES  THRU F-ORDENAR-PEORES
           PERFORM IMPRIMIR-RANKING THRU F-IMPRIMIR-RANKING
           PERFORM IMPRIMIR-PEORES THRU F-IMPRIMIR-PEORES.
       F-PROCESO. EXIT.

       CARGAR-SORT.
           PERFORM CARGAR-CARGOS    THRU F-CARGAR-CARGOS
           PERFORM CARGAR-FISCAL    THRU F-CARGAR-FISCAL
           PERFORM CARGAR-PREVISION THRU F-CARGAR-PREVISION
           PERFORM CARGAR-CASTIGOS  THRU F-CARGAR-CASTIGOS.
       F-CARGAR-SORT. EXIT.

      * CARGOS DEVENGADOS DEL PERIODO: LO QUE BAJO EL SALDO EN CADA
      * REGISTRO "I" DE CTAS004
       CARGAR-CARGOS.
           MOVE 0 TO WK-FINAL
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-CARGAR-CARGOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( AUD-MOV = "I" ) OR AUD-PERIODO NOT = WK-PERIODO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE AUD-DOCUMENTO TO SR-DOCUMENTO
              MOVE AUD-PRODUCTO  TO SR-PRODUCTO
              MOVE "I"           TO SR-CONCEPTO
              COMPUTE SR-IMPORTE = AUD-ANT-SALDO - AUD-DES-SALDO
              RELEASE SORT-REC
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-CARGOS. EXIT.

      * EL LIBRO FISCAL DICE DE QUE CONCEPTO ES CADA CARGO GRAVADO
       CARGAR-FISCAL.
           MOVE 0 TO WK-FINAL
           MOVE WK-PERIODO TO WK-FIS-PERIODO
           OPEN INPUT FISCAL
           IF NOT ( WK-FIS-STAT = "00" )
              MOVE 1 TO WK-SIN-FISCAL
              GO TO F-CARGAR-FISCAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ FISCAL AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( FIS-TIPO = "D" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE FIS-DOCUMENTO TO SR-DOCUMENTO
              MOVE FIS-PRODUCTO  TO SR-PRODUCTO
              MOVE FIS-CONCEPTO  TO SR-CONCEPTO
              MOVE FIS-BASE      TO SR-IMPORTE
              RELEASE SORT-REC
           END-PERFORM
           CLOSE FISCAL.
       F-CARGAR-FISCAL. EXIT.

      * SIN LA PREVISION DEL MES ANTERIOR NO HAY VARIACION QUE
      * MEDIR: NO SE CARGA NINGUNA DE LAS DOS
       CARGAR-PREVISION.
           MOVE WK-PERIODO-ANT TO WK-PRC-PERIODO
           OPEN INPUT PREVISION-CTAS
           IF NOT ( WK-PRC-STAT = "00" )
              MOVE 1 TO WK-SIN-PREVISION-ANT
              GO TO F-CARGAR-PREVISION
           END-IF
           MOVE "Q" TO SR-CONCEPTO
           PERFORM LEER-PREVISION THRU F-LEER-PREVISION
           CLOSE PREVISION-CTAS
           MOVE WK-PERIODO TO WK-PRC-PERIODO
           OPEN INPUT PREVISION-CTAS
           IF NOT ( WK-PRC-STAT = "00" )
              GO TO F-CARGAR-PREVISION
           END-IF
           MOVE "P" TO SR-CONCEPTO
           PERFORM LEER-PREVISION THRU F-LEER-PREVISION
           CLOSE PREVISION-CTAS.
       F-CARGAR-PREVISION. EXIT.

       LEER-PREVISION.
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ PREVISION-CTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE PRC-DOCUMENTO TO SR-DOCUMENTO
              MOVE PRC-PRODUCTO  TO SR-PRODUCTO
              MOVE PRC-PREVISION TO SR-IMPORTE
              RELEASE SORT-REC
           END-PERFORM.
       F-LEER-PREVISION. EXIT.

      * CASTIGOS DEL MES NETOS DE RECUPEROS; UN RECUPERO ANULADO
      * VUELVE A SUMAR
       CARGAR-CASTIGOS.
           MOVE 0 TO WK-FINAL
           OPEN INPUT CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              GO TO F-CARGAR-CASTIGOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CASTIGOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              COMPUTE WK-CAS-PERIODO = CAS-FECHA / 100
              IF WK-CAS-PERIODO NOT = WK-PERIODO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CAS-DOCUMENTO TO SR-DOCUMENTO
              MOVE CAS-PRODUCTO  TO SR-PRODUCTO
              MOVE "C"           TO SR-CONCEPTO
              EVALUATE CAS-TIPO
                 WHEN "C"
                 WHEN "A"
                    MOVE CAS-IMPORTE TO SR-IMPORTE
                 WHEN "R"
                    COMPUTE SR-IMPORTE = CAS-IMPORTE * -1
                 WHEN OTHER
                    EXIT PERFORM CYCLE
              END-EVALUATE
              RELEASE SORT-REC
           END-PERFORM
           CLOSE CASTIGOS.
       F-CARGAR-CASTIGOS. EXIT.

      * CORTE POR CUENTA: UN RESULTADO POR DOCUMENTO Y PRODUCTO
       CORTE-CUENTAS.
           MOVE 0 TO WK-SORT-FINAL
           MOVE 0 TO WK-HAY-CUENTA
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF WK-HAY-CUENTA = 1
                 AND ( NOT ( SR-DOCUMENTO = WK-CTA-DOCUMENTO )
                    OR NOT ( SR-PRODUCTO = WK-CTA-PRODUCTO ) )
                 PERFORM CERRAR-CUENTA THRU F-CERRAR-CUENTA
                 MOVE 0 TO WK-HAY-CUENTA
              END-IF
              IF WK-HAY-CUENTA = 0
                 INITIALIZE WK-CUENTA
                 MOVE SR-DOCUMENTO TO WK-CTA-DOCUMENTO
                 MOVE SR-PRODUCTO  TO WK-CTA-PRODUCTO
                 MOVE 1 TO WK-HAY-CUENTA
              END-IF
              EVALUATE SR-CONCEPTO
                 WHEN "I" ADD SR-IMPORTE TO WK-CTA-CARGOS
                 WHEN "M" ADD SR-IMPORTE TO WK-CTA-PUNITORIOS
                 WHEN "F" ADD SR-IMPORTE TO WK-CTA-MANTENIMIENTO
                 WHEN "P" ADD SR-IMPORTE TO WK-CTA-PREV-ACTUAL
                 WHEN "Q" ADD SR-IMPORTE TO WK-CTA-PREV-ANTERIOR
                 WHEN "C" ADD SR-IMPORTE TO WK-CTA-CASTIGOS
              END-EVALUATE
           END-PERFORM
           IF WK-HAY-CUENTA = 1
              PERFORM CERRAR-CUENTA THRU F-CERRAR-CUENTA
           END-IF.
       F-CORTE-CUENTAS. EXIT.

      * RESULTADO = CARGOS - VARIACION DE LA PREVISION - CASTIGOS;
      * LO QUE NO ES PUNITORIO NI MANTENIMIENTO VA A OTROS CARGOS
       CERRAR-CUENTA.
           ADD 1 TO WK-CUENTAS
           COMPUTE WK-CTA-OTROS = WK-CTA-CARGOS
                                - WK-CTA-PUNITORIOS
                                - WK-CTA-MANTENIMIENTO
           COMPUTE WK-CTA-VAR-PREVISION = WK-CTA-PREV-ACTUAL
                                        - WK-CTA-PREV-ANTERIOR
           COMPUTE WK-CTA-RESULTADO = WK-CTA-CARGOS
                                    - WK-CTA-VAR-PREVISION
                                    - WK-CTA-CASTIGOS
           MOVE WK-CTA-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-CTA-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
              INVALID KEY MOVE 0 TO CTAS-SUCURSAL
           END-READ
           MOVE CTAS-SUCURSAL    TO WK-CTA-SUCURSAL
           PERFORM ACUMULAR-GRUPO THRU F-ACUMULAR-GRUPO
           PERFORM GUARDAR-PEOR   THRU F-GUARDAR-PEOR
           ADD WK-CTA-PUNITORIOS    TO WK-TOT-PUNITORIOS
           ADD WK-CTA-MANTENIMIENTO TO WK-TOT-MANTENIMIENTO
           ADD WK-CTA-OTROS         TO WK-TOT-OTROS
           ADD WK-CTA-VAR-PREVISION TO WK-TOT-VAR-PREVISION
           ADD WK-CTA-CASTIGOS      TO WK-TOT-CASTIGOS
           ADD WK-CTA-RESULTADO     TO WK-TOT-RESULTADO.
       F-CERRAR-CUENTA. EXIT.

       ACUMULAR-GRUPO.
           MOVE 0 TO WK-IND-2
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > TAB-GRUPOS-CANT OR WK-IND-2 > 0
              IF TG-PRODUCTO(WK-IND) = WK-CTA-PRODUCTO
                 AND TG-SUCURSAL(WK-IND) = WK-CTA-SUCURSAL
                 MOVE WK-IND TO WK-IND-2
              END-IF
           END-PERFORM
           IF WK-IND-2 = 0
              IF TAB-GRUPOS-CANT = 200
                 ADD 1 TO WK-GRUPOS-FUERA
                 GO TO F-ACUMULAR-GRUPO
              END-IF
              ADD 1 TO TAB-GRUPOS-CANT
              MOVE TAB-GRUPOS-CANT TO WK-IND-2
              INITIALIZE TAB-GRUPO(WK-IND-2)
              MOVE WK-CTA-PRODUCTO TO TG-PRODUCTO(WK-IND-2)
              MOVE WK-CTA-SUCURSAL TO TG-SUCURSAL(WK-IND-2)
           END-IF
           ADD 1                    TO TG-CUENTAS(WK-IND-2)
           ADD WK-CTA-PUNITORIOS    TO TG-PUNITORIOS(WK-IND-2)
           ADD WK-CTA-MANTENIMIENTO TO TG-MANTENIMIENTO(WK-IND-2)
           ADD WK-CTA-OTROS         TO TG-OTROS(WK-IND-2)
           ADD WK-CTA-VAR-PREVISION TO TG-VAR-PREVISION(WK-IND-2)
           ADD WK-CTA-CASTIGOS      TO TG-CASTIGOS(WK-IND-2)
           ADD WK-CTA-RESULTADO     TO TG-RESULTADO(WK-IND-2).
       F-ACUMULAR-GRUPO. EXIT.

      * MIENTRAS HAYA LUGAR ENTRA; LLENA LA TABLA, LA CUENTA
      * REEMPLAZA A LA DE MEJOR RESULTADO SI ES PEOR QUE ELLA
       GUARDAR-PEOR.
           IF TAB-PEORES-CANT < 50
              ADD 1 TO TAB-PEORES-CANT
              MOVE TAB-PEORES-CANT TO WK-IND-2
           ELSE
              MOVE 1 TO WK-IND-MAX
              PERFORM VARYING WK-IND FROM 2 BY 1 UNTIL WK-IND > 50
                 IF TP-RESULTADO(WK-IND) > TP-RESULTADO(WK-IND-MAX)
                    MOVE WK-IND TO WK-IND-MAX
                 END-IF
              END-PERFORM
              IF NOT ( WK-CTA-RESULTADO < TP-RESULTADO(WK-IND-MAX) )
                 GO TO F-GUARDAR-PEOR
              END-IF
              MOVE WK-IND-MAX TO WK-IND-2
           END-IF
           MOVE WK-CTA-DOCUMENTO     TO TP-DOCUMENTO(WK-IND-2)
           MOVE WK-CTA-PRODUCTO      TO TP-PRODUCTO(WK-IND-2)
           MOVE WK-CTA-SUCURSAL      TO TP-SUCURSAL(WK-IND-2)
           MOVE WK-CTA-CARGOS        TO TP-CARGOS(WK-IND-2)
           MOVE WK-CTA-VAR-PREVISION TO TP-VAR-PREVISION(WK-IND-2)
           MOVE WK-CTA-CASTIGOS      TO TP-CASTIGOS(WK-IND-2)
           MOVE WK-CTA-RESULTADO     TO TP-RESULTADO(WK-IND-2).
       F-GUARDAR-PEOR. EXIT.

      * ORDEN POR INTERCAMBIO, DE MAYOR A MENOR RESULTADO
       ORDENAR-GRUPOS.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND >= TAB-GRUPOS-CANT
              PERFORM VARYING WK-IND-2 FROM WK-IND BY 1
                      UNTIL WK-IND-2 > TAB-GRUPOS-CANT
                 IF TG-RESULTADO(WK-IND-2) > TG-RESULTADO(WK-IND)
                    MOVE TAB-GRUPO(WK-IND)   TO WK-GRUPO-AUX
                    MOVE TAB-GRUPO(WK-IND-2) TO TAB-GRUPO(WK-IND)
                    MOVE WK-GRUPO-AUX        TO TAB-GRUPO(WK-IND-2)
                 END-IF
              END-PERFORM
           END-PERFORM.
       F-ORDENAR-GRUPOS. EXIT.

      * ORDEN POR INTERCAMBIO, DE LA PEOR A LA MEJOR
       ORDENAR-PEORES.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND >= TAB-PEORES-CANT
              PERFORM VARYING WK-IND-2 FROM WK-IND BY 1
                      UNTIL WK-IND-2 > TAB-PEORES-CANT
                 IF TP-RESULTADO(WK-IND-2) < TP-RESULTADO(WK-IND)
                    MOVE TAB-PEOR(WK-IND)   TO WK-PEOR-AUX
                    MOVE TAB-PEOR(WK-IND-2) TO TAB-PEOR(WK-IND)
                    MOVE WK-PEOR-AUX        TO TAB-PEOR(WK-IND-2)
                 END-IF
              END-PERFORM
           END-PERFORM.
       F-ORDENAR-PEORES. EXIT.

       IMPRIMIR-RANKING.
           PERFORM ENCABEZAR THRU F-ENCABEZAR
           IF WK-SIN-PREVISION-ANT = 1
              MOVE "SIN PREVISION DEL MES ANTERIOR: NO SE DESCUENTA LA V
      -       "ARIACION DE LA RESERVA" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
           END-IF
           IF WK-SIN-FISCAL = 1
              MOVE "SIN LIBRO FISCAL DEL PERIODO: TODOS LOS CARGOS VAN A
      -       " OTROS" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
           END-IF
           WRITE REG-LIS FROM TITULO-RANKING
           WRITE REG-LIS FROM TITULO-LINE
           ADD 2 TO WK-LINEA
           PERFORM IMPRIMIR-GRUPO THRU F-IMPRIMIR-GRUPO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > TAB-GRUPOS-CANT
           WRITE REG-LIS FROM TITULO-LINE
           MOVE WK-CUENTAS           TO L-T-CUENTAS
           MOVE WK-TOT-PUNITORIOS    TO L-T-PUNITORIOS
           MOVE WK-TOT-MANTENIMIENTO TO L-T-MANTENIMIENTO
           MOVE WK-TOT-OTROS         TO L-T-OTROS
           MOVE WK-TOT-VAR-PREVISION TO L-T-VAR-PREVISION
           MOVE WK-TOT-CASTIGOS      TO L-T-CASTIGOS
           MOVE WK-TOT-RESULTADO     TO L-T-RESULTADO
           WRITE REG-LIS FROM LIN-TOTAL.
       F-IMPRIMIR-RANKING. EXIT.

       IMPRIMIR-GRUPO.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
              WRITE REG-LIS FROM TITULO-RANKING
              WRITE REG-LIS FROM TITULO-LINE
              ADD 2 TO WK-LINEA
           END-IF
           MOVE WK-IND                    TO L-POS
           MOVE TG-PRODUCTO(WK-IND)       TO L-PRODUCTO
           MOVE TG-SUCURSAL(WK-IND)       TO L-SUCURSAL
           MOVE TG-CUENTAS(WK-IND)        TO L-CUENTAS
           MOVE TG-PUNITORIOS(WK-IND)     TO L-PUNITORIOS
           MOVE TG-MANTENIMIENTO(WK-IND)  TO L-MANTENIMIENTO
           MOVE TG-OTROS(WK-IND)          TO L-OTROS
           MOVE TG-VAR-PREVISION(WK-IND)  TO L-VAR-PREVISION
           MOVE TG-CASTIGOS(WK-IND)       TO L-CASTIGOS
           MOVE TG-RESULTADO(WK-IND)      TO L-RESULTADO
           WRITE REG-LIS FROM LIN-RANKING
           ADD 1 TO WK-LINEA.
       F-IMPRIMIR-GRUPO. EXIT.

       IMPRIMIR-PEORES.
           PERFORM ENCABEZAR THRU F-ENCABEZAR
           WRITE REG-LIS FROM TITULO-PEORES
           WRITE REG-LIS FROM TITULO-PEORES-2
           WRITE REG-LIS FROM TITULO-LINE
           PERFORM IMPRIMIR-PEOR THRU F-IMPRIMIR-PEOR
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > TAB-PEORES-CANT.
       F-IMPRIMIR-PEORES. EXIT.

       IMPRIMIR-PEOR.
           MOVE WK-IND                    TO L-P-POS
           MOVE TP-DOCUMENTO(WK-IND)      TO L-P-DOCUMENTO
           MOVE TP-PRODUCTO(WK-IND)       TO L-P-PRODUCTO
           MOVE TP-SUCURSAL(WK-IND)       TO L-P-SUCURSAL
           MOVE TP-CARGOS(WK-IND)         TO L-P-CARGOS
           MOVE TP-VAR-PREVISION(WK-IND)  TO L-P-VAR-PREVISION
           MOVE TP-CASTIGOS(WK-IND)       TO L-P-CASTIGOS
           MOVE TP-RESULTADO(WK-IND)      TO L-P-RESULTADO
           WRITE REG-LIS FROM LIN-PEOR.
       F-IMPRIMIR-PEOR. EXIT.

       FINAL-PROG.
           IF WK-GRUPOS-FUERA > 0
              MOVE "HAY CUENTAS FUERA DEL RANKING: MAS DE 200 COMBINACI
      -       "ONES DE PRODUCTO Y SUCURSAL" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           CLOSE M-CUENTAS
                 LISTADO
           MOVE WK-CUENTAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM RNT001.
