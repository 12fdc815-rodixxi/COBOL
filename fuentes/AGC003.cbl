      * =================================================================== */
      *                                                                     */
      *   AGC003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   liquidacion mensual de comisiones de las agencias de             */
      *   cobranza externas                                                */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGC003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * A FIN DE MES SE LIQUIDA A CADA AGENCIA DE AGENCIAS.PAR LA
      * COMISION SOBRE LO QUE COBRO: LOS PAGOS QUE PAG001 ACREDITO EN
      * EL MES SOBRE CUENTAS QUE ESTABAN COLOCADAS EN ELLA
      * (AGENCIAS-PAGOS.DAT), INCLUIDOS LOS RECUPEROS DE CASTIGADAS.
      * LA COMISION ES EL TOTAL COBRADO POR EL PORCENTAJE DE LA
      * AGENCIA (AGP-COMISION), REDONDEADO AL CENTAVO.
      * EL LISTADO ES UNA LIQUIDACION POR AGENCIA (UNA HOJA NUEVA POR
      * CADA UNA, CON EL DETALLE DE LOS PAGOS) Y CIERRA CON EL TOTAL
      * GENERAL A PAGAR. LAS AGENCIAS SIN COBROS EN EL MES SALEN CON
      * SU LIQUIDACION EN CERO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\agencias.sel".
           COPY "\COBOL\fuentes\cpy\agcpagos.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AGC003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-agencias.fds".
       COPY "\COBOL\fuentes\cpy\fd-agcpagos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-AGP-STAT                  PIC X(02).
       77  WK-APG-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-FIN-PAGOS                 PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PERIODO                   PIC 9(06)     VALUE 0.
       77  WK-APG-PERIODO               PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-AGENCIAS                  PIC 9(03)     VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-DEL-PERIODO               PIC 9(06)     VALUE 0.
       77  WK-LIQUIDADOS                PIC 9(06)     VALUE 0.

       77  WK-AGE-PAGOS                 PIC 9(06)     VALUE 0.
       77  WK-AGE-IMPORTE               PIC 9(12)V99  VALUE 0.
       77  WK-AGE-COMISION              PIC 9(10)V99  VALUE 0.
       77  WK-TOT-IMPORTE               PIC 9(12)V99  VALUE 0.
       77  WK-TOT-COMISION              PIC 9(12)V99  VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "COMISIONES DE AGENCIAS DE COBRANZA - AGC003".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-AGENCIA.
            03 FILLER                   PIC X(09) VALUE "Agencia: ".
            03 TIT-AGE-CODIGO           PIC 9(03).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 TIT-AGE-NOMBRE           PIC X(30).
            03 FILLER                   PIC X(10) VALUE "Periodo: ".
            03 TIT-AGE-PERIODO          PIC 9(06).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Comision: ".
            03 TIT-AGE-COMISION         PIC Z9,99.
            03 FILLER                   PIC X(02) VALUE " %".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Fecha".
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Recibo".
            03 FILLER                   PIC X(13) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-FECHA                  PIC 9(08).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-RECIBO                 PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-OBS                    PIC X(20).

       01  LIN-SUB-PAGOS.
            03 FILLER                   PIC X(20) VALUE
            "Pagos cobrados...: ".
            03 L-SUB-PAGOS              PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SUB-IMPORTE            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  LIN-SUB-COMISION.
            03 FILLER                   PIC X(20) VALUE
            "Comision a pagar.: ".
            03 FILLER                   PIC X(09) VALUE ALL SPACES.
            03 L-SUB-COMISION           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-AGENCIAS.
            03 FILLER                   PIC X(20) VALUE
            "Agencias liquid..: ".
            03 LIN-TOT-AGENCIAS         PIC ZZ9.
       01  TITULO-BOTTOM-PAGOS.
            03 FILLER                   PIC X(20) VALUE
            "Pagos del mes....: ".
            03 LIN-TOT-PAGOS            PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMPORTE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-COMISION.
            03 FILLER                   PIC X(20) VALUE
            "Comisiones.......: ".
            03 FILLER                   PIC X(09) VALUE ALL SPACES.
            03 LIN-TOT-COMISION         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           COMPUTE WK-PERIODO = WK-HOY / 100
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM CONTAR-PERIODO THRU F-CONTAR-PERIODO
           OPEN OUTPUT LISTADO.
       F-INICIO. EXIT.

      * PAGOS DEL MES EN AGENCIAS-PAGOS.DAT, PARA PROBAR AL FINAL QUE
      * TODOS QUEDARON EN LA LIQUIDACION DE ALGUNA AGENCIA
       CONTAR-PERIODO.
           OPEN INPUT AGC-PAGOS
           IF NOT ( WK-APG-STAT = "00" )
              GO TO F-CONTAR-PERIODO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AGC-PAGOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              COMPUTE WK-APG-PERIODO = APG-FECHA / 100
              IF WK-APG-PERIODO = WK-PERIODO
                 ADD 1 TO WK-DEL-PERIODO
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AGC-PAGOS.
       F-CONTAR-PERIODO. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-AGENCIA
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 5 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * UNA PASADA POR AGENCIAS-PAGOS.DAT POR CADA AGENCIA DEL
      * CATALOGO
       PROCESO.
           OPEN INPUT AGENCIAS
           IF NOT ( WK-AGP-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AGENCIAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              PERFORM LIQUIDAR-AGENCIA THRU F-LIQUIDAR-AGENCIA
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AGENCIAS.
       F-PROCESO. EXIT.

       LIQUIDAR-AGENCIA.
           ADD 1 TO WK-AGENCIAS
           MOVE 0 TO WK-AGE-PAGOS
                     WK-AGE-IMPORTE
                     WK-AGE-COMISION
           MOVE AGP-CODIGO   TO TIT-AGE-CODIGO
           MOVE AGP-NOMBRE   TO TIT-AGE-NOMBRE
           MOVE WK-PERIODO   TO TIT-AGE-PERIODO
           MOVE AGP-COMISION TO TIT-AGE-COMISION
           PERFORM ENCABEZAR THRU F-ENCABEZAR
           OPEN INPUT AGC-PAGOS
           IF WK-APG-STAT = "00"
              PERFORM LEER-PAGOS THRU F-LEER-PAGOS
              CLOSE AGC-PAGOS
           END-IF
           COMPUTE WK-AGE-COMISION ROUNDED =
                   WK-AGE-IMPORTE * AGP-COMISION / 100
           ADD WK-AGE-IMPORTE  TO WK-TOT-IMPORTE
           ADD WK-AGE-COMISION TO WK-TOT-COMISION
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-AGE-PAGOS    TO L-SUB-PAGOS
           MOVE WK-AGE-IMPORTE  TO L-SUB-IMPORTE
           MOVE WK-AGE-COMISION TO L-SUB-COMISION
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM LIN-SUB-PAGOS
           WRITE REG-LIS FROM LIN-SUB-COMISION
           ADD 3 TO WK-LINEA.
       F-LIQUIDAR-AGENCIA. EXIT.

      * FIN DE ARCHIVO PROPIO: WK-FINAL ES EL DE LA LECTURA DE
      * AGENCIAS, QUE SIGUE EN CURSO
       LEER-PAGOS.
           MOVE 0 TO WK-FIN-PAGOS
           PERFORM UNTIL WK-FIN-PAGOS = 1
              READ AGC-PAGOS AT END
                   MOVE 1 TO WK-FIN-PAGOS
                   EXIT PERFORM CYCLE
              END-READ
              COMPUTE WK-APG-PERIODO = APG-FECHA / 100
              IF APG-AGENCIA = AGP-CODIGO
                 AND WK-APG-PERIODO = WK-PERIODO
                 PERFORM DETALLE THRU F-DETALLE
              END-IF
           END-PERFORM.
       F-LEER-PAGOS. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE APG-DOCUMENTO TO L-DOC
           MOVE APG-PRODUCTO  TO L-PROD
           MOVE APG-FECHA     TO L-FECHA
           MOVE APG-RECIBO    TO L-RECIBO
           MOVE APG-IMPORTE   TO L-IMPORTE
           IF APG-RECUPERO = "S"
              MOVE "RECUPERO CASTIGO" TO L-OBS
           ELSE
              MOVE SPACES TO L-OBS
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA
           ADD 1 TO WK-AGE-PAGOS
                    WK-LIQUIDADOS
           ADD APG-IMPORTE TO WK-AGE-IMPORTE.
       F-DETALLE. EXIT.

       FINAL-PROG.
           MOVE 0      TO TIT-AGE-CODIGO
                          TIT-AGE-COMISION
           MOVE "TOTAL GENERAL" TO TIT-AGE-NOMBRE
           IF WK-LINEA > 60 OR WK-AGENCIAS = 0
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-AGENCIAS     TO LIN-TOT-AGENCIAS
           MOVE WK-LIQUIDADOS   TO LIN-TOT-PAGOS
           MOVE WK-TOT-IMPORTE  TO LIN-TOT-IMPORTE
           MOVE WK-TOT-COMISION TO LIN-TOT-COMISION
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-AGENCIAS
           WRITE REG-LIS FROM TITULO-BOTTOM-PAGOS
           WRITE REG-LIS FROM TITULO-BOTTOM-COMISION
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
           MOVE WK-LIQUIDADOS TO LK-CANTIDAD
      * UN PAGO DEL MES DE UNA AGENCIA QUE YA NO ESTA EN EL CATALOGO
      * QUEDARIA SIN LIQUIDAR: SE AVISA PARA QUE COBRANZAS LO REVISE
           IF WK-LIQUIDADOS <> WK-DEL-PERIODO
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AGC003.
