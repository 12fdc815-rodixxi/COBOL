      * =================================================================== */
      *                                                                     */
      *   PER001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   cierre del periodo contable: lista de control de fin de mes      */
      *   y marca del mes como cerrado                                     */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PER001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA NOCHE DE FIN DE MES, DESPUES DE LOS PASOS CONTABLES, ESTE
      * PASO ARMA LA LISTA DE CONTROL DEL CIERRE DEL PERIODO (AAAAMM
      * DE HOY) Y LA IMPRIME EN LISTADO-PER001:
      *   - CNT001 BALANCEADO: EXISTE ASIENTOS-AAAAMMDD.DAT DE HOY
      *     CON SU TRAILER (CNT001 BORRA EL ARCHIVO DESBALANCEADO),
      *   - CTAS004 DEVENGADO: CTAS004.CTL TRAE EL PERIODO,
      *   - RES001 CORTADO: HAY RESUMENES CON CORTE EN EL PERIODO,
      *   - SUS002 EN CERO: NO QUEDAN PAGOS PENDIENTES EN EL SUSPENSO.
      * SOLO CON LOS CUATRO PUNTOS EN ORDEN EL PERIODO SE AGREGA A
      * PERIODOS-CERRADOS.DAT; SI ALGUNO FALTA EL MES QUEDA ABIERTO,
      * EL PASO TERMINA CON RETURN-CODE 1 Y SE RELANZA CUANDO EL
      * PUNTO PENDIENTE ESTE RESUELTO. UN PERIODO YA CERRADO NO SE
      * VUELVE A CONTROLAR. DESDE EL CIERRE CTAS003 Y CTAS006 YA NO
      * TOCAN EL MES (VER FD-PERIODOS).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\periodos.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           COPY "\COBOL\fuentes\cpy\suspenso.sel".
           SELECT ASIENTOS
           ASSIGN TO WK-ARCHIVO-ASIENTOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ASI-STAT.
           SELECT PERIODO-CTL
           ASSIGN TO "\COBOL\arch\ctas004.ctl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CTL-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PER001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-periodos.fds".
       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".
       COPY "\COBOL\fuentes\cpy\fd-suspenso.fds".

      * ASIENTOS DEL DIA DE CNT001: SOLO INTERESA EL TRAILER "T"
       FD  ASIENTOS.
       01  ASI-REG.
           03 ASI-TIPO                PIC X(01).
           03 ASI-FECHA               PIC 9(08).
           03 ASI-MOV                 PIC X(01).
           03 ASI-CUENTA              PIC X(08).
           03 ASI-DEBE-HABER          PIC X(01).
           03 ASI-IMPORTE             PIC 9(12)V99.
       01  ASI-TRAILER REDEFINES ASI-REG.
           03 AST-TIPO                PIC X(01).
           03 AST-CANTIDAD            PIC 9(08).
           03 AST-DEBE                PIC 9(12)V99.
           03 FILLER                  PIC X(10).

      * CONTROL DE PERIODO DE CTAS004: AAAAMM DEL ULTIMO DEVENGAMIENTO
       FD  PERIODO-CTL.
       01  CTL-REG.
           03 CTL-PERIODO               PIC 9(06).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-periodos.cpy".

       77  WK-RSM-STAT                  PIC X(02).
       77  WK-SUS-STAT                  PIC X(02).
       77  WK-ASI-STAT                  PIC X(02).
       77  WK-CTL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-RSM-PERIODO               PIC 9(06)      VALUE 0.
       77  WK-PUNTOS-OK                 PIC 9          VALUE 0.
       77  WK-TRAILER-OK                PIC 9          VALUE 0.
       77  WK-LINEAS-ASIENTO            PIC 9(08)      VALUE 0.
       77  WK-RESUMENES                 PIC 9(06)      VALUE 0.
       77  WK-PENDIENTES                PIC 9(06)      VALUE 0.
       77  WK-SALDO-PENDIENTE           PIC 9(12)V99   VALUE 0.

       01  WK-ARCHIVO-ASIENTOS.
           03 FILLER                    PIC X(21)      VALUE
           "\COBOL\arch\asientos-".
           03 WK-ASI-FECHA              PIC 9(08).
           03 FILLER                    PIC X(04)      VALUE ".dat".

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "CIERRE DEL PERIODO CONTABLE - PER001".
            03 FILLER                   PIC X(42) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-02.
            03 FILLER                   PIC X(25) VALUE
            "Periodo a cerrar.......: ".
            03 TIT-PERIODO              PIC 9(06).

       01  TITULO-03.
            03 FILLER                   PIC X(36) VALUE
            "Punto de control".
            03 FILLER                   PIC X(12) VALUE "Estado".
            03 FILLER                   PIC X(07) VALUE "Detalle".

       01  LIN-PUNTO.
            03 L-PUNTO                  PIC X(34).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DETALLE                PIC X(30).
            03 L-NUMERO                 PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LIN-RESULTADO                PIC X(100).

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
                                     WK-ASI-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           COMPUTE WK-PERIODO = WK-HOY / 100
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-PERIODO        TO TIT-PERIODO
           WRITE REG-LIS FROM TITULO-01 AFTER 0
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-02
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE.
       F-INICIO. EXIT.

       PROCESO.
           MOVE WK-PERIODO TO WK-PER-BUSCAR
           PERFORM BUSCAR-PERIODO-CERRADO THRU F-BUSCAR-PERIODO-CERRADO
           IF WK-PER-CERRADO = 1
              MOVE "*** EL PERIODO YA ESTABA CERRADO: SIN CAMBIOS"
                TO LIN-RESULTADO
              WRITE REG-LIS FROM LIN-RESULTADO
              GO TO F-PROCESO
           END-IF
           PERFORM CONTROLAR-ASIENTOS   THRU F-CONTROLAR-ASIENTOS
           PERFORM CONTROLAR-DEVENGO    THRU F-CONTROLAR-DEVENGO
           PERFORM CONTROLAR-CORTE      THRU F-CONTROLAR-CORTE
           PERFORM CONTROLAR-SUSPENSO   THRU F-CONTROLAR-SUSPENSO
           WRITE REG-LIS FROM TITULO-LINE
           IF WK-PUNTOS-OK = 4
              PERFORM CERRAR-PERIODO THRU F-CERRAR-PERIODO
              MOVE "PERIODO CERRADO: YA NO ADMITE AJUSTES NI BACKOUTS"
                TO LIN-RESULTADO
           ELSE
              MOVE "*** PERIODO ABIERTO: RESOLVER Y RELANZAR"
                TO LIN-RESULTADO
              MOVE 1 TO RETURN-CODE
           END-IF
           WRITE REG-LIS FROM LIN-RESULTADO.
       F-PROCESO. EXIT.

      * CNT001 BORRA EL ARCHIVO DEL DIA SI DEBE Y HABER NO CIERRAN:
      * QUE EXISTA Y TERMINE EN SU TRAILER ES EL ASIENTO BALANCEADO
       CONTROLAR-ASIENTOS.
           MOVE 0 TO WK-TRAILER-OK
                     WK-FINAL
           OPEN INPUT ASIENTOS
           IF WK-ASI-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ ASIENTOS AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 MOVE 0 TO WK-TRAILER-OK
                 IF AST-TIPO = "T"
                    MOVE 1            TO WK-TRAILER-OK
                    MOVE AST-CANTIDAD TO WK-LINEAS-ASIENTO
                 END-IF
              END-PERFORM
              CLOSE ASIENTOS
           END-IF
           INITIALIZE LIN-PUNTO
           MOVE "CNT001 ASIENTO DEL DIA BALANCEADO" TO L-PUNTO
           IF WK-TRAILER-OK = 1
              ADD 1 TO WK-PUNTOS-OK
              MOVE "OK"                TO L-ESTADO
              MOVE "Lineas de asiento"  TO L-DETALLE
              MOVE WK-LINEAS-ASIENTO    TO L-NUMERO
           ELSE
              MOVE "PENDIENTE"         TO L-ESTADO
              MOVE "Falta o desbalanceado" TO L-DETALLE
           END-IF
           WRITE REG-LIS FROM LIN-PUNTO.
       F-CONTROLAR-ASIENTOS. EXIT.

       CONTROLAR-DEVENGO.
           MOVE 0 TO CTL-PERIODO
           OPEN INPUT PERIODO-CTL
           IF WK-CTL-STAT = "00"
              READ PERIODO-CTL AT END
                   MOVE 0 TO CTL-PERIODO
              END-READ
              CLOSE PERIODO-CTL
           END-IF
           INITIALIZE LIN-PUNTO
           MOVE "CTAS004 DEVENGAMIENTO DEL MES"  TO L-PUNTO
           IF WK-CTL-STAT = "00" AND CTL-PERIODO = WK-PERIODO
              ADD 1 TO WK-PUNTOS-OK
              MOVE "OK"                TO L-ESTADO
           ELSE
              MOVE "PENDIENTE"         TO L-ESTADO
              MOVE "Ultimo periodo devengado" TO L-DETALLE
              MOVE CTL-PERIODO          TO L-NUMERO
           END-IF
           WRITE REG-LIS FROM LIN-PUNTO.
       F-CONTROLAR-DEVENGO. EXIT.

       CONTROLAR-CORTE.
           MOVE 0 TO WK-FINAL
           OPEN INPUT RESUMENES
           IF WK-RSM-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ RESUMENES NEXT AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 COMPUTE WK-RSM-PERIODO = RSM-FECHA-CORTE / 100
                 IF WK-RSM-PERIODO = WK-PERIODO
                    ADD 1 TO WK-RESUMENES
                 END-IF
              END-PERFORM
              CLOSE RESUMENES
           END-IF
           INITIALIZE LIN-PUNTO
           MOVE "RES001 CORTE DE RESUMENES"      TO L-PUNTO
           IF WK-RESUMENES > 0
              ADD 1 TO WK-PUNTOS-OK
              MOVE "OK"                TO L-ESTADO
              MOVE "Resumenes del corte" TO L-DETALLE
              MOVE WK-RESUMENES         TO L-NUMERO
           ELSE
              MOVE "PENDIENTE"         TO L-ESTADO
              MOVE "Sin resumenes del periodo" TO L-DETALLE
           END-IF
           WRITE REG-LIS FROM LIN-PUNTO.
       F-CONTROLAR-CORTE. EXIT.

      * EL MISMO SALDO QUE SUS002 EXIGE LLEVAR A CERO
       CONTROLAR-SUSPENSO.
           MOVE 0 TO WK-FINAL
           OPEN INPUT SUSPENSO
           IF WK-SUS-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ SUSPENSO AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF SUS-ESTADO = "P"
                    ADD 1 TO WK-PENDIENTES
                    ADD SUS-IMPORTE TO WK-SALDO-PENDIENTE
                 END-IF
              END-PERFORM
              CLOSE SUSPENSO
           END-IF
           INITIALIZE LIN-PUNTO
           MOVE "SUS002 SUSPENSO DE PAGOS EN CERO" TO L-PUNTO
           IF WK-PENDIENTES = 0
              ADD 1 TO WK-PUNTOS-OK
              MOVE "OK"                TO L-ESTADO
           ELSE
              MOVE "PENDIENTE"         TO L-ESTADO
              MOVE "Saldo pendiente"    TO L-DETALLE
              MOVE WK-SALDO-PENDIENTE   TO L-NUMERO
           END-IF
           WRITE REG-LIS FROM LIN-PUNTO.
       F-CONTROLAR-SUSPENSO. EXIT.

       CERRAR-PERIODO.
           OPEN EXTEND PERIODOS
           IF NOT ( WK-PER-STAT = "00" )
              OPEN OUTPUT PERIODOS
           END-IF
           INITIALIZE PER-REG
           MOVE WK-PERIODO TO PER-PERIODO
           MOVE WK-HOY     TO PER-FECHA-CIERRE
           WRITE PER-REG
           CLOSE PERIODOS.
       F-CERRAR-PERIODO. EXIT.

       FINAL-PROG.
           CLOSE LISTADO
           IF RETURN-CODE NOT = 0 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "El periodo no se pudo cerrar"
              END-DISPLAY
           END-IF
           MOVE WK-PUNTOS-OK TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-periodo-cerrado.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM PER001.
