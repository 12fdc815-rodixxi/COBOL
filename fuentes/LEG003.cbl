      * =================================================================== */
      *                                                                     */
      *   LEG003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   listado mensual para legales de las causas judiciales            */
      *   abiertas, por etapa y por abogado                                */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEG003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * A FIN DE MES LEGALES RECIBE LA CARTERA DE CAUSAS ABIERTAS DE
      * LEGALES.DAT: EL DETALLE DE CADA CAUSA (EXPEDIENTE, ABOGADO,
      * ETAPA, DIAS EN LA ETAPA, CONCURSO Y GASTOS ACUMULADOS) Y DOS
      * CUADROS RESUMEN, UNO POR ETAPA Y OTRO POR ABOGADO, CON LA
      * CANTIDAD DE CAUSAS Y LOS GASTOS DE CADA UNO. LAS CAUSAS
      * CERRADAS EN EL MES SE CUENTAN APARTE.
      * CONTROL: LA SUMA DEL CUADRO POR ETAPA Y LA DEL CUADRO POR
      * ABOGADO DEBEN DAR LAS CAUSAS ABIERTAS LEIDAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\legales.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-LEG003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-legales.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-LEG-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-ABIERTAS                  PIC 9(06)     VALUE 0.
       77  WK-CERRADAS-MES              PIC 9(06)     VALUE 0.
       77  WK-CONCURSOS                 PIC 9(06)     VALUE 0.
       77  WK-TOT-GASTOS                PIC 9(12)V99  VALUE 0.
       77  WK-SUMA-ETAPAS               PIC 9(06)     VALUE 0.
       77  WK-SUMA-ABOGADOS             PIC 9(06)     VALUE 0.
       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-ETAPA-IND                 PIC 9         VALUE 0.
       77  WK-DIAS-ETAPA                PIC S9(06)    VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.

      * CUADRO POR ETAPA: 1 INTIMACION ... 5 ACUERDO; LA 6 JUNTA LAS
      * CAUSAS CON UNA ETAPA FUERA DE TABLA
       01  TAB-ETAPAS-NOMBRES.
            03 FILLER                   PIC X(12) VALUE "INTIMACION".
            03 FILLER                   PIC X(12) VALUE "DEMANDA".
            03 FILLER                   PIC X(12) VALUE "SENTENCIA".
            03 FILLER                   PIC X(12) VALUE "EJECUCION".
            03 FILLER                   PIC X(12) VALUE "ACUERDO".
            03 FILLER                   PIC X(12) VALUE "SIN ETAPA".
       01  TAB-ETAPAS-BYINDEX REDEFINES TAB-ETAPAS-NOMBRES.
            03 TAB-ETA-NOMBRE OCCURS 6  PIC X(12).

       01  TAB-ETAPAS.
           03 TAB-ETA-ITEM OCCURS 6.
              05 TAB-ETA-CAUSAS         PIC 9(06).
              05 TAB-ETA-GASTOS         PIC 9(12)V99.

      * CUADRO POR ABOGADO; EL QUE NO ENTRA SE ACUMULA EN EL ULTIMO
      * RENGLON COMO "OTROS"
       77  WK-ABO-CANT                  PIC 9(03)     VALUE 0.
       01  TAB-ABOGADOS.
           03 TAB-ABO-ITEM OCCURS 200.
              05 TAB-ABO-NOMBRE         PIC X(20).
              05 TAB-ABO-CAUSAS         PIC 9(06).
              05 TAB-ABO-GASTOS         PIC 9(12)V99.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "CAUSAS JUDICIALES ABIERTAS - LEG003".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(15) VALUE "Expediente".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(20) VALUE "Abogado".
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(12) VALUE "Etapa".
            03 FILLER                   PIC X(06) VALUE "Dias".
            03 FILLER                   PIC X(04) VALUE "Conc".
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Gastos".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-EXPEDIENTE             PIC X(15).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ABOGADO                PIC X(20).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ETAPA                  PIC X(12).
            03 L-DIAS                   PIC ZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CONCURSO               PIC X(01).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-GASTOS                 PIC ZZZ.ZZZ.ZZ9,99.

       01  TIT-SECCION-ETAPAS           PIC X(50) VALUE
           "CAUSAS ABIERTAS POR ETAPA".
       01  TIT-SECCION-ABOGADOS         PIC X(50) VALUE
           "CAUSAS ABIERTAS POR ABOGADO".

       01  LIN-RESUMEN.
            03 L-RES-NOMBRE             PIC X(20).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-RES-CAUSAS             PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RES-GASTOS             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-ABIERTAS.
            03 FILLER                   PIC X(22) VALUE
            "Causas abiertas....: ".
            03 LIN-TOT-ABIERTAS         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-GASTOS           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-CONCURSOS.
            03 FILLER                   PIC X(22) VALUE
            "En concurso/quiebra: ".
            03 LIN-TOT-CONCURSOS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-CERRADAS.
            03 FILLER                   PIC X(22) VALUE
            "Cerradas en el mes.: ".
            03 LIN-TOT-CERRADAS         PIC ZZZZZ9.
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
           INITIALIZE TAB-ETAPAS
                      TAB-ABOGADOS
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

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
           OPEN INPUT LEGALES
           IF NOT ( WK-LEG-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ LEGALES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF LEG-ESTADO = "C"
                 IF LEG-FECHA-CIERRE(1:6) = WK-HOY(1:6)
                    ADD 1 TO WK-CERRADAS-MES
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CAUSA-ABIERTA THRU F-CAUSA-ABIERTA
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE LEGALES.
       F-PROCESO. EXIT.

       CAUSA-ABIERTA.
           ADD 1 TO WK-ABIERTAS
           ADD LEG-GASTOS TO WK-TOT-GASTOS
           IF LEG-CONCURSO = "S"
              ADD 1 TO WK-CONCURSOS
           END-IF
           IF LEG-ETAPA = "1" OR "2" OR "3" OR "4" OR "5"
              MOVE LEG-ETAPA TO WK-ETAPA-IND
           ELSE
              MOVE 6 TO WK-ETAPA-IND
           END-IF
           ADD 1          TO TAB-ETA-CAUSAS(WK-ETAPA-IND)
           ADD LEG-GASTOS TO TAB-ETA-GASTOS(WK-ETAPA-IND)
           PERFORM ACUMULAR-ABOGADO THRU F-ACUMULAR-ABOGADO
           CALL "FEC-DIF" USING LEG-FECHA-ETAPA
                                WK-HOY
                                WK-DIAS-ETAPA
                                WK-DIAS-HABILES-DIF
                                WK-DIF-VALIDA
           IF WK-DIF-VALIDA = "N" OR WK-DIAS-ETAPA < 0
              MOVE 0 TO WK-DIAS-ETAPA
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE LEG-DOCUMENTO  TO L-DOC
           MOVE LEG-PRODUCTO   TO L-PROD
           MOVE LEG-EXPEDIENTE TO L-EXPEDIENTE
           MOVE LEG-ABOGADO    TO L-ABOGADO
           MOVE TAB-ETA-NOMBRE(WK-ETAPA-IND) TO L-ETAPA
           MOVE WK-DIAS-ETAPA  TO L-DIAS
           MOVE LEG-CONCURSO   TO L-CONCURSO
           MOVE LEG-GASTOS     TO L-GASTOS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-CAUSA-ABIERTA. EXIT.

       ACUMULAR-ABOGADO.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-ABO-CANT
              IF TAB-ABO-NOMBRE(WK-IND) = LEG-ABOGADO
                 ADD 1          TO TAB-ABO-CAUSAS(WK-IND)
                 ADD LEG-GASTOS TO TAB-ABO-GASTOS(WK-IND)
                 GO TO F-ACUMULAR-ABOGADO
              END-IF
           END-PERFORM
           IF WK-ABO-CANT < 200
              ADD 1 TO WK-ABO-CANT
              MOVE LEG-ABOGADO TO TAB-ABO-NOMBRE(WK-ABO-CANT)
           ELSE
              MOVE "OTROS"     TO TAB-ABO-NOMBRE(WK-ABO-CANT)
           END-IF
           ADD 1          TO TAB-ABO-CAUSAS(WK-ABO-CANT)
           ADD LEG-GASTOS TO TAB-ABO-GASTOS(WK-ABO-CANT).
       F-ACUMULAR-ABOGADO. EXIT.

       FINAL-PROG.
           PERFORM LISTAR-ETAPAS   THRU F-LISTAR-ETAPAS
           PERFORM LISTAR-ABOGADOS THRU F-LISTAR-ABOGADOS
           PERFORM TOTALES         THRU F-TOTALES
           CLOSE LISTADO
           MOVE WK-ABIERTAS TO LK-CANTIDAD
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       LISTAR-ETAPAS.
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TIT-SECCION-ETAPAS
           ADD 2 TO WK-LINEA
           PERFORM VARYING WK-ETAPA-IND FROM 1 BY 1
                   UNTIL WK-ETAPA-IND > 6
              MOVE TAB-ETA-NOMBRE(WK-ETAPA-IND) TO L-RES-NOMBRE
              MOVE TAB-ETA-CAUSAS(WK-ETAPA-IND) TO L-RES-CAUSAS
              MOVE TAB-ETA-GASTOS(WK-ETAPA-IND) TO L-RES-GASTOS
              WRITE REG-LIS FROM LIN-RESUMEN
              ADD 1 TO WK-LINEA
              ADD TAB-ETA-CAUSAS(WK-ETAPA-IND) TO WK-SUMA-ETAPAS
           END-PERFORM.
       F-LISTAR-ETAPAS. EXIT.

       LISTAR-ABOGADOS.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TIT-SECCION-ABOGADOS
           ADD 2 TO WK-LINEA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-ABO-CANT
              IF WK-LINEA > 64
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              MOVE TAB-ABO-NOMBRE(WK-IND) TO L-RES-NOMBRE
              MOVE TAB-ABO-CAUSAS(WK-IND) TO L-RES-CAUSAS
              MOVE TAB-ABO-GASTOS(WK-IND) TO L-RES-GASTOS
              WRITE REG-LIS FROM LIN-RESUMEN
              ADD 1 TO WK-LINEA
              ADD TAB-ABO-CAUSAS(WK-IND) TO WK-SUMA-ABOGADOS
           END-PERFORM.
       F-LISTAR-ABOGADOS. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-ABIERTAS     TO LIN-TOT-ABIERTAS
           MOVE WK-TOT-GASTOS   TO LIN-TOT-GASTOS
           MOVE WK-CONCURSOS    TO LIN-TOT-CONCURSOS
           MOVE WK-CERRADAS-MES TO LIN-TOT-CERRADAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-ABIERTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-CONCURSOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CERRADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           IF WK-SUMA-ETAPAS <> WK-ABIERTAS
              OR WK-SUMA-ABOGADOS <> WK-ABIERTAS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM LEG003.
