      * =================================================================== */
      *                                                                     */
      *   QJA003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   informe mensual de reclamos por categoria y tiempo de            */
      *   resolucion                                                       */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QJA003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * INFORME PARA EL REGULADOR QUE CORRE LA NOCHE DE FIN DE MES Y
      * CUBRE EL MES DE LA CORRIDA. POR CADA CATEGORIA DE QUEJAS.DAT:
      * RECLAMOS RECIBIDOS EN EL MES, RESUELTOS EN EL MES (CUANTOS
      * FAVORABLES AL CLIENTE Y CUANTOS FUERA DEL PLAZO), ABIERTOS AL
      * CIERRE, Y EL TIEMPO PROMEDIO DE RESOLUCION DE LOS RESUELTOS
      * EN EL MES, EN DIAS CORRIDOS Y EN DIAS HABILES (FEC-DIF DEL
      * ALTA A LA RESOLUCION). UNA CATEGORIA QUE NO FIGURE EN LA
      * TABLA SE INFORMA COMO "OT".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\quejas.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-QJA003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-quejas.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-QJA-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-CAT                       PIC 9(02)      VALUE 0.
       77  WK-IND                       PIC 9(02)      VALUE 0.
       77  WK-DIAS                      PIC S9(06)     VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)      VALUE SPACE.
       77  WK-PROMEDIO                  PIC 9(04)V9    VALUE 0.

      * LIMITES DEL MES INFORMADO (AAAAMM01 A AAAAMM31)
       01  WK-MES-DESDE                 PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-MES-DESDE.
           03 WK-DESDE-AAAAMM           PIC 9(06).
           03 WK-DESDE-DIA              PIC 9(02).
       01  WK-MES-HASTA                 PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-MES-HASTA.
           03 WK-HASTA-AAAAMM           PIC 9(06).
           03 WK-HASTA-DIA              PIC 9(02).
       01  WK-HOY-R                     PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-HOY-R.
           03 WK-HOY-AAAAMM             PIC 9(06).
           03 WK-HOY-DIA                PIC 9(02).

      * CATEGORIAS DE RECLAMO (VER FD-QUEJAS); LA ULTIMA FILA DE LOS
      * ACUMULADORES ES EL TOTAL
       01  TAB-CATEGORIAS-VAL.
           03 FILLER PIC X(24) VALUE "COCARGOS Y COMISIONES   ".
           03 FILLER PIC X(24) VALUE "ATATENCION              ".
           03 FILLER PIC X(24) VALUE "TATARJETAS Y PLASTICOS  ".
           03 FILLER PIC X(24) VALUE "RERESUMENES             ".
           03 FILLER PIC X(24) VALUE "CACANALES               ".
           03 FILLER PIC X(24) VALUE "CSSOBRE UN CONSUMO      ".
           03 FILLER PIC X(24) VALUE "OTOTROS                 ".
       01  FILLER REDEFINES TAB-CATEGORIAS-VAL.
           03 TAB-CATEGORIA OCCURS 7.
              05 TAB-CAT-CODIGO         PIC X(02).
              05 TAB-CAT-NOMBRE         PIC X(22).

       01  TAB-ACUMULADOS.
           03 TAB-ACU OCCURS 8.
              05 TAB-ACU-RECIBIDOS      PIC 9(06).
              05 TAB-ACU-RESUELTOS      PIC 9(06).
              05 TAB-ACU-FAVORABLES     PIC 9(06).
              05 TAB-ACU-FUERA-PLAZO    PIC 9(06).
              05 TAB-ACU-ABIERTOS       PIC 9(06).
              05 TAB-ACU-DIAS-CORRIDOS  PIC 9(09).
              05 TAB-ACU-DIAS-HABILES   PIC 9(09).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(31) VALUE
            "RECLAMOS DE CLIENTES DEL MES ".
            03 TIT-MES                  PIC X(02).
            03 FILLER                   PIC X(01) VALUE "/".
            03 TIT-ANHIO                PIC X(04).
            03 FILLER                   PIC X(09) VALUE " - QJA003".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(22) VALUE "Categoria".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Recibid".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Resuelt".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Favorab".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "F.plazo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Abierto".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Prom.cor".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Prom.hab".

       01  LIN-DETALLE.
            03 L-CATEGORIA              PIC X(22).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RECIBIDOS              PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RESUELTOS              PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-FAVORABLES             PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-FUERA-PLAZO            PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-ABIERTOS               PIC ZZZZZ9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-PROM-CORRIDOS          PIC ZZZ9,9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-PROM-HABILES           PIC ZZZ9,9.

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Reclamos leidos....: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
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
           MOVE WK-HOY            TO WK-HOY-R
           MOVE WK-HOY-AAAAMM     TO WK-DESDE-AAAAMM
                                     WK-HASTA-AAAAMM
           MOVE 01                TO WK-DESDE-DIA
           MOVE 31                TO WK-HASTA-DIA
           INITIALIZE TAB-ACUMULADOS
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-FEC-MES        TO TIT-MES
           MOVE WK-FEC-ANHIO      TO TIT-ANHIO
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
           WRITE REG-LIS FROM TITULO-LINE.
       F-ENCABEZAR. EXIT.

       PROCESO.
           OPEN INPUT QUEJAS
           IF NOT ( WK-QJA-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ QUEJAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              PERFORM ACUMULAR THRU F-ACUMULAR
           END-PERFORM
           CLOSE QUEJAS.
       F-PROCESO. EXIT.

       ACUMULAR.
      * LOS DADOS DE ALTA DESPUES DEL MES NO ENTRAN (UNA CORRIDA
      * REPETIDA DIAS DESPUES VE LOS NUEVOS)
           IF QJA-FECHA-ALTA > WK-MES-HASTA
              GO TO F-ACUMULAR
           END-IF
           MOVE 7 TO WK-CAT
           PERFORM VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 7
              IF TAB-CAT-CODIGO(WK-IND) = QJA-CATEGORIA
                 MOVE WK-IND TO WK-CAT
                 MOVE 7      TO WK-IND
              END-IF
           END-PERFORM
           IF QJA-FECHA-ALTA >= WK-MES-DESDE
              ADD 1 TO TAB-ACU-RECIBIDOS(WK-CAT)
                       TAB-ACU-RECIBIDOS(8)
           END-IF
      * ABIERTO AL CIERRE: SIGUE ABIERTO O SE RESOLVIO DESPUES
           IF QJA-ESTADO = "A"
              OR QJA-FECHA-RESUELTA > WK-MES-HASTA
              ADD 1 TO TAB-ACU-ABIERTOS(WK-CAT)
                       TAB-ACU-ABIERTOS(8)
              GO TO F-ACUMULAR
           END-IF
           IF QJA-FECHA-RESUELTA < WK-MES-DESDE
              GO TO F-ACUMULAR
           END-IF
           ADD 1 TO TAB-ACU-RESUELTOS(WK-CAT)
                    TAB-ACU-RESUELTOS(8)
           IF QJA-RESOLUCION = "F"
              ADD 1 TO TAB-ACU-FAVORABLES(WK-CAT)
                       TAB-ACU-FAVORABLES(8)
           END-IF
           IF QJA-FECHA-RESUELTA > QJA-FECHA-VENCE
              ADD 1 TO TAB-ACU-FUERA-PLAZO(WK-CAT)
                       TAB-ACU-FUERA-PLAZO(8)
           END-IF
           MOVE 0 TO WK-DIAS
                     WK-DIAS-HABILES-DIF
           CALL "FEC-DIF" USING QJA-FECHA-ALTA
                                QJA-FECHA-RESUELTA
                                WK-DIAS
                                WK-DIAS-HABILES-DIF
                                WK-DIF-VALIDA
           IF WK-DIF-VALIDA = "N" OR WK-DIAS < 0
              GO TO F-ACUMULAR
           END-IF
           ADD WK-DIAS TO TAB-ACU-DIAS-CORRIDOS(WK-CAT)
                          TAB-ACU-DIAS-CORRIDOS(8)
           ADD WK-DIAS-HABILES-DIF TO TAB-ACU-DIAS-HABILES(WK-CAT)
                                      TAB-ACU-DIAS-HABILES(8).
       F-ACUMULAR. EXIT.

       DETALLE.
           MOVE TAB-ACU-RECIBIDOS(WK-CAT)   TO L-RECIBIDOS
           MOVE TAB-ACU-RESUELTOS(WK-CAT)   TO L-RESUELTOS
           MOVE TAB-ACU-FAVORABLES(WK-CAT)  TO L-FAVORABLES
           MOVE TAB-ACU-FUERA-PLAZO(WK-CAT) TO L-FUERA-PLAZO
           MOVE TAB-ACU-ABIERTOS(WK-CAT)    TO L-ABIERTOS
           MOVE 0 TO L-PROM-CORRIDOS
                     L-PROM-HABILES
           IF TAB-ACU-RESUELTOS(WK-CAT) > 0
              COMPUTE WK-PROMEDIO ROUNDED =
                      TAB-ACU-DIAS-CORRIDOS(WK-CAT)
                    / TAB-ACU-RESUELTOS(WK-CAT)
              MOVE WK-PROMEDIO TO L-PROM-CORRIDOS
              COMPUTE WK-PROMEDIO ROUNDED =
                      TAB-ACU-DIAS-HABILES(WK-CAT)
                    / TAB-ACU-RESUELTOS(WK-CAT)
              MOVE WK-PROMEDIO TO L-PROM-HABILES
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM VARYING WK-CAT FROM 1 BY 1 UNTIL WK-CAT > 7
              MOVE TAB-CAT-NOMBRE(WK-CAT) TO L-CATEGORIA
              PERFORM DETALLE THRU F-DETALLE
           END-PERFORM
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 8 TO WK-CAT
           MOVE "TOTAL" TO L-CATEGORIA
           PERFORM DETALLE THRU F-DETALLE
           WRITE REG-LIS FROM TITULO-LINE
           MOVE WK-LEIDOS TO LIN-TOT-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM QJA003.
