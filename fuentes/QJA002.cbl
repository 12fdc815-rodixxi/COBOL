      * =================================================================== */
      *                                                                     */
      *   QJA002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   envejecimiento diario de los reclamos abiertos contra su         */
      *   plazo regulatorio                                                */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QJA002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * RECORRE QUEJAS.DAT Y LISTA LOS RECLAMOS ABIERTOS QUE YA
      * PASARON SU PLAZO REGULATORIO (QJA-FECHA-VENCE) O A LOS QUE
      * LES QUEDAN LOS DIAS HABILES DE AVISO DE QJA001.PAR O MENOS
      * (3 SI NO HAY PARAMETRO), CON SUCURSAL Y OPERADOR ASIGNADO
      * PARA QUE CADA UNO SEPA LO QUE TIENE QUE CERRAR. LOS DIAS SON
      * HABILES, CONTADOS POR FEC-DIF. CON ALGUN VENCIDO EL PASO
      * TERMINA CON RETURN-CODE 4 Y LA BITACORA LO DESTACA.
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
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\qja001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-QJA002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-quejas.fds".

      * EL MISMO PARAMETRO DE QJA001: ACA SOLO SE USAN LOS DIAS DE
      * AVISO
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-PLAZO            PIC 9(02).
           03 PAR-DIAS-AVISO            PIC 9(02).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-QJA-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-DIAS-AVISO                PIC 9(02)      VALUE 3.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-ABIERTOS                  PIC 9(06)      VALUE 0.
       77  WK-EN-TERMINO                PIC 9(06)      VALUE 0.
       77  WK-POR-VENCER                PIC 9(06)      VALUE 0.
       77  WK-VENCIDOS                  PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-DIAS                      PIC S9(06)     VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)      VALUE SPACE.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "RECLAMOS POR VENCER Y VENCIDOS - QJA002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(06) VALUE "Numero".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(03) VALUE "Cat".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(03) VALUE "Suc".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Asignado".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Alta".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Vence".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Hab.".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Situacion".

       01  LIN-DETALLE.
            03 L-NUMERO                 PIC 9(06).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-CATEGORIA              PIC X(02).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SUCURSAL               PIC 9(03).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ASIGNADO               PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ALTA                   PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-VENCE                  PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DIAS                   PIC -ZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SITUACION              PIC X(10).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Reclamos leidos....: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-ABIERTOS.
            03 FILLER                   PIC X(22) VALUE
            "Abiertos...........: ".
            03 LIN-TOT-ABIERTOS         PIC ZZZZZ9.
       01  TITULO-BOTTOM-EN-TERMINO.
            03 FILLER                   PIC X(22) VALUE
            "  En termino.......: ".
            03 LIN-TOT-EN-TERMINO       PIC ZZZZZ9.
       01  TITULO-BOTTOM-POR-VENCER.
            03 FILLER                   PIC X(22) VALUE
            "  Por vencer.......: ".
            03 LIN-TOT-POR-VENCER       PIC ZZZZZ9.
       01  TITULO-BOTTOM-VENCIDOS.
            03 FILLER                   PIC X(22) VALUE
            "  Vencidos.........: ".
            03 LIN-TOT-VENCIDOS         PIC ZZZZZ9.
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
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-DIAS-AVISO IS NUMERIC
                      AND PAR-DIAS-AVISO > 0
                      MOVE PAR-DIAS-AVISO TO WK-DIAS-AVISO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

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
              IF QJA-ESTADO = "A"
                 ADD 1 TO WK-ABIERTOS
                 PERFORM CLASIFICAR THRU F-CLASIFICAR
              END-IF
           END-PERFORM
           CLOSE QUEJAS.
       F-PROCESO. EXIT.

      * DIAS HABILES QUE LE QUEDAN AL RECLAMO (NEGATIVO SI YA VENCIO:
      * LOS HABILES QUE LLEVA VENCIDO). EL DIA DEL VENCIMIENTO TODAVIA
      * ESTA EN PLAZO Y SE LISTA COMO POR VENCER CON CERO
       CLASIFICAR.
           MOVE 0 TO WK-DIAS-HABILES-DIF
           IF QJA-FECHA-VENCE < WK-HOY
              CALL "FEC-DIF" USING QJA-FECHA-VENCE
                                   WK-HOY
                                   WK-DIAS
                                   WK-DIAS-HABILES-DIF
                                   WK-DIF-VALIDA
              COMPUTE WK-DIAS = WK-DIAS-HABILES-DIF * -1
           ELSE
              CALL "FEC-DIF" USING WK-HOY
                                   QJA-FECHA-VENCE
                                   WK-DIAS
                                   WK-DIAS-HABILES-DIF
                                   WK-DIF-VALIDA
              MOVE WK-DIAS-HABILES-DIF TO WK-DIAS
           END-IF
           IF WK-DIF-VALIDA = "N"
              MOVE 0 TO WK-DIAS
           END-IF
           EVALUATE TRUE
              WHEN QJA-FECHA-VENCE < WK-HOY
                   ADD 1 TO WK-VENCIDOS
                   MOVE "VENCIDO"    TO L-SITUACION
              WHEN WK-DIAS <= WK-DIAS-AVISO
                   ADD 1 TO WK-POR-VENCER
                   MOVE "POR VENCER" TO L-SITUACION
              WHEN OTHER
                   ADD 1 TO WK-EN-TERMINO
                   GO TO F-CLASIFICAR
           END-EVALUATE
           PERFORM DETALLE THRU F-DETALLE.
       F-CLASIFICAR. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE QJA-NUMERO    TO L-NUMERO
           MOVE QJA-DOCUMENTO TO L-DOC
           MOVE QJA-CATEGORIA TO L-CATEGORIA
           MOVE QJA-SUCURSAL  TO L-SUCURSAL
           MOVE QJA-ASIGNADO  TO L-ASIGNADO
           MOVE QJA-FECHA-ALTA TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED   TO L-ALTA
           MOVE QJA-FECHA-VENCE TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED   TO L-VENCE
           MOVE WK-DIAS       TO L-DIAS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           CLOSE LISTADO
           IF WK-VENCIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 59
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS     TO LIN-TOT-LEIDOS
           MOVE WK-ABIERTOS   TO LIN-TOT-ABIERTOS
           MOVE WK-EN-TERMINO TO LIN-TOT-EN-TERMINO
           MOVE WK-POR-VENCER TO LIN-TOT-POR-VENCER
           MOVE WK-VENCIDOS   TO LIN-TOT-VENCIDOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ABIERTOS
           WRITE REG-LIS FROM TITULO-BOTTOM-EN-TERMINO
           WRITE REG-LIS FROM TITULO-BOTTOM-POR-VENCER
           WRITE REG-LIS FROM TITULO-BOTTOM-VENCIDOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM QJA002.
