      * =================================================================== */
      *                                                                     */
      *   PAR002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   aplica los cambios de parametros pendientes cuya fecha de        */
      *   vigencia ya llego                                                */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAR002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * PRIMER PASO DE LA CADENA NOCTURNA: RECORRE PARAM-CAMBIOS.DAT Y
      * CADA CAMBIO PENDIENTE (CARGADO POR PAR001 CON VIGENCIA FUTURA)
      * CUYA VIGENCIA ES HOY O ANTERIOR SE GRABA EN SU .PAR, ASI LOS
      * PASOS SIGUIENTES YA CORREN CON LOS VALORES NUEVOS. EL VALOR
      * ANTERIOR SE TOMA DEL .PAR AL MOMENTO DE APLICAR, QUE ES LO QUE
      * REALMENTE SE REEMPLAZO. LISTA LO APLICADO EN LISTADO-PAR002 Y
      * DEVUELVE LA CANTIDAD DE CAMBIOS APLICADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\parametros-mant.sel".
           COPY "\COBOL\fuentes\cpy\param-cambios.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PAR002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-parametros-mant.fds".
       COPY "\COBOL\fuentes\cpy\fd-param-cambios.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-mant.cpy".

       77  WK-PCB-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-APLICADOS                 PIC 9(05)      VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(50) VALUE
            "CAMBIOS DE PARAMETROS APLICADOS - PAR002".

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  LIN-DETALLE.
            03 L-NUMERO                 PIC 9(06).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ARCHIVO                PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OPERADOR               PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-VIGENCIA               PIC 9(08).

       01  LIN-VALOR.
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-ROTULO                 PIC X(10).
            03 L-TEXTO                  PIC X(60).

       01  TITULO-BOTTOM.
            03 FILLER                   PIC X(22) VALUE
            "Cambios aplicados..: ".
            03 LIN-TOT-APLICADOS        PIC ZZZZ9.

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
           MOVE WK-FECHA-ED       TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01 AFTER 0
           WRITE REG-LIS FROM TITULO-LINE.
       F-INICIO. EXIT.

       PROCESO.
           OPEN I-O PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PARAM-CAMBIOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PCB-ESTADO = "P" ) OR PCB-VIGENCIA > WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM APLICAR-CAMBIO THRU F-APLICAR-CAMBIO
           END-PERFORM
           CLOSE PARAM-CAMBIOS.
       F-PROCESO. EXIT.

       APLICAR-CAMBIO.
           MOVE PCB-ARCHIVO TO WK-PMT-ARCHIVO
           PERFORM LEER-PARAMETRO-MANT THRU F-LEER-PARAMETRO-MANT
           MOVE PMT-IMAGEN  TO PCB-ANTERIOR
           MOVE PCB-NUEVO   TO PMT-IMAGEN
           PERFORM GRABAR-PARAMETRO-MANT THRU F-GRABAR-PARAMETRO-MANT
           MOVE "A"         TO PCB-ESTADO
           MOVE WK-HOY      TO PCB-FECHA-APLICADO
           REWRITE PCB-REG
           ADD 1 TO WK-APLICADOS
           MOVE PCB-NUMERO   TO L-NUMERO
           MOVE PCB-ARCHIVO  TO L-ARCHIVO
           MOVE PCB-OPERADOR TO L-OPERADOR
           MOVE PCB-VIGENCIA TO L-VIGENCIA
           WRITE REG-LIS FROM LIN-DETALLE
           MOVE PCB-ANTERIOR TO PMT-IMAGEN
           PERFORM DESCRIBIR-PARAMETRO-MANT
                   THRU F-DESCRIBIR-PARAMETRO-MANT
           MOVE "Antes:"     TO L-ROTULO
           MOVE WK-PMT-TEXTO TO L-TEXTO
           WRITE REG-LIS FROM LIN-VALOR
           MOVE PCB-NUEVO    TO PMT-IMAGEN
           PERFORM DESCRIBIR-PARAMETRO-MANT
                   THRU F-DESCRIBIR-PARAMETRO-MANT
           MOVE "Despues:"   TO L-ROTULO
           MOVE WK-PMT-TEXTO TO L-TEXTO
           WRITE REG-LIS FROM LIN-VALOR.
       F-APLICAR-CAMBIO. EXIT.

       FINAL-PROG.
           MOVE WK-APLICADOS TO LIN-TOT-APLICADOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM
           CLOSE LISTADO
           MOVE WK-APLICADOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-parametros-mant.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-describir-parametro-mant.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM PAR002.
