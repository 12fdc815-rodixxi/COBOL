      * =================================================================== */
      *                                                                     */
      *   PAR003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   reporte mensual para auditoria de los cambios de parametros:     */
      *   quien cambio que, cuando y con que valores antes y despues       */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAR003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LEE PARAM-CAMBIOS.DAT (LO CARGA PAR001 Y LO ACTUALIZA PAR002)
      * Y LISTA LOS CAMBIOS CARGADOS O APLICADOS EN EL PERIODO EN
      * CURSO: FECHA Y HORA DE CARGA, OPERADOR, ARCHIVO, VIGENCIA Y
      * ESTADO (A = APLICADO, P = PENDIENTE, X = ANULADO POR UN
      * CAMBIO POSTERIOR), CON LOS VALORES ANTES Y DESPUES EN TEXTO.
      * CORRE EL ULTIMO DIA HABIL DEL MES EN LA CADENA NOCTURNA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\param-cambios.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PAR003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-param-cambios.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-mant.cpy".

       77  WK-PCB-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-PCB-PERIODO               PIC 9(06)      VALUE 0.
       77  WK-APL-PERIODO               PIC 9(06)      VALUE 0.
       77  WK-DEL-MES                   PIC 9(05)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(38) VALUE
            "CAMBIOS DE PARAMETROS - PAR003".
            03 FILLER                   PIC X(09) VALUE "Periodo: ".
            03 TIT-PERIODO              PIC 9(06).
            03 FILLER                   PIC X(16) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  LIN-DETALLE.
            03 L-FECHA                  PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-HORA                   PIC 9(04).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OPERADOR               PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ARCHIVO                PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Rige: ".
            03 L-VIGENCIA               PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(01).

       01  LIN-VALOR.
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-ROTULO                 PIC X(10).
            03 L-TEXTO                  PIC X(60).

       01  TITULO-BOTTOM-MES.
            03 FILLER                   PIC X(22) VALUE
            "Cambios del mes....: ".
            03 LIN-TOT-MES              PIC ZZZZ9.

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
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-PERIODO        TO TIT-PERIODO
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
           MOVE 2 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * ENTRA EL CAMBIO CARGADO EN EL MES Y TAMBIEN EL CARGADO ANTES
      * QUE SE APLICO EN EL MES
       PROCESO.
           OPEN INPUT PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PARAM-CAMBIOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              COMPUTE WK-PCB-PERIODO = PCB-FECHA / 100
              COMPUTE WK-APL-PERIODO = PCB-FECHA-APLICADO / 100
              IF WK-PCB-PERIODO <> WK-PERIODO
                 AND WK-APL-PERIODO <> WK-PERIODO
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-DEL-MES
              IF WK-LINEA > 62
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              PERFORM IMPRIMIR-CAMBIO THRU F-IMPRIMIR-CAMBIO
           END-PERFORM
           CLOSE PARAM-CAMBIOS.
       F-PROCESO. EXIT.

       IMPRIMIR-CAMBIO.
           MOVE PCB-FECHA    TO L-FECHA
           MOVE PCB-HORA     TO L-HORA
           MOVE PCB-OPERADOR TO L-OPERADOR
           MOVE PCB-ARCHIVO  TO L-ARCHIVO
           MOVE PCB-VIGENCIA TO L-VIGENCIA
           MOVE PCB-ESTADO   TO L-ESTADO
           WRITE REG-LIS FROM LIN-DETALLE
           MOVE PCB-ARCHIVO  TO WK-PMT-ARCHIVO
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
           WRITE REG-LIS FROM LIN-VALOR
           ADD 3 TO WK-LINEA.
       F-IMPRIMIR-CAMBIO. EXIT.

       FINAL-PROG.
           MOVE WK-DEL-MES TO LIN-TOT-MES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-MES
           CLOSE LISTADO
           MOVE WK-DEL-MES TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-describir-parametro-mant.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM PAR003.
