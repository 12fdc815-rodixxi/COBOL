      * =================================================================== */
      *                                                                     */
      *   UTL003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   conversion unica de embargos, retenciones, planes y resumenes    */
      *   de los archivos planos .dat a los indexados .idx                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTL003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EMBARGOS, PAGOS-RETENIDOS, PLANES Y RESUMENES PASARON DE
      * SECUENCIALES A INDEXADOS POR DOCUMENTO/PRODUCTO, PARA QUE
      * CTAS003, CSM001 Y LOS DEMAS LOS LEAN POR CLAVE SIN TABLAS EN
      * MEMORIA. ESTE UTILITARIO SE CORRE UNA VEZ, CON LA CADENA
      * DETENIDA: POR CADA ARCHIVO LEE EL .DAT VIEJO Y GRABA EL .IDX
      * NUEVO CON EL MISMO REGISTRO. UN .IDX QUE YA ABRE SE DA POR
      * CONVERTIDO Y NO SE TOCA (EL UTILITARIO PUEDE RELANZARSE), Y UN
      * .DAT QUE NO EXISTE SE SALTEA. LOS REGISTROS CON CLAVE REPETIDA
      * NO ENTRAN EN EL INDEXADO: SALEN EN LISTADO-UTL003 CON SU
      * IMAGEN COMPLETA Y EL PASO TERMINA CON RETURN-CODE 1 PARA QUE
      * OPERACIONES LOS REVISE. LOS .DAT VIEJOS NO SE BORRAN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           SELECT EMB-VIEJO
           ASSIGN TO "\COBOL\arch\embargos.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-VIE-STAT.
           SELECT RTN-VIEJO
           ASSIGN TO "\COBOL\arch\pagos-retenidos.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-VIE-STAT.
           SELECT PLN-VIEJO
           ASSIGN TO "\COBOL\arch\planes.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-VIE-STAT.
           SELECT RSM-VIEJO
           ASSIGN TO "\COBOL\arch\resumenes.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-VIE-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-UTL003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".

       FD  EMB-VIEJO.
       01  VIE-EMB-REG                  PIC X(54).

       FD  RTN-VIEJO.
       01  VIE-RTN-REG                  PIC X(48).

       FD  PLN-VIEJO.
       01  VIE-PLN-REG                  PIC X(63).

       FD  RSM-VIEJO.
       01  VIE-RSM-REG                  PIC X(85).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-EMB-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-PLN-STAT                  PIC X(02).
       77  WK-RSM-STAT                  PIC X(02).
       77  WK-VIE-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-GRABADOS                  PIC 9(08)      VALUE 0.
       77  WK-RECHAZADOS                PIC 9(08)      VALUE 0.
       77  WK-TOT-RECHAZADOS            PIC 9(08)      VALUE 0.
       77  WK-IMAGEN                    PIC X(85).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(50) VALUE
            "CONVERSION DE ARCHIVOS A INDEXADOS - UTL003".
            03 FILLER                   PIC X(37) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(16) VALUE "Archivo".
            03 FILLER                   PIC X(10) VALUE "Leidos".
            03 FILLER                   PIC X(10) VALUE "Grabados".
            03 FILLER                   PIC X(11) VALUE "Rechazados".
            03 FILLER                   PIC X(09) VALUE "Resultado".

       01  LIN-ARCHIVO.
            03 L-ARCHIVO                PIC X(16).
            03 L-LEIDOS                 PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-GRABADOS               PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-RECHAZADOS             PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-RESULTADO              PIC X(20).

       01  LIN-RECHAZO.
            03 FILLER                   PIC X(03) VALUE "** ".
            03 LR-ARCHIVO               PIC X(12).
            03 LR-IMAGEN                PIC X(85).

       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(30) VALUE
            "Total de registros rechazados:".
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZZZ9.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO                 THRU F-INICIO
           PERFORM CONVERTIR-EMBARGOS     THRU F-CONVERTIR-EMBARGOS
           PERFORM CONVERTIR-RETENCIONES  THRU F-CONVERTIR-RETENCIONES
           PERFORM CONVERTIR-PLANES       THRU F-CONVERTIR-PLANES
           PERFORM CONVERTIR-RESUMENES    THRU F-CONVERTIR-RESUMENES
           PERFORM FINAL-PROG             THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY       FROM CENTURY-DATE
           MOVE WK-HOY         TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED    TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE.
       F-INICIO. EXIT.

       CONVERTIR-EMBARGOS.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "EMBARGOS"    TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT EMBARGOS
           IF WK-EMB-STAT = "00"
              CLOSE EMBARGOS
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-EMBARGOS
           END-IF
           OPEN INPUT EMB-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-EMBARGOS
           END-IF
           OPEN OUTPUT EMBARGOS
           PERFORM UNTIL WK-FINAL = 1
              READ EMB-VIEJO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              MOVE VIE-EMB-REG TO EMB-REG
              WRITE EMB-REG INVALID KEY
                    MOVE VIE-EMB-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE EMB-VIEJO
                 EMBARGOS
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-EMBARGOS. EXIT.

       CONVERTIR-RETENCIONES.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "RETENCIONES" TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT RETENCIONES
           IF WK-RTN-STAT = "00"
              CLOSE RETENCIONES
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-RETENCIONES
           END-IF
           OPEN INPUT RTN-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-RETENCIONES
           END-IF
           OPEN OUTPUT RETENCIONES
           PERFORM UNTIL WK-FINAL = 1
              READ RTN-VIEJO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              MOVE VIE-RTN-REG TO RTN-REG
              WRITE RTN-REG INVALID KEY
                    MOVE VIE-RTN-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE RTN-VIEJO
                 RETENCIONES
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-RETENCIONES. EXIT.

       CONVERTIR-PLANES.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "PLANES"      TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT PLANES
           IF WK-PLN-STAT = "00"
              CLOSE PLANES
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-PLANES
           END-IF
           OPEN INPUT PLN-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-PLANES
           END-IF
           OPEN OUTPUT PLANES
           PERFORM UNTIL WK-FINAL = 1
              READ PLN-VIEJO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              MOVE VIE-PLN-REG TO PLN-REG
              WRITE PLN-REG INVALID KEY
                    MOVE VIE-PLN-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE PLN-VIEJO
                 PLANES
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-PLANES. EXIT.

       CONVERTIR-RESUMENES.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "RESUMENES"   TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT RESUMENES
           IF WK-RSM-STAT = "00"
              CLOSE RESUMENES
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-RESUMENES
           END-IF
           OPEN INPUT RSM-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-RESUMENES
           END-IF
           OPEN OUTPUT RESUMENES
           PERFORM UNTIL WK-FINAL = 1
              READ RSM-VIEJO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              MOVE VIE-RSM-REG TO RSM-REG
              WRITE RSM-REG INVALID KEY
                    MOVE VIE-RSM-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE RSM-VIEJO
                 RESUMENES
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-RESUMENES. EXIT.

       LIMPIAR-CONTADORES.
           MOVE 0 TO WK-FINAL
                     WK-LEIDOS
                     WK-GRABADOS
                     WK-RECHAZADOS.
       F-LIMPIAR-CONTADORES. EXIT.

      * CLAVE REPETIDA: EL REGISTRO VIEJO SALE COMPLETO EN EL LISTADO
       RECHAZAR.
           ADD 1 TO WK-RECHAZADOS
                    WK-TOT-RECHAZADOS
           MOVE WK-IMAGEN TO LR-IMAGEN
           WRITE REG-LIS FROM LIN-RECHAZO.
       F-RECHAZAR. EXIT.

       RENGLON-ARCHIVO.
           MOVE WK-LEIDOS     TO L-LEIDOS
           MOVE WK-GRABADOS   TO L-GRABADOS
           MOVE WK-RECHAZADOS TO L-RECHAZADOS
           WRITE REG-LIS FROM LIN-ARCHIVO.
       F-RENGLON-ARCHIVO. EXIT.

       FINAL-PROG.
           MOVE WK-TOT-RECHAZADOS TO LIN-TOT-RECHAZADOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           CLOSE LISTADO
           IF WK-TOT-RECHAZADOS = 0
              DISPLAY MESSAGE "Conversion terminada"
              END-DISPLAY
           ELSE
              DISPLAY MESSAGE "Hay registros rechazados: ver listado"
              END-DISPLAY
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM UTL003.
