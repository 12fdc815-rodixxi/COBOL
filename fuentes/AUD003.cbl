      * =================================================================== */
      *                                                                     */
      *   AUD003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   conversion por unica vez de la auditoria (vivo y meses           */
      *   archivados) al layout encadenado, con el sello inicial           */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * VER001 PRUEBA QUE EL MAESTRO DESCIENDE DE LA AUDITORIA, PERO
      * NADA PROBABA QUE LA AUDITORIA MISMA NO SE HUBIERA EDITADO O
      * RECORTADO. EL REGISTRO CRECE DE 180 A 190 BYTES CON
      * AUD-CADENA, UN VALOR DE CONTROL QUE ENCADENA CADA REGISTRO
      * CON EL ANTERIOR (VER PROCEDURE-SELLO), Y ESTE UTILITARIO SE
      * CORRE UNA SOLA VEZ EN EL CUTOVER, ANTES DE LA PRIMERA CADENA
      * CON EL LAYOUT NUEVO:
      *   1) RECORRE EN ORDEN LOS AUDITORIA-AAAAMM.DAT DESDE EL MES
      *      DE AUD003.PAR (DEFAULT 200001) HASTA EL ACTUAL Y DESPUES
      *      EL VIVO; CADA ARCHIVO SE LEE CON EL LAYOUT VIEJO, SE
      *      ENCADENA Y SE ESCRIBE EN CTAS-AUDITORIA.NUE.
      *   2) SI LAS CANTIDADES COINCIDEN SE REESCRIBE ESE ARCHIVO
      *      DESDE EL .NUE, RECONTANDO; SI NO, SE DETIENE CON
      *      RETURN-CODE 1 Y EL .NUE QUEDA PARA REVISAR.
      *   3) CON TODO CONVERTIDO GRABA EL SELLO "I" EN
      *      AUDITORIA-SELLOS.DAT: CANTIDAD, VALOR DE LA CADENA,
      *      CUANTO ESTA ARCHIVADO Y EL MES MAS VIEJO.
      * SI AUDITORIA-SELLOS.DAT YA EXISTE LA CONVERSION YA SE HIZO Y
      * TERMINA SIN TOCAR NADA, ASI UNA SEGUNDA CORRIDA ES INOFENSIVA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-VIEJA
           ASSIGN TO WK-ARCHIVO-CONVERTIR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-VIE-STAT.
           SELECT AUD-REESCRITA
           ASSIGN TO WK-ARCHIVO-CONVERTIR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-REE-STAT.
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           COPY "\COBOL\fuentes\cpy\clave-sello.sel".
           SELECT AUD-NUEVA
           ASSIGN TO "\COBOL\arch\ctas-auditoria.nue"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\aud003.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AUD003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * EL LAYOUT VIEJO, SIN AUD-CADENA
       FD  AUD-VIEJA.
       01  VIE-REG                      PIC X(180).

       FD  AUD-REESCRITA.
       01  REE-REG                      PIC X(190).

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".
       COPY "\COBOL\fuentes\cpy\fd-clave-sello.fds".

       FD  AUD-NUEVA.
       01  NUE-REG                      PIC X(190).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PERIODO-DESDE         PIC 9(06).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-sello.cpy".

       77  WK-VIE-STAT                  PIC X(02).
       77  WK-REE-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-ABANDONA                  PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PERIODO-HOY               PIC 9(06)     VALUE 0.
       77  WK-PERIODO-MAS-VIEJO         PIC 9(06)     VALUE 0.
       77  WK-ARCHIVO-CONVERTIR         PIC X(60).
       77  WK-LEIDOS                    PIC 9(08)     VALUE 0.
       77  WK-CONVERTIDOS               PIC 9(08)     VALUE 0.
       77  WK-RECONTADOS                PIC 9(08)     VALUE 0.
       77  WK-TOTAL                     PIC 9(10)     VALUE 0.
       77  WK-ARCHIVADOS                PIC 9(10)     VALUE 0.
       77  WK-MESES                     PIC 9(04)     VALUE 0.

       01  WK-PERIODO                   PIC 9(06)     VALUE 200001.
       01  FILLER REDEFINES WK-PERIODO.
           03 WK-PER-ANHIO              PIC 9(04).
           03 WK-PER-MES                PIC 9(02).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZZZ9.

       01  LIN-ARCHIVO.
           03 L-ARCHIVO                 PIC X(60).
           03 L-ARC-CANT                PIC ZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "ENCADENAMIENTO DE AUDITORIA - AUD003".
            03 FILLER                   PIC X(42) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           IF WK-ABANDONA = 0
              PERFORM PROCESO THRU F-PROCESO
           END-IF
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY       FROM CENTURY-DATE
           MOVE WK-HOY         TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED    TO TIT-FECHA
           COMPUTE WK-PERIODO-HOY = WK-HOY / 100
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           PERFORM LEER-PARAMETRO   THRU F-LEER-PARAMETRO
           PERFORM LEER-CLAVE-SELLO THRU F-LEER-CLAVE-SELLO
           OPEN INPUT SELLOS
           IF WK-SEL-STAT = "00"
              CLOSE SELLOS
              MOVE "YA ENCADENADA, NO SE TOCA NADA" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO WK-ABANDONA
           END-IF.
       F-INICIO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-PERIODO-DESDE > 0
                      MOVE PAR-PERIODO-DESDE TO WK-PERIODO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

      * LOS MESES ARCHIVADOS VAN PRIMERO Y EN ORDEN: LA CADENA SIGUE
      * EL ORDEN EN QUE SE GRABO LA AUDITORIA. UN MES SIN ARCHIVO NO
      * CUENTA
       PROCESO.
           MOVE 0 TO WK-SEL-CADENA
           PERFORM UNTIL WK-PERIODO > WK-PERIODO-HOY
                      OR WK-ABANDONA = 1
              INITIALIZE WK-ARCHIVO-CONVERTIR
              STRING "\COBOL\arch\auditoria-"
                     WK-PERIODO
                     ".dat"
                     INTO WK-ARCHIVO-CONVERTIR
              END-STRING
              PERFORM CONVERTIR-ARCHIVO THRU F-CONVERTIR-ARCHIVO
              IF WK-CONVERTIDOS > 0
                 ADD WK-CONVERTIDOS TO WK-ARCHIVADOS
                 ADD 1 TO WK-MESES
                 IF WK-PERIODO-MAS-VIEJO = 0
                    MOVE WK-PERIODO TO WK-PERIODO-MAS-VIEJO
                 END-IF
              END-IF
              ADD 1 TO WK-PER-MES
              IF WK-PER-MES > 12
                 MOVE 1 TO WK-PER-MES
                 ADD 1 TO WK-PER-ANHIO
              END-IF
           END-PERFORM
           IF WK-ABANDONA = 1
              GO TO F-PROCESO
           END-IF
           MOVE "\COBOL\arch\ctas-auditoria.dat"
             TO WK-ARCHIVO-CONVERTIR
           PERFORM CONVERTIR-ARCHIVO THRU F-CONVERTIR-ARCHIVO
           IF WK-ABANDONA = 1
              GO TO F-PROCESO
           END-IF
           PERFORM GRABAR-SELLO-INICIAL THRU F-GRABAR-SELLO-INICIAL.
       F-PROCESO. EXIT.

      * PASADA 1 AL .NUE ENCADENANDO, PASADA 2 DE VUELTA AL MISMO
      * ARCHIVO CON EL LAYOUT NUEVO; WK-CONVERTIDOS QUEDA EN CERO SI
      * EL ARCHIVO NO EXISTE
       CONVERTIR-ARCHIVO.
           MOVE 0 TO WK-LEIDOS
                     WK-CONVERTIDOS
                     WK-RECONTADOS
           OPEN INPUT AUD-VIEJA
           IF NOT ( WK-VIE-STAT = "00" )
              GO TO F-CONVERTIR-ARCHIVO
           END-IF
           OPEN OUTPUT AUD-NUEVA
           PERFORM UNTIL WK-FINAL = 1
              READ AUD-VIEJA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              INITIALIZE AUD-REG
              MOVE VIE-REG TO AUD-REG(1:180)
              PERFORM ENCADENAR THRU F-ENCADENAR
              MOVE WK-SEL-CADENA TO AUD-CADENA
              WRITE NUE-REG FROM AUD-REG
              ADD 1 TO WK-CONVERTIDOS
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUD-VIEJA
                 AUD-NUEVA
           IF WK-CONVERTIDOS NOT = WK-LEIDOS
              PERFORM AVISAR-DIFERENCIA THRU F-AVISAR-DIFERENCIA
              GO TO F-CONVERTIR-ARCHIVO
           END-IF
           OPEN INPUT AUD-NUEVA
           OPEN OUTPUT AUD-REESCRITA
           PERFORM UNTIL WK-FINAL = 1
              READ AUD-NUEVA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              WRITE REE-REG FROM NUE-REG
              ADD 1 TO WK-RECONTADOS
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUD-NUEVA
                 AUD-REESCRITA
           IF WK-RECONTADOS NOT = WK-LEIDOS
              PERFORM AVISAR-DIFERENCIA THRU F-AVISAR-DIFERENCIA
              GO TO F-CONVERTIR-ARCHIVO
           END-IF
           ADD WK-CONVERTIDOS TO WK-TOTAL
           MOVE WK-ARCHIVO-CONVERTIR TO L-ARCHIVO
           MOVE WK-CONVERTIDOS       TO L-ARC-CANT
           WRITE REG-LIS FROM LIN-ARCHIVO.
       F-CONVERTIR-ARCHIVO. EXIT.

       AVISAR-DIFERENCIA.
           MOVE WK-ARCHIVO-CONVERTIR TO L-ARCHIVO
           MOVE WK-LEIDOS            TO L-ARC-CANT
           WRITE REG-LIS FROM LIN-ARCHIVO
           MOVE "*** CANTIDADES NO RECONCILIAN, SE DETIENE ***"
             TO LIN-AVISO
           WRITE REG-LIS FROM LIN-AVISO
           MOVE 0 TO WK-CONVERTIDOS
           MOVE 1 TO WK-ABANDONA
           MOVE 1 TO RETURN-CODE.
       F-AVISAR-DIFERENCIA. EXIT.

       GRABAR-SELLO-INICIAL.
           OPEN OUTPUT SELLOS
           INITIALIZE SEL-REG
           MOVE WK-HOY               TO SEL-FECHA
           MOVE "I"                  TO SEL-TIPO
           MOVE WK-TOTAL             TO SEL-CANTIDAD
                                        SEL-HASTA
           MOVE WK-SEL-CADENA        TO SEL-CADENA
           MOVE WK-ARCHIVADOS        TO SEL-ARCHIVADOS
           MOVE WK-PERIODO-MAS-VIEJO TO SEL-PERIODO
           WRITE SEL-REG
           CLOSE SELLOS.
       F-GRABAR-SELLO-INICIAL. EXIT.

       FINAL-PROG.
           MOVE "Meses archivados encadenados: " TO L-ROTULO
           MOVE WK-MESES TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Registros archivados........: " TO L-ROTULO
           MOVE WK-ARCHIVADOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Registros encadenados.......: " TO L-ROTULO
           MOVE WK-TOTAL TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           CLOSE LISTADO
           IF RETURN-CODE = 0 AND WK-ABANDONA = 0
              DISPLAY MESSAGE "Encadenamiento de auditoria completado"
              END-DISPLAY
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-sello.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AUD003.
