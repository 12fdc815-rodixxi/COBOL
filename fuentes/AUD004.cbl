      * =================================================================== */
      *                                                                     */
      *   AUD004.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   sello nocturno de la auditoria: encadena los registros nuevos    */
      *   y graba el sello del dia con la cantidad y la cadena             */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD004.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS PROCESOS QUE GRABAN CTAS-AUDITORIA.DAT NO CARGAN
      * AUD-CADENA: AL FINAL DE CADA CADENA NOCTURNA ESTE BATCH TOMA
      * EL ULTIMO SELLO DE AUDITORIA-SELLOS.DAT, SALTEA EN EL VIVO LO
      * YA SELLADO (HASTA MENOS ARCHIVADOS), CONTROLA QUE EL ULTIMO
      * REGISTRO SELLADO SIGA TRAYENDO LA CADENA DEL SELLO, ENCADENA
      * Y REESCRIBE EN EL LUGAR CADA REGISTRO NUEVO Y GRABA EL SELLO
      * "S" DEL DIA (AUN SIN REGISTROS NUEVOS, PARA QUE TODO DIA TENGA
      * SU SELLO). EL ENCADENAMIENTO SIEMPRE PARTE DEL VALOR DEL
      * SELLO, NO DEL QUE TRAIGA EL ARCHIVO: UNA EDICION DE LO YA
      * SELLADO QUEDA A LA VISTA EN AUD005 Y NO SE "LAVA" ACA. SIN
      * SELLO INICIAL (AUD003 NO SE CORRIO) NO HACE NADA; ESO, O EL
      * VIVO MAS CORTO QUE LO SELLADO, O EL ULTIMO SELLADO ALTERADO,
      * TERMINAN CON RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           COPY "\COBOL\fuentes\cpy\clave-sello.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AUD004"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".
       COPY "\COBOL\fuentes\cpy\fd-clave-sello.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-sello.cpy".

       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-ABANDONA                  PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-ULT-HASTA                 PIC 9(10)     VALUE 0.
       77  WK-ULT-CADENA                PIC 9(10)     VALUE 0.
       77  WK-ULT-ARCHIVADOS            PIC 9(10)     VALUE 0.
       77  WK-SELLADOS-VIVO             PIC 9(10)     VALUE 0.
       77  WK-POSICION                  PIC 9(10)     VALUE 0.
       77  WK-SELLADOS-HOY              PIC 9(08)     VALUE 0.

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "SELLO NOCTURNO DE AUDITORIA - AUD004".
            03 FILLER                   PIC X(42) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

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
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           PERFORM LEER-CLAVE-SELLO  THRU F-LEER-CLAVE-SELLO
           PERFORM LEER-ULTIMO-SELLO THRU F-LEER-ULTIMO-SELLO.
       F-INICIO. EXIT.

       LEER-ULTIMO-SELLO.
           OPEN INPUT SELLOS
           IF NOT ( WK-SEL-STAT = "00" )
              MOVE "*** SIN SELLO INICIAL: FALTA CORRER AUD003 ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO WK-ABANDONA
                        RETURN-CODE
              GO TO F-LEER-ULTIMO-SELLO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ SELLOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE SEL-HASTA      TO WK-ULT-HASTA
              MOVE SEL-CADENA     TO WK-ULT-CADENA
              MOVE SEL-ARCHIVADOS TO WK-ULT-ARCHIVADOS
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE SELLOS
           COMPUTE WK-SELLADOS-VIVO = WK-ULT-HASTA - WK-ULT-ARCHIVADOS
           MOVE WK-ULT-CADENA TO WK-SEL-CADENA.
       F-LEER-ULTIMO-SELLO. EXIT.

       PROCESO.
           OPEN I-O AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              IF WK-SELLADOS-VIVO > 0
                 MOVE "*** NO SE PUDO ABRIR EL VIVO YA SELLADO ***"
                   TO LIN-AVISO
                 WRITE REG-LIS FROM LIN-AVISO
                 MOVE 1 TO RETURN-CODE
              END-IF
              PERFORM GRABAR-SELLO THRU F-GRABAR-SELLO
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-POSICION
              IF WK-POSICION < WK-SELLADOS-VIVO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-POSICION = WK-SELLADOS-VIVO
                 IF NOT ( AUD-CADENA = WK-ULT-CADENA )
                    MOVE "*** EL ULTIMO REGISTRO SELLADO FUE ALTERADO"
                      TO LIN-AVISO
                    WRITE REG-LIS FROM LIN-AVISO
                    MOVE 1 TO RETURN-CODE
                 END-IF
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM ENCADENAR THRU F-ENCADENAR
              MOVE WK-SEL-CADENA TO AUD-CADENA
              REWRITE AUD-REG
              ADD 1 TO WK-SELLADOS-HOY
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUDITORIA
           IF WK-POSICION < WK-SELLADOS-VIVO
              MOVE "*** EL VIVO TIENE MENOS REGISTROS QUE LO SELLADO"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM GRABAR-SELLO THRU F-GRABAR-SELLO.
       F-PROCESO. EXIT.

       GRABAR-SELLO.
           OPEN EXTEND SELLOS
           INITIALIZE SEL-REG
           MOVE WK-HOY            TO SEL-FECHA
           MOVE "S"               TO SEL-TIPO
           MOVE WK-SELLADOS-HOY   TO SEL-CANTIDAD
           COMPUTE SEL-HASTA = WK-ULT-HASTA + WK-SELLADOS-HOY
           MOVE WK-SEL-CADENA     TO SEL-CADENA
           MOVE WK-ULT-ARCHIVADOS TO SEL-ARCHIVADOS
           WRITE SEL-REG
           CLOSE SELLOS.
       F-GRABAR-SELLO. EXIT.

       FINAL-PROG.
           MOVE "Registros ya sellados.......: " TO L-ROTULO
           MOVE WK-ULT-HASTA TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "De ellos en meses archivados: " TO L-ROTULO
           MOVE WK-ULT-ARCHIVADOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Registros sellados hoy......: " TO L-ROTULO
           MOVE WK-SELLADOS-HOY TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Valor de la cadena..........: " TO L-ROTULO
           MOVE WK-SEL-CADENA TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           CLOSE LISTADO
           IF RETURN-CODE NOT = 0 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "Revisar el sello de la auditoria"
              END-DISPLAY
           END-IF
           MOVE WK-SELLADOS-HOY TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-sello.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AUD004.
