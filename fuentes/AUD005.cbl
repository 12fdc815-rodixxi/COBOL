      * =================================================================== */
      *                                                                     */
      *   AUD005.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   verificacion de la cadena de la auditoria: meses archivados y    */
      *   vivo contra los sellos, informando donde se rompe               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD005.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * RECORRE LA AUDITORIA COMPLETA EN EL ORDEN EN QUE SE GRABO: LOS
      * AUDITORIA-AAAAMM.DAT DESDE EL MES MAS VIEJO QUE DEJO EL SELLO
      * "I" DE AUD003 HASTA EL ACTUAL, Y DESPUES CTAS-AUDITORIA.DAT.
      * PARA CADA REGISTRO RECALCULA LA CADENA DESDE EL ANTERIOR Y LA
      * COMPARA CON SU AUD-CADENA; DONDE NO COINCIDE INFORMA ARCHIVO,
      * NUMERO DE REGISTRO EN ESE ARCHIVO, SECUENCIA EN LA CADENA Y
      * LOS DATOS DEL REGISTRO, Y SIGUE DESDE EL VALOR GRABADO PARA
      * QUE CADA MANIPULACION SE VEA EN SU LUGAR:
      *   - UN REGISTRO ALTERADO ROMPE EN EL MISMO REGISTRO,
      *   - UNO BORRADO ROMPE EN EL SIGUIENTE,
      *   - UNO INSERTADO ROMPE EN EL INSERTADO Y EN EL SIGUIENTE.
      * ADEMAS, AL LLEGAR A LA SECUENCIA DE CADA SELLO ("I"/"S") LA
      * CADENA TIENE QUE DAR LA DEL SELLO; SI LO SELLADO NO ALCANZA
      * A LA ULTIMA SECUENCIA SELLADA FALTAN REGISTROS (P.EJ. AL
      * FINAL DEL VIVO), Y LO ENCONTRADO EN LOS MESES ARCHIVADOS TIENE
      * QUE SER LO QUE AUD001 DECLARO ARCHIVADO (UN MES BORRADO). LO
      * GRABADO DESPUES DEL ULTIMO SELLO SOLO SE CUENTA. CON ALGUNA
      * RUPTURA TERMINA CON RETURN-CODE 1.
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
           SELECT AUD-MES
           ASSIGN TO WK-ARCHIVO-MES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MES-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AUD005"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".
       COPY "\COBOL\fuentes\cpy\fd-clave-sello.fds".

       FD  AUD-MES.
       01  AUD-MES-REG                  PIC X(190).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-sello.cpy".

       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).
       77  WK-MES-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-ABANDONA                  PIC 9         VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PERIODO-HOY               PIC 9(06)     VALUE 0.
       77  WK-ARCHIVO-MES               PIC X(60).
       77  WK-ARCHIVO-ACTUAL            PIC X(60).
       77  WK-SEL-CANT                  PIC 9(04)     VALUE 0.
       77  WK-SEL-IND                   PIC 9(04)     VALUE 0.
       77  WK-SEL-DESBORDE              PIC 9         VALUE 0.
       77  WK-ULT-HASTA                 PIC 9(10)     VALUE 0.
       77  WK-ULT-ARCHIVADOS            PIC 9(10)     VALUE 0.
       77  WK-SECUENCIA                 PIC 9(10)     VALUE 0.
       77  WK-REG-ARCHIVO               PIC 9(08)     VALUE 0.
       77  WK-EN-ARCHIVOS               PIC 9(10)     VALUE 0.
       77  WK-MESES                     PIC 9(04)     VALUE 0.
       77  WK-VERIFICADOS               PIC 9(10)     VALUE 0.
       77  WK-SIN-SELLAR                PIC 9(10)     VALUE 0.
       77  WK-RUPTURAS                  PIC 9(08)     VALUE 0.

       01  WK-PERIODO                   PIC 9(06)     VALUE 0.
       01  FILLER REDEFINES WK-PERIODO.
           03 WK-PER-ANHIO              PIC 9(04).
           03 WK-PER-MES                PIC 9(02).

       01  TAB-SELLOS.
           03 TAB-SEL-ITEM OCCURS 9999.
              05 TAB-SEL-FECHA          PIC 9(08).
              05 TAB-SEL-TIPO           PIC X(01).
              05 TAB-SEL-HASTA          PIC 9(10).
              05 TAB-SEL-CADENA         PIC 9(10).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "VERIFICACION DE LA CADENA DE AUDITORIA - AUD005".
            03 FILLER                   PIC X(31) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(34) VALUE "Archivo".
            03 FILLER                   PIC X(09) VALUE "Registro".
            03 FILLER                   PIC X(11) VALUE "Secuencia".
            03 FILLER                   PIC X(11) VALUE "Fecha".
            03 FILLER                   PIC X(09) VALUE "Document".
            03 FILLER                   PIC X(03) VALUE "Pr".
            03 FILLER                   PIC X(02) VALUE "M".
            03 FILLER                   PIC X(21) VALUE "Observacion".

       01  LIN-RUPTURA.
            03 L-ARCHIVO                PIC X(33).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-REGISTRO               PIC ZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-SECUENCIA              PIC ZZZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-FECHA                  PIC X(10).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-DOCUMENTO              PIC 9(08).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-PRODUCTO               PIC 9(02).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-MOV                    PIC X(01).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-OBSERVACION            PIC X(21).

       01  LIN-SELLO.
            03 FILLER                   PIC X(10) VALUE "SELLO DEL ".
            03 L-SEL-FECHA              PIC X(10).
            03 FILLER                   PIC X(22) VALUE
            " NO COINCIDE (SECUEN. ".
            03 L-SEL-HASTA              PIC ZZZZZZZZZ9.
            03 FILLER                   PIC X(01) VALUE ")".

       01  LIN-FALTANTES.
            03 FILLER                   PIC X(42) VALUE
            "FALTAN REGISTROS SELLADOS: ULTIMO SELLADO ".
            03 L-FAL-HASTA              PIC ZZZZZZZZZ9.
            03 FILLER                   PIC X(13) VALUE ", ENCONTRADO ".
            03 L-FAL-ENCONTRADO         PIC ZZZZZZZZZ9.

       01  LIN-ARCHIVADOS.
            03 FILLER                   PIC X(42) VALUE
            "MESES ARCHIVADOS NO CIERRAN: DECLARADOS   ".
            03 L-ARC-DECLARADOS         PIC ZZZZZZZZZ9.
            03 FILLER                   PIC X(13) VALUE ", ENCONTRADO ".
            03 L-ARC-ENCONTRADO         PIC ZZZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(32).
           03 L-CANT                    PIC ZZZZZZZZZ9.

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
           COMPUTE WK-PERIODO-HOY = WK-HOY / 100
           PERFORM ENCABEZAR        THRU F-ENCABEZAR
           PERFORM LEER-CLAVE-SELLO THRU F-LEER-CLAVE-SELLO
           PERFORM CARGAR-SELLOS    THRU F-CARGAR-SELLOS.
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

      * EL PRIMER SELLO TIENE QUE SER EL "I" DE AUD003, QUE DICE
      * DESDE QUE MES HAY ARCHIVOS ENCADENADOS
       CARGAR-SELLOS.
           OPEN INPUT SELLOS
           IF NOT ( WK-SEL-STAT = "00" )
              MOVE "*** SIN SELLOS: LA AUDITORIA NO ESTA ENCADENADA"
                TO LIN-AVISO
              PERFORM ESCRIBIR-AVISO THRU F-ESCRIBIR-AVISO
              MOVE 1 TO WK-ABANDONA
                        RETURN-CODE
              GO TO F-CARGAR-SELLOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ SELLOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-SEL-CANT = 0
                 MOVE SEL-PERIODO TO WK-PERIODO
              END-IF
              MOVE SEL-HASTA      TO WK-ULT-HASTA
              MOVE SEL-ARCHIVADOS TO WK-ULT-ARCHIVADOS
              IF WK-SEL-CANT >= 9999
                 MOVE 1 TO WK-SEL-DESBORDE
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-SEL-CANT
              MOVE SEL-FECHA  TO TAB-SEL-FECHA(WK-SEL-CANT)
              MOVE SEL-TIPO   TO TAB-SEL-TIPO(WK-SEL-CANT)
              MOVE SEL-HASTA  TO TAB-SEL-HASTA(WK-SEL-CANT)
              MOVE SEL-CADENA TO TAB-SEL-CADENA(WK-SEL-CANT)
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE SELLOS
           IF WK-SEL-CANT = 0
              MOVE "*** ARCHIVO DE SELLOS VACIO" TO LIN-AVISO
              PERFORM ESCRIBIR-AVISO THRU F-ESCRIBIR-AVISO
              MOVE 1 TO WK-ABANDONA
                        RETURN-CODE
           END-IF
           IF WK-SEL-DESBORDE = 1
              MOVE "*** TABLA DE SELLOS LLENA: LOS MAS NUEVOS NO SE CON
      -            "TROLAN" TO LIN-AVISO
              PERFORM ESCRIBIR-AVISO THRU F-ESCRIBIR-AVISO
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE 1 TO WK-SEL-IND.
       F-CARGAR-SELLOS. EXIT.

       PROCESO.
           MOVE 0 TO WK-SEL-CADENA
           IF WK-PERIODO > 0
              PERFORM UNTIL WK-PERIODO > WK-PERIODO-HOY
                 PERFORM VERIFICAR-MES THRU F-VERIFICAR-MES
                 ADD 1 TO WK-PER-MES
                 IF WK-PER-MES > 12
                    MOVE 1 TO WK-PER-MES
                    ADD 1 TO WK-PER-ANHIO
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VERIFICAR-VIVO THRU F-VERIFICAR-VIVO
           PERFORM CONTROLES-FINALES THRU F-CONTROLES-FINALES.
       F-PROCESO. EXIT.

      * UN MES SIN ARCHIVO NO CUENTA; SI FALTA UNO QUE TENIA
      * REGISTROS LA CADENA SE ROMPE EN EL PRIMERO DEL MES SIGUIENTE
       VERIFICAR-MES.
           INITIALIZE WK-ARCHIVO-MES
           STRING "\COBOL\arch\auditoria-"
                  WK-PERIODO
                  ".dat"
                  INTO WK-ARCHIVO-MES
           END-STRING
           OPEN INPUT AUD-MES
           IF NOT ( WK-MES-STAT = "00" )
              GO TO F-VERIFICAR-MES
           END-IF
           ADD 1 TO WK-MESES
           MOVE WK-ARCHIVO-MES TO WK-ARCHIVO-ACTUAL
           MOVE 0 TO WK-REG-ARCHIVO
           PERFORM UNTIL WK-FINAL = 1
              READ AUD-MES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE AUD-MES-REG TO AUD-REG
              ADD 1 TO WK-EN-ARCHIVOS
              PERFORM VERIFICAR-REGISTRO THRU F-VERIFICAR-REGISTRO
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUD-MES.
       F-VERIFICAR-MES. EXIT.

       VERIFICAR-VIVO.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-VERIFICAR-VIVO
           END-IF
           MOVE "\COBOL\arch\ctas-auditoria.dat" TO WK-ARCHIVO-ACTUAL
           MOVE 0 TO WK-REG-ARCHIVO
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              PERFORM VERIFICAR-REGISTRO THRU F-VERIFICAR-REGISTRO
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUDITORIA.
       F-VERIFICAR-VIVO. EXIT.

      * DESPUES DE UNA RUPTURA SE SIGUE DESDE EL VALOR GRABADO EN EL
      * REGISTRO, ASI UN SOLO REGISTRO TOCADO NO ARRASTRA AL RESTO
       VERIFICAR-REGISTRO.
           ADD 1 TO WK-SECUENCIA
                    WK-REG-ARCHIVO
           IF WK-SECUENCIA > WK-ULT-HASTA
              ADD 1 TO WK-SIN-SELLAR
              GO TO F-VERIFICAR-REGISTRO
           END-IF
           ADD 1 TO WK-VERIFICADOS
           PERFORM ENCADENAR THRU F-ENCADENAR
           IF NOT ( WK-SEL-CADENA = AUD-CADENA )
              MOVE "CADENA ROTA"       TO L-OBSERVACION
              PERFORM INFORMAR-RUPTURA THRU F-INFORMAR-RUPTURA
              MOVE AUD-CADENA TO WK-SEL-CADENA
           END-IF
           PERFORM CONTROLAR-SELLOS THRU F-CONTROLAR-SELLOS.
       F-VERIFICAR-REGISTRO. EXIT.

      * LOS SELLOS "C" REPITEN LA CADENA DEL ANTERIOR Y NO SE
      * VUELVEN A CONTROLAR
       CONTROLAR-SELLOS.
           PERFORM UNTIL WK-SEL-IND > WK-SEL-CANT
                      OR TAB-SEL-HASTA(WK-SEL-IND) > WK-SECUENCIA
              IF TAB-SEL-HASTA(WK-SEL-IND) = WK-SECUENCIA
                 AND NOT ( TAB-SEL-TIPO(WK-SEL-IND) = "C" )
                 AND NOT ( TAB-SEL-CADENA(WK-SEL-IND) = WK-SEL-CADENA )
                 MOVE TAB-SEL-FECHA(WK-SEL-IND) TO WK-FECHA
                 PERFORM MOVER-FECHA THRU F-MOVER-FECHA
                 MOVE WK-FECHA-ED               TO L-SEL-FECHA
                 MOVE WK-SECUENCIA              TO L-SEL-HASTA
                 IF WK-LINEA > 60
                    PERFORM ENCABEZAR THRU F-ENCABEZAR
                 END-IF
                 WRITE REG-LIS FROM LIN-SELLO
                 ADD 1 TO WK-LINEA
                          WK-RUPTURAS
              END-IF
              ADD 1 TO WK-SEL-IND
           END-PERFORM.
       F-CONTROLAR-SELLOS. EXIT.

       INFORMAR-RUPTURA.
           ADD 1 TO WK-RUPTURAS
           MOVE WK-ARCHIVO-ACTUAL TO L-ARCHIVO
           MOVE WK-REG-ARCHIVO    TO L-REGISTRO
           MOVE WK-SECUENCIA      TO L-SECUENCIA
           MOVE AUD-FECHA         TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO L-FECHA
           MOVE AUD-DOCUMENTO     TO L-DOCUMENTO
           MOVE AUD-PRODUCTO      TO L-PRODUCTO
           MOVE AUD-MOV           TO L-MOV
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-RUPTURA
           ADD 1 TO WK-LINEA.
       F-INFORMAR-RUPTURA. EXIT.

       CONTROLES-FINALES.
           IF WK-SECUENCIA < WK-ULT-HASTA
              MOVE WK-ULT-HASTA TO L-FAL-HASTA
              MOVE WK-SECUENCIA TO L-FAL-ENCONTRADO
              MOVE LIN-FALTANTES TO LIN-AVISO
              PERFORM ESCRIBIR-AVISO THRU F-ESCRIBIR-AVISO
              ADD 1 TO WK-RUPTURAS
           END-IF
           IF NOT ( WK-EN-ARCHIVOS = WK-ULT-ARCHIVADOS )
              MOVE WK-ULT-ARCHIVADOS TO L-ARC-DECLARADOS
              MOVE WK-EN-ARCHIVOS    TO L-ARC-ENCONTRADO
              MOVE LIN-ARCHIVADOS TO LIN-AVISO
              PERFORM ESCRIBIR-AVISO THRU F-ESCRIBIR-AVISO
              ADD 1 TO WK-RUPTURAS
           END-IF
           IF WK-RUPTURAS > 0
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-CONTROLES-FINALES. EXIT.

       ESCRIBIR-AVISO.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-AVISO
           ADD 1 TO WK-LINEA.
       F-ESCRIBIR-AVISO. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 54
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           IF WK-RUPTURAS = 0 AND WK-ABANDONA = 0
              MOVE "CADENA INTEGRA: SIN RUPTURAS" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           MOVE "Meses archivados recorridos...: " TO L-ROTULO
           MOVE WK-MESES TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Registros en meses archivados.: " TO L-ROTULO
           MOVE WK-EN-ARCHIVOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Registros verificados.........: " TO L-ROTULO
           MOVE WK-VERIFICADOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Posteriores al ultimo sello...: " TO L-ROTULO
           MOVE WK-SIN-SELLAR TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Sellos controlados............: " TO L-ROTULO
           MOVE WK-SEL-CANT TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Rupturas......................: " TO L-ROTULO
           MOVE WK-RUPTURAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           CLOSE LISTADO
           IF RETURN-CODE NOT = 0 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "La cadena de la auditoria esta rota"
              END-DISPLAY
           END-IF
           MOVE WK-RUPTURAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-sello.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AUD005.
