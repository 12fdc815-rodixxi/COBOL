      * =================================================================== */
      *                                                                     */
      *   TRF004.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   acreditacion de las transferencias recibidas de otros bancos     */
      *   por la camara compensadora, buscando la cuenta por su cbu        */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF004.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA CAMARA COMPENSADORA MANDA CADA DIA CCE-ENTRADA.PRN CON LAS
      * TRANSFERENCIAS QUE OTROS BANCOS HICIERON A CUENTAS NUESTRAS:
      * UNA LINEA "D" CON CBU DESTINO, CBU Y CUIT DEL ORIGINANTE,
      * IMPORTE Y NUMERO DE REFERENCIA DE LA CAMARA, CERRADA CON UN
      * TRAILER "T" DE CANTIDAD E IMPORTE. INT001 YA LA CONTROLO.
      * ESTE PASO:
      *   - CONTROLA EL CBU DESTINO CON VAL-CBU Y LO BUSCA EN
      *     CBU.IDX PARA LLEGAR A LA CUENTA,
      *   - ACREDITA EL IMPORTE EN CTAS-SALDO, CON AUDITORIA
      *     AUD-MOV = "8", QUE CNT001 ASIENTA CONTRA LA CUENTA DE
      *     COMPENSACION,
      *   - Y MANDA AL SUSPENSO DE PAGOS, IGUAL QUE LOS RECHAZOS DE
      *     PAG001, LO QUE NO SE PUEDE ACREDITAR: CBU INVALIDO O SIN
      *     CUENTA, CUENTA DE BAJA, EN DOLARES O CASTIGADA. LA PLATA
      *     YA ENTRO POR LA CAMARA; EL REGISTRO DE SUSPENSO LLEVA
      *     SUS-TIPO "B" Y LA REFERENCIA DE LA CAMARA EN SUS-RECIBO,
      *     Y SUS001 LO REDIRIGE O LO DEVUELVE.
      * PRUEBA QUE ACREDITADAS + AL SUSPENSO = DECLARADAS, EN
      * CANTIDAD Y EN IMPORTE, Y GUARDA EL ARCHIVO PROCESADO COMO
      * CCE-ENTRADA-AAAAMMDD.APL PARA QUE UNA RELANZADA NO ACREDITE
      * DOS VECES. TERMINA CON RETURN-CODE 1 SI NO BALANCEA O NO
      * TRAE TRAILER, Y 9 ANTE UNA FALLA DE E/S SOBRE M-CUENTAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCE-ENTRADA
           ASSIGN TO "\COBOL\arch\cce-entrada.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CCE-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-TRF004"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\suspenso.sel".
           COPY "\COBOL\fuentes\cpy\cbu.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * TRANSFERENCIAS RECIBIDAS: REGISTRO DE 100 POSICIONES, COMO
      * TODOS LOS ARCHIVOS QUE CONTROLA INT001
       FD  CCE-ENTRADA.
       01  CCE-REG.
           03 CCE-TIPO                PIC X(01).
           03 CCE-CBU-DESTINO         PIC 9(22).
           03 CCE-CBU-ORIGEN          PIC 9(22).
           03 CCE-CUIT-ORIGEN         PIC 9(11).
           03 CCE-IMPORTE             PIC 9(10)V99.
           03 CCE-REFERENCIA          PIC 9(10).
           03 FILLER                  PIC X(22).
       01  CCE-TRAILER REDEFINES CCE-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(77).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-suspenso.fds".
       COPY "\COBOL\fuentes\cpy\fd-cbu.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cbu.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CCE-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SUS-STAT                  PIC X(02).
       77  WK-CBU-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HAY-CBU                   PIC 9          VALUE 0.
       77  WK-HAY-ENTRADA               PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-MOTIVO                    PIC X(20)      VALUE SPACES.
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9          VALUE 0.
       77  WK-TRL-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-TRL-IMPORTE               PIC 9(12)V99   VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-ACREDITADAS               PIC 9(08)      VALUE 0.
       77  WK-SUSPENSO                  PIC 9(08)      VALUE 0.
       77  WK-IMP-ACREDITADO            PIC 9(12)V99   VALUE 0.
       77  WK-IMP-SUSPENSO              PIC 9(12)V99   VALUE 0.

       01  WK-ARCHIVO-ENTRADA           PIC X(50)      VALUE
           "\COBOL\arch\cce-entrada.prn".
       01  WK-ARCHIVO-APLICADA          PIC X(50)      VALUE SPACES.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "TRANSFERENCIAS RECIBIDAS DE CAMARA - TRF004".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Referencia".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(22) VALUE "CBU destino".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(12) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-REFERENCIA             PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CBU                    PIC 9(22).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC Z.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(20).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Transf. leidas...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-ACREDITADAS.
            03 FILLER                   PIC X(20) VALUE
            "Transf. acreditad: ".
            03 LIN-TOT-ACREDITADAS      PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-ACR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-SUSPENSO.
            03 FILLER                   PIC X(20) VALUE
            "Al suspenso......: ".
            03 LIN-TOT-SUSPENSO         PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-SUS          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-DECLARADAS.
            03 FILLER                   PIC X(20) VALUE
            "Declaradas.......: ".
            03 LIN-TOT-DECLARADAS       PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-DEC          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
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
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           ELSE
              PERFORM LEER-OPERADOR-ACTIVO THRU
                      F-LEER-OPERADOR-ACTIVO
           END-IF
           OPEN INPUT  CCE-ENTRADA
           IF WK-CCE-STAT = "00"
              MOVE 1 TO WK-HAY-ENTRADA
           END-IF
           OPEN I-O    M-CUENTAS
           OPEN OUTPUT LISTADO
           OPEN INPUT  CBU-CUENTAS
           IF WK-CBU-STAT = "00"
              MOVE 1 TO WK-HAY-CBU
           END-IF
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN EXTEND SUSPENSO
           IF NOT ( WK-SUS-STAT = "00" )
              OPEN OUTPUT SUSPENSO
           END-IF
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           STRING "\COBOL\arch\cce-entrada-" WK-HOY ".apl"
                  DELIMITED BY SIZE
              INTO WK-ARCHIVO-APLICADA
           END-STRING
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

      * EL ARCHIVO LLEGA SOLO LOS DIAS HABILES DE LA CAMARA
       PROCESO.
           IF WK-HAY-ENTRADA = 0
              MOVE 1 TO WK-FINAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CCE-ENTRADA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CCE-TIPO = "T"
                 MOVE 1            TO WK-TRAILER-LEIDO
                 MOVE TRL-CANTIDAD TO WK-TRL-CANTIDAD
                 MOVE TRL-IMPORTE  TO WK-TRL-IMPORTE
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              PERFORM APLICAR-TRANSFERENCIA THRU
                      F-APLICAR-TRANSFERENCIA
           END-PERFORM.
       F-PROCESO. EXIT.

       APLICAR-TRANSFERENCIA.
           MOVE CCE-CBU-DESTINO TO WK-CBU
           MOVE "V" TO WK-CBU-ACCION
           CALL "VAL-CBU" USING WK-CBU WK-CBU-ACCION WK-CBU-VALIDO
           IF NOT ( WK-CBU-VALIDO = "S" )
              OR NOT ( WK-CBU-ENTIDAD = WK-CBU-ENTIDAD-PROPIA )
              MOVE "CBU INVALIDO" TO WK-MOTIVO
              PERFORM A-SUSPENSO THRU F-A-SUSPENSO
              GO TO F-APLICAR-TRANSFERENCIA
           END-IF
           IF WK-HAY-CBU = 0
              MOVE "CBU SIN CUENTA" TO WK-MOTIVO
              PERFORM A-SUSPENSO THRU F-A-SUSPENSO
              GO TO F-APLICAR-TRANSFERENCIA
           END-IF
           MOVE CCE-CBU-DESTINO TO CBU-NUMERO
           READ CBU-CUENTAS
           INVALID KEY
                MOVE "CBU SIN CUENTA" TO WK-MOTIVO
                PERFORM A-SUSPENSO THRU F-A-SUSPENSO
                GO TO F-APLICAR-TRANSFERENCIA
           END-READ
           MOVE CBU-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE CBU-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                MOVE "CUENTA INEXISTENTE" TO WK-MOTIVO
                PERFORM A-SUSPENSO THRU F-A-SUSPENSO
                GO TO F-APLICAR-TRANSFERENCIA
           END-READ
      * LA TRANSFERENCIA ES EN PESOS: NO SE ACREDITA EN UNA CUENTA EN
      * DOLARES NI EN UNA CASTIGADA, QUE YA ESTA FUERA DE BALANCE
           EVALUATE TRUE
              WHEN CTAS-FECHA-BAJA NOT = 0
                   MOVE "CUENTA DE BAJA"    TO WK-MOTIVO
              WHEN CTAS-MONEDA = "D"
                   MOVE "CUENTA EN DOLARES" TO WK-MOTIVO
              WHEN CTAS-SITUACION = 4
                   MOVE "CUENTA CASTIGADA"  TO WK-MOTIVO
              WHEN OTHER
                   MOVE SPACES              TO WK-MOTIVO
           END-EVALUATE
           IF NOT ( WK-MOTIVO = SPACES )
              PERFORM A-SUSPENSO THRU F-A-SUSPENSO
              GO TO F-APLICAR-TRANSFERENCIA
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + CCE-IMPORTE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-ACREDITADAS
           ADD CCE-IMPORTE TO WK-IMP-ACREDITADO
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA.
       F-APLICAR-TRANSFERENCIA. EXIT.

      * LO QUE NO SE PUEDE ACREDITAR SE LISTA Y QUEDA EN EL SUSPENSO
      * DE PAGOS. SI EL CBU ES NUESTRO, EL DOCUMENTO/PRODUCTO QUE
      * LLEVA ADENTRO ORIENTA A QUIEN LO REDIRIJA EN SUS001
       A-SUSPENSO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CCE-REFERENCIA  TO L-REFERENCIA
           MOVE CCE-CBU-DESTINO TO L-CBU
           MOVE CCE-IMPORTE     TO L-IMPORTE
           MOVE WK-MOTIVO       TO L-OBS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA
           INITIALIZE SUS-REG
           MOVE "P"             TO SUS-ESTADO
           MOVE WK-HOY          TO SUS-FECHA
           MOVE WK-MOTIVO       TO SUS-MOTIVO
           MOVE SPACES          TO SUS-OPERADOR
           MOVE 0               TO SUS-FECHA-DECISION
           MOVE "B"             TO SUS-TIPO
           MOVE CCE-REFERENCIA  TO SUS-RECIBO
           MOVE 0               TO SUS-DOCUMENTO
                                   SUS-PRODUCTO
           IF WK-CBU-ENTIDAD = WK-CBU-ENTIDAD-PROPIA
              MOVE WK-CBU-DOCUMENTO TO SUS-DOCUMENTO
              MOVE WK-CBU-PRODUCTO  TO SUS-PRODUCTO
           END-IF
           MOVE CCE-IMPORTE     TO SUS-IMPORTE
           MOVE SPACE           TO SUS-INSTRUMENTO
           WRITE SUS-REG
           ADD 1 TO WK-SUSPENSO
           ADD CCE-IMPORTE TO WK-IMP-SUSPENSO.
       F-A-SUSPENSO. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * CADA TRANSFERENCIA ACREDITADA QUEDA EN LA AUDITORIA CON
      * AUD-MOV = "8"
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "8"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9; EL ARCHIVO
      * DE LA CAMARA QUEDA SIN ARCHIVAR
       ERROR-ES.
           MOVE "TRF004"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           IF WK-HAY-ENTRADA = 1
              PERFORM ARCHIVAR-ENTRADA THRU F-ARCHIVAR-ENTRADA
           END-IF
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-ACREDITADAS    TO LIN-TOT-ACREDITADAS
           MOVE WK-IMP-ACREDITADO TO LIN-TOT-IMP-ACR
           MOVE WK-SUSPENSO       TO LIN-TOT-SUSPENSO
           MOVE WK-IMP-SUSPENSO   TO LIN-TOT-IMP-SUS
           MOVE WK-TRL-CANTIDAD   TO LIN-TOT-DECLARADAS
           MOVE WK-TRL-IMPORTE    TO LIN-TOT-IMP-DEC
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ACREDITADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-SUSPENSO
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

      * EL ARCHIVO YA ACREDITADO SE GUARDA CON LA FECHA Y SE BORRA EL
      * ORIGINAL, ASI UNA RELANZADA NO LO VUELVE A TOMAR
       ARCHIVAR-ENTRADA.
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-ENTRADA
                                      WK-ARCHIVO-APLICADA
                RETURNING WK-COPIA-RC
           IF WK-COPIA-RC = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-ENTRADA
                   RETURNING WK-BORRAR-RC
           END-IF.
       F-ARCHIVAR-ENTRADA. EXIT.

      * LA PRUEBA ES DOBLE, COMO EN PAG001: EN CANTIDAD Y EN IMPORTE,
      * CONTRA LO QUE LA CAMARA DECLARO EN SU TRAILER
       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-TRAILER-LEIDO = 0 AND WK-LEIDOS > 0
              MOVE 1 TO RETURN-CODE
              GO TO F-VERIFICAR-TOTALES
           END-IF
           IF WK-ACREDITADAS + WK-SUSPENSO <> WK-TRL-CANTIDAD
              OR WK-IMP-ACREDITADO + WK-IMP-SUSPENSO
                 <> WK-TRL-IMPORTE
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Transferencias no balancean con el trailer"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE CCE-ENTRADA
                 M-CUENTAS
                 LISTADO
                 AUDITORIA
                 SUSPENSO
           IF WK-HAY-CBU = 1
              CLOSE CBU-CUENTAS
           END-IF.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".

       END PROGRAM TRF004.
