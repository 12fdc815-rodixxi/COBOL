      * =================================================================== */
      *                                                                     */
      *   SUE001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   acreditacion de haberes del plan sueldo: una nomina por          */
      *   empleador, con devolucion de las lineas rechazadas               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUE001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LAS EMPRESAS DEL PLAN SUELDO PAGAN LOS HABERES EN CUENTAS
      * NUESTRAS. CADA EMPLEADOR ACTIVO DE EMPLEADORES.PAR MANDA, EN
      * FECHA DE PAGO, SU NOMINA SUELDOS-NNNNN.PRN (NNNNN = SU
      * CODIGO): UNA LINEA "D" POR EMPLEADO CON CUIL, LEGAJO,
      * DOCUMENTO/PRODUCTO DE LA CUENTA, IMPORTE Y PERIODO, CERRADA
      * CON UN TRAILER "T" CON CANTIDAD E IMPORTE DECLARADOS. INT001
      * YA LA CONTROLO (Y LA PUSO EN CUARENTENA SI FALLABA). ESTE
      * PASO, POR CADA NOMINA PRESENTE:
      *   - ACREDITA CADA LINEA EN CTAS-SALDO POR DOCUMENTO/PRODUCTO
      *     Y MARCA LA CUENTA COMO CUENTA SUELDO (CTAS-PLAN-SUELDO =
      *     "S"), QUE CTAS004 EXIME DEL MANTENIMIENTO,
      *   - DEJA CADA ACREDITACION EN LA AUDITORIA CON AUD-MOV = "6",
      *     QUE CNT001 ASIENTA CONTRA LOS FONDOS DEL EMPLEADOR,
      *   - RECHAZA LAS CUENTAS INEXISTENTES, DE BAJA, EN DOLARES (LA
      *     NOMINA ES EN PESOS) O CASTIGADAS, Y LAS DEVUELVE AL
      *     EMPLEADOR EN SUELDOS-NNNNN.DEV, CON SU MOTIVO Y TRAILER
      *     DE CANTIDAD E IMPORTE DEVUELTOS,
      *   - PRUEBA QUE ACREDITADAS + RECHAZADAS = DECLARADAS, EN
      *     CANTIDAD Y EN IMPORTE,
      *   - Y MUEVE LA NOMINA PROCESADA A SUELDOS-NNNNN-AAAAMMDD.APL,
      *     ASI NO SE VUELVE A ACREDITAR NI LLEGA A INT001 MANANA.
      * TERMINA CON RETURN-CODE 1 SI ALGUNA NOMINA NO BALANCEA O NO
      * TRAE TRAILER, Y 9 ANTE UNA FALLA DE E/S SOBRE M-CUENTAS.
      * EL EMPLEADOR NO CONOCE EL NUMERO INTERNO: EL DOCUMENTO DE LA
      * NOMINA ES EL REAL, TIPO Y NUMERO (TIPO EN BLANCO = DNI), Y
      * VAL-DOC LO TRADUCE AL NUMERO INTERNO DE LA CUENTA; EL QUE NO
      * ES VALIDO O NO ESTA EMPADRONADO SE DEVUELVE CON SU MOTIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA
           ASSIGN TO WK-ARCHIVO-NOMINA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NOM-STAT.
           SELECT DEVOLUCION
           ASSIGN TO WK-ARCHIVO-DEVOLUCION
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DEV-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-SUE001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\empleadores.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * NOMINA DEL EMPLEADOR: REGISTRO DE 100 POSICIONES, COMO TODOS
      * LOS ARCHIVOS QUE CONTROLA INT001
       FD  NOMINA.
       01  SUE-REG.
           03 SUE-TIPO                PIC X(01).
           03 SUE-CUIL                PIC 9(11).
           03 SUE-LEGAJO              PIC X(10).
      * TIPO (EN BLANCO ES DNI) Y NUMERO DEL DOCUMENTO REAL
           03 SUE-TIPO-DOC            PIC X(01).
           03 SUE-NRO-DOC             PIC X(11).
           03 SUE-NRO-DOC-NUM REDEFINES SUE-NRO-DOC
                                      PIC 9(11).
           03 SUE-PRODUCTO            PIC 9(02).
           03 SUE-IMPORTE             PIC 9(10)V99.
           03 SUE-PERIODO             PIC 9(06).
           03 FILLER                  PIC X(46).
       01  SUE-TRAILER REDEFINES SUE-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(77).

      * DEVOLUCION AL EMPLEADOR: LA LINEA RECHAZADA TAL COMO VINO,
      * CON EL MOTIVO, Y UN TRAILER "T" CON LO DEVUELTO
       FD  DEVOLUCION.
       01  DEV-REG.
           03 DEV-TIPO                PIC X(01).
           03 DEV-CUIL                PIC 9(11).
           03 DEV-LEGAJO              PIC X(10).
           03 DEV-TIPO-DOC            PIC X(01).
           03 DEV-NRO-DOC             PIC X(11).
           03 DEV-PRODUCTO            PIC 9(02).
           03 DEV-IMPORTE             PIC 9(10)V99.
           03 DEV-PERIODO             PIC 9(06).
           03 DEV-MOTIVO              PIC X(20).
       01  DEV-TRAILER REDEFINES DEV-REG.
           03 DTR-TIPO                PIC X(01).
           03 DTR-CANTIDAD            PIC 9(08).
           03 DTR-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(51).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-empleadores.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-NOM-STAT                  PIC X(02).
       77  WK-DEV-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-EMP-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-EMP-FINAL                 PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-MOTIVO                    PIC X(20)      VALUE SPACES.
       77  WK-DOC-RESUELTO              PIC 9          VALUE 0.
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.

      * ACUMULADOS DE LA NOMINA EN CURSO
       77  WK-EMP-LEIDOS                PIC 9(06)      VALUE 0.
       77  WK-EMP-ACREDITADOS           PIC 9(06)      VALUE 0.
       77  WK-EMP-RECHAZADOS            PIC 9(06)      VALUE 0.
       77  WK-EMP-IMP-ACRED             PIC 9(12)V99   VALUE 0.
       77  WK-EMP-IMP-RECH              PIC 9(12)V99   VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9          VALUE 0.
       77  WK-TRL-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-TRL-IMPORTE               PIC 9(12)V99   VALUE 0.

      * ACUMULADOS DE LA CORRIDA
       77  WK-NOMINAS                   PIC 9(04)      VALUE 0.
       77  WK-DESBALANCEADAS            PIC 9(04)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-ACREDITADOS               PIC 9(08)      VALUE 0.
       77  WK-RECHAZADOS                PIC 9(08)      VALUE 0.
       77  WK-MARCADAS                  PIC 9(08)      VALUE 0.
       77  WK-IMP-ACREDITADO            PIC 9(12)V99   VALUE 0.
       77  WK-IMP-RECHAZADO             PIC 9(12)V99   VALUE 0.

       01  WK-ARCHIVO-NOMINA            PIC X(50)      VALUE SPACES.
       01  WK-ARCHIVO-DEVOLUCION        PIC X(50)      VALUE SPACES.
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
            "ACREDITACION DE HABERES PLAN SUELDO - SUE001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Legajo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".
            03 FILLER                   PIC X(12) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-EMPLEADOR.
            03 FILLER                   PIC X(11) VALUE "Empleador: ".
            03 L-EMP-CODIGO             PIC 9(05).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 L-EMP-RAZON              PIC X(30).
            03 FILLER                   PIC X(07) VALUE "  CUIT ".
            03 L-EMP-CUIT               PIC 9(11).

       01  LIN-DETALLE.
            03 L-LEGAJO                 PIC X(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-TIPO-DOC               PIC X(01).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-NRO-DOC                PIC X(11).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC Z.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(20).

       01  LIN-SUBTOTAL.
            03 FILLER                   PIC X(15) VALUE
            "  Acreditadas: ".
            03 L-SUB-ACRED              PIC ZZZZZ9.
            03 FILLER                   PIC X(05) VALUE " por ".
            03 L-SUB-IMP-ACRED          PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(14) VALUE
            "  Rechazadas: ".
            03 L-SUB-RECH               PIC ZZZZZ9.
            03 FILLER                   PIC X(05) VALUE " por ".
            03 L-SUB-IMP-RECH           PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SUB-ESTADO             PIC X(15).

       01  TITULO-BOTTOM-NOMINAS.
            03 FILLER                   PIC X(20) VALUE
            "Nominas procesadas: ".
            03 LIN-TOT-NOMINAS          PIC ZZZZZ9.
       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Lineas leidas....: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-ACREDITADOS.
            03 FILLER                   PIC X(20) VALUE
            "Lineas acreditad.: ".
            03 LIN-TOT-ACREDITADOS      PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-ACR          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(20) VALUE
            "Lineas devueltas.: ".
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-RCH          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-MARCADAS.
            03 FILLER                   PIC X(20) VALUE
            "Ctas. nuevas suel: ".
            03 LIN-TOT-MARCADAS         PIC ZZZZZ9.
       01  TITULO-BOTTOM-DESBALANCE.
            03 FILLER                   PIC X(20) VALUE
            "Nominas s/balance: ".
            03 LIN-TOT-DESBALANCE       PIC ZZZZZ9.
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
           OPEN INPUT  EMPLEADORES
           OPEN I-O    M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF.
       F-ABRIR-AUDITORIA. EXIT.

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

      * SIN CATALOGO DE EMPLEADORES NO HAY NOMINAS QUE ACREDITAR
       PROCESO.
           IF NOT ( WK-EMP-STAT = "00" )
              MOVE 1 TO WK-EMP-FINAL
           END-IF
           PERFORM UNTIL WK-EMP-FINAL = 1
              READ EMPLEADORES AT END
                   MOVE 1 TO WK-EMP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( EMP-ACTIVO = "S" )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM PROCESAR-NOMINA THRU F-PROCESAR-NOMINA
           END-PERFORM.
       F-PROCESO. EXIT.

      * LA NOMINA LLEGA SOLO EN FECHA DE PAGO: SI NO ESTA (O INT001
      * LA PUSO EN CUARENTENA) EL EMPLEADOR NO COBRA HOY
       PROCESAR-NOMINA.
           MOVE SPACES TO WK-ARCHIVO-NOMINA
                          WK-ARCHIVO-DEVOLUCION
                          WK-ARCHIVO-APLICADA
           STRING "\COBOL\arch\sueldos-" EMP-CODIGO ".prn"
                  DELIMITED BY SIZE
              INTO WK-ARCHIVO-NOMINA
           END-STRING
           OPEN INPUT NOMINA
           IF NOT ( WK-NOM-STAT = "00" )
              GO TO F-PROCESAR-NOMINA
           END-IF
           STRING "\COBOL\arch\sueldos-" EMP-CODIGO ".dev"
                  DELIMITED BY SIZE
              INTO WK-ARCHIVO-DEVOLUCION
           END-STRING
           STRING "\COBOL\arch\sueldos-" EMP-CODIGO "-" WK-HOY ".apl"
                  DELIMITED BY SIZE
              INTO WK-ARCHIVO-APLICADA
           END-STRING
           OPEN OUTPUT DEVOLUCION
           ADD 1 TO WK-NOMINAS
           MOVE 0 TO WK-EMP-LEIDOS
                     WK-EMP-ACREDITADOS
                     WK-EMP-RECHAZADOS
                     WK-EMP-IMP-ACRED
                     WK-EMP-IMP-RECH
                     WK-TRAILER-LEIDO
                     WK-TRL-CANTIDAD
                     WK-TRL-IMPORTE
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE EMP-CODIGO       TO L-EMP-CODIGO
           MOVE EMP-RAZON-SOCIAL TO L-EMP-RAZON
           MOVE EMP-CUIT         TO L-EMP-CUIT
           WRITE REG-LIS FROM LIN-EMPLEADOR
           ADD 1 TO WK-LINEA
           PERFORM UNTIL WK-FINAL = 1
              READ NOMINA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SUE-TIPO = "T"
                 MOVE 1            TO WK-TRAILER-LEIDO
                 MOVE TRL-CANTIDAD TO WK-TRL-CANTIDAD
                 MOVE TRL-IMPORTE  TO WK-TRL-IMPORTE
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-EMP-LEIDOS
              PERFORM ACREDITAR-HABER THRU F-ACREDITAR-HABER
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE NOMINA
           INITIALIZE DEV-TRAILER
           MOVE "T"               TO DTR-TIPO
           MOVE WK-EMP-RECHAZADOS TO DTR-CANTIDAD
           MOVE WK-EMP-IMP-RECH   TO DTR-IMPORTE
           WRITE DEV-REG
           CLOSE DEVOLUCION
           PERFORM VERIFICAR-NOMINA THRU F-VERIFICAR-NOMINA
           PERFORM ARCHIVAR-NOMINA  THRU F-ARCHIVAR-NOMINA.
       F-PROCESAR-NOMINA. EXIT.

       ACREDITAR-HABER.
           PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
           IF WK-DOC-RESUELTO = 0
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-ACREDITAR-HABER
           END-IF
           MOVE WK-VDO-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE SUE-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS INVALID KEY
                MOVE "CUENTA INEXISTENTE" TO WK-MOTIVO
                PERFORM RECHAZAR THRU F-RECHAZAR
                GO TO F-ACREDITAR-HABER
           END-READ
      * LA NOMINA ES EN PESOS: NO SE ACREDITA EN UNA CUENTA EN
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
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-ACREDITAR-HABER
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           IF NOT ( CTAS-PLAN-SUELDO = "S" )
              MOVE "S" TO CTAS-PLAN-SUELDO
              ADD 1 TO WK-MARCADAS
           END-IF
           COMPUTE CTAS-SALDO = CTAS-SALDO + SUE-IMPORTE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-EMP-ACREDITADOS
           ADD SUE-IMPORTE TO WK-EMP-IMP-ACRED
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA.
       F-ACREDITAR-HABER. EXIT.

      * DEL DOCUMENTO REAL DE LA LINEA AL NUMERO INTERNO. UN DNI
      * MENOR A 1000000 ES UN DNI VIEJO, QUE ES SU PROPIO NUMERO
      * INTERNO
       RESOLVER-DOCUMENTO.
           MOVE 0 TO WK-DOC-RESUELTO
           MOVE "B"          TO WK-VDO-ACCION
           MOVE 0            TO WK-VDO-SIMULACION
           MOVE SUE-TIPO-DOC TO WK-VDO-TIPO
           IF SUE-TIPO-DOC = SPACE
              MOVE "D"       TO WK-VDO-TIPO
           END-IF
           IF WK-VDO-TIPO = "D"
              AND SUE-NRO-DOC-NUM IS NUMERIC
              AND SUE-NRO-DOC-NUM > 0
              AND SUE-NRO-DOC-NUM < 1000000
              MOVE SUE-NRO-DOC-NUM TO WK-VDO-DOCUMENTO
              MOVE 1 TO WK-DOC-RESUELTO
              GO TO F-RESOLVER-DOCUMENTO
           END-IF
           MOVE SUE-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "S"
                 MOVE 1 TO WK-DOC-RESUELTO
              WHEN "E"
                 MOVE "DOC. NO EMPADRONADO" TO WK-MOTIVO
              WHEN OTHER
                 MOVE "DOCUMENTO INVALIDO"  TO WK-MOTIVO
           END-EVALUATE.
       F-RESOLVER-DOCUMENTO. EXIT.

      * LA LINEA RECHAZADA SE LISTA Y VUELVE AL EMPLEADOR TAL COMO
      * VINO, CON SU MOTIVO
       RECHAZAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE SUE-LEGAJO    TO L-LEGAJO
           MOVE SUE-TIPO-DOC  TO L-TIPO-DOC
           MOVE SUE-NRO-DOC   TO L-NRO-DOC
           MOVE SUE-PRODUCTO  TO L-PROD
           MOVE SUE-IMPORTE   TO L-IMPORTE
           MOVE WK-MOTIVO     TO L-OBS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA
           INITIALIZE DEV-REG
           MOVE "R"           TO DEV-TIPO
           MOVE SUE-CUIL      TO DEV-CUIL
           MOVE SUE-LEGAJO    TO DEV-LEGAJO
           MOVE SUE-TIPO-DOC  TO DEV-TIPO-DOC
           MOVE SUE-NRO-DOC   TO DEV-NRO-DOC
           MOVE SUE-PRODUCTO  TO DEV-PRODUCTO
           MOVE SUE-IMPORTE   TO DEV-IMPORTE
           MOVE SUE-PERIODO   TO DEV-PERIODO
           MOVE WK-MOTIVO     TO DEV-MOTIVO
           WRITE DEV-REG
           ADD 1 TO WK-EMP-RECHAZADOS
           ADD SUE-IMPORTE TO WK-EMP-IMP-RECH.
       F-RECHAZAR. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * CADA HABER ACREDITADO QUEDA EN LA AUDITORIA CON AUD-MOV = "6"
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "6"               TO AUD-MOV
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

      * LA PRUEBA ES DOBLE, COMO EN PAG001: EN CANTIDAD Y EN IMPORTE,
      * CONTRA LO QUE EL EMPLEADOR DECLARO EN SU TRAILER
       VERIFICAR-NOMINA.
           ADD WK-EMP-LEIDOS      TO WK-LEIDOS
           ADD WK-EMP-ACREDITADOS TO WK-ACREDITADOS
           ADD WK-EMP-RECHAZADOS  TO WK-RECHAZADOS
           ADD WK-EMP-IMP-ACRED   TO WK-IMP-ACREDITADO
           ADD WK-EMP-IMP-RECH    TO WK-IMP-RECHAZADO
           MOVE "OK" TO L-SUB-ESTADO
           IF WK-TRAILER-LEIDO = 0
              MOVE "SIN TRAILER" TO L-SUB-ESTADO
              ADD 1 TO WK-DESBALANCEADAS
           ELSE
              IF WK-EMP-ACREDITADOS + WK-EMP-RECHAZADOS
                 <> WK-TRL-CANTIDAD
                 OR WK-EMP-IMP-ACRED + WK-EMP-IMP-RECH
                    <> WK-TRL-IMPORTE
                 MOVE "NO BALANCEA" TO L-SUB-ESTADO
                 ADD 1 TO WK-DESBALANCEADAS
              END-IF
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-EMP-ACREDITADOS TO L-SUB-ACRED
           MOVE WK-EMP-IMP-ACRED   TO L-SUB-IMP-ACRED
           MOVE WK-EMP-RECHAZADOS  TO L-SUB-RECH
           MOVE WK-EMP-IMP-RECH    TO L-SUB-IMP-RECH
           WRITE REG-LIS FROM LIN-SUBTOTAL
           ADD 1 TO WK-LINEA.
       F-VERIFICAR-NOMINA. EXIT.

      * LA NOMINA YA ACREDITADA SE GUARDA CON LA FECHA Y SE BORRA EL
      * ORIGINAL: NI UNA RELANZADA NI EL INT001 DE MANANA LA VUELVEN
      * A TOMAR
       ARCHIVAR-NOMINA.
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-NOMINA
                                      WK-ARCHIVO-APLICADA
                RETURNING WK-COPIA-RC
           IF WK-COPIA-RC = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-NOMINA
                   RETURNING WK-BORRAR-RC
           END-IF.
       F-ARCHIVAR-NOMINA. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9; LA NOMINA
      * EN CURSO QUEDA SIN ARCHIVAR
       ERROR-ES.
           MOVE "SUE001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           ADD WK-EMP-LEIDOS TO WK-LEIDOS
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           CLOSE NOMINA
                 DEVOLUCION
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-DESBALANCEADAS > 0
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Nominas no balancean con el trailer"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-NOMINAS        TO LIN-TOT-NOMINAS
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-ACREDITADOS    TO LIN-TOT-ACREDITADOS
           MOVE WK-IMP-ACREDITADO TO LIN-TOT-IMP-ACR
           MOVE WK-RECHAZADOS     TO LIN-TOT-RECHAZADOS
           MOVE WK-IMP-RECHAZADO  TO LIN-TOT-IMP-RCH
           MOVE WK-MARCADAS       TO LIN-TOT-MARCADAS
           MOVE WK-DESBALANCEADAS TO LIN-TOT-DESBALANCE
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-NOMINAS
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ACREDITADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-MARCADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DESBALANCE
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE EMPLEADORES
                 M-CUENTAS
                 LISTADO
                 AUDITORIA.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".

       END PROGRAM SUE001.
