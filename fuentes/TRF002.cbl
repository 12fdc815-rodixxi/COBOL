      * =================================================================== */
      *                                                                     */
      *   TRF002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   transferencias a otros bancos por cbu: carga, valida y           */
      *   debita la transferencia que el cliente pide en el mostrador      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL CLIENTE PIDE TRANSFERIR FONDOS DE SU CUENTA A UNA CUENTA
      * DE OTRO BANCO IDENTIFICADA POR SU CBU. ESTA PANTALLA:
      *   - TOMA LA CUENTA ORIGEN (OPERATIVA, EN PESOS, NO CASTIGADA
      *     NI BLOQUEADA POR SUCESION O CUENTA DORMIDA) Y SU CBU, QUE
      *     VIAJA EN EL ARCHIVO A LA CAMARA; UNA CUENTA DADA DE ALTA
      *     HOY TODAVIA NO TIENE CBU (LO ASIGNA CBU001 AL CIERRE),
      *   - CONTROLA LOS DIGITOS VERIFICADORES DEL CBU DESTINO CON
      *     VAL-CBU Y QUE SEA DE OTRA ENTIDAD,
      *   - VALIDA EL IMPORTE CONTRA EL DISPONIBLE (SALDO MAS
      *     DESCUBIERTO AUTORIZADO) Y CONTRA EL EMBARGO ACTIVO, COMO
      *     CUALQUIER OTRO DEBITO,
      *   - DEBITA LA CUENTA EN EL ACTO, CON AUDITORIA AUD-MOV = "7",
      *     QUE CNT001 ASIENTA CONTRA LA CUENTA DE COMPENSACION,
      *   - Y DEJA LA TRANSFERENCIA EN TRANSFERENCIAS.DAT COMO
      *     PENDIENTE ("P"), NUMERADA DESDE
      *     TRANSFERENCIAS-NUMERADOR.DAT; TRF003 LA MANDA ESA NOCHE
      *     A LA CAMARA COMPENSADORA.
      * SOLO OPERADORES CON ROL "M" O "A" TRANSFIEREN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\cbu.sel".
           COPY "\COBOL\fuentes\cpy\transferencias.sel".
           SELECT NUMERADOR
           ASSIGN TO "\COBOL\arch\transferencias-numerador.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NUM-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cbu.fds".
       COPY "\COBOL\fuentes\cpy\fd-transferencias.fds".

      * ULTIMO NUMERO DE TRANSFERENCIA USADO
       FD  NUMERADOR.
       01  NUM-REG.
           03 NUM-ULTIMO              PIC 9(10).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cbu.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-CBU-STAT                  PIC X(02).
       77  WK-TRS-STAT                  PIC X(02).
       77  WK-NUM-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-CBU-ORIGEN                PIC 9(22)  VALUE 0.
       77  WK-CUIT-DESTINO              PIC 9(11)  VALUE 0.
       77  WK-TITULAR-DESTINO           PIC X(30)  VALUE SPACES.
       77  WK-IMPORTE                   PIC 9(10)V99 VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-NUMERO                    PIC 9(10)  VALUE 0.
       77  WK-TRANSFERENCIAS            PIC 9(04)  VALUE 0.
       77  WK-SALDO-PROYECTADO          PIC S9(10)V99 VALUE 0.
       01  WK-DISPONIBLE-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF WK-OPERADOR-ROL = "C"
              DISPLAY MESSAGE
              "Su rol es de consulta, no puede transferir"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

      * SIN ARCHIVO DE CBU NO HAY CBU ORIGEN QUE INFORMAR A LA
      * CAMARA: LA PANTALLA NO SE ABRE HASTA QUE CORRA CBU001
       INICIO.
           OPEN INPUT CBU-CUENTAS
           IF NOT ( WK-CBU-STAT = "00" )
              DISPLAY MESSAGE
              "No hay CBU asignados, no se puede transferir"
              END-DISPLAY
              GOBACK
           END-IF
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM LEER-NUMERADOR THRU F-LEER-NUMERADOR
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           OPEN I-O M-CUENTAS
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN EXTEND TRANSFERENCIAS
           IF NOT ( WK-TRS-STAT = "00" )
              OPEN OUTPUT TRANSFERENCIAS
           END-IF
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "TRANSFERENCIA A OTRO BANCO (CBU)" AT 0224.
       F-INICIO. EXIT.

       LEER-NUMERADOR.
           MOVE 0 TO WK-NUMERO
           OPEN INPUT NUMERADOR
           IF WK-NUM-STAT = "00"
              READ NUMERADOR AT END
                   CONTINUE
              NOT AT END
                   MOVE NUM-ULTIMO TO WK-NUMERO
              END-READ
              CLOSE NUMERADOR
           END-IF.
       F-LEER-NUMERADOR. EXIT.

       GRABAR-NUMERADOR.
           OPEN OUTPUT NUMERADOR
           MOVE WK-NUMERO TO NUM-ULTIMO
           WRITE NUM-REG
           CLOSE NUMERADOR.
       F-GRABAR-NUMERADOR. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM TRANSFERIR-UNA THRU F-TRANSFERIR-UNA
           END-PERFORM.
       F-PROCESO. EXIT.

       TRANSFERIR-UNA.
           DISPLAY "DOCUMENTO (0=fin)    : " AT 0502
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0526 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              MOVE 1 TO WK-FINAL
              GO TO F-TRANSFERIR-UNA
           END-IF
           DISPLAY "PRODUCTO             : " AT 0602
           ACCEPT WK-PRODUCTO AT 0626
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-TRANSFERIR-UNA
           END-READ
      * LA TRANSFERENCIA ES EN PESOS Y ES UN DEBITO COMO CUALQUIER
      * OTRO: RIGEN LOS MISMOS BLOQUEOS QUE EN CTAS003 Y CNV001
           IF CTAS-FECHA-BAJA <> 0 OR CTAS-MONEDA = "D"
              OR CTAS-SITUACION = 4
              DISPLAY MESSAGE
              "La cuenta no esta operativa en pesos"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
           IF CTAS-SITUACION = 2 OR 6
              DISPLAY MESSAGE
              "Cuenta bloqueada (sucesion o dormida)"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
           MOVE CTAS-DOCUMENTO TO CBU-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO CBU-PRODUCTO
           READ CBU-CUENTAS KEY IS CBU-CUENTA
           INVALID KEY
                DISPLAY MESSAGE
                "La cuenta todavia no tiene CBU asignado"
                END-DISPLAY
                GO TO F-TRANSFERIR-UNA
           END-READ
           MOVE CBU-NUMERO TO WK-CBU-ORIGEN
           IF CTAS-LIMITE NOT NUMERIC
              MOVE 0 TO CTAS-LIMITE
           END-IF
           DISPLAY "TITULAR: " AT 0702 CTAS-APELLIDO " " CTAS-NOMBRE
           COMPUTE WK-SALDO-PROYECTADO = CTAS-SALDO + CTAS-LIMITE
           MOVE WK-SALDO-PROYECTADO TO WK-DISPONIBLE-ED
           DISPLAY "DISPONIBLE: " AT 0802 WK-DISPONIBLE-ED
           DISPLAY "CBU DESTINO          : " AT 1002
           ACCEPT WK-CBU AT 1026
           MOVE "V" TO WK-CBU-ACCION
           CALL "VAL-CBU" USING WK-CBU WK-CBU-ACCION WK-CBU-VALIDO
           IF NOT ( WK-CBU-VALIDO = "S" )
              DISPLAY MESSAGE "CBU destino invalido"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
      * ENTRE CUENTAS DEL BANCO NO SE PASA POR LA CAMARA
           IF WK-CBU-ENTIDAD = WK-CBU-ENTIDAD-PROPIA
              DISPLAY MESSAGE
              "El CBU destino es de este banco"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
           DISPLAY "CUIT DESTINATARIO    : " AT 1102
           ACCEPT WK-CUIT-DESTINO AT 1126
           DISPLAY "TITULAR DESTINO      : " AT 1202
           ACCEPT WK-TITULAR-DESTINO AT 1226
           DISPLAY "IMPORTE              : " AT 1302
           ACCEPT WK-IMPORTE AT 1326
           IF WK-IMPORTE = 0
              GO TO F-TRANSFERIR-UNA
           END-IF
           COMPUTE WK-SALDO-PROYECTADO = CTAS-SALDO - WK-IMPORTE
           IF WK-SALDO-PROYECTADO < 0
              AND WK-SALDO-PROYECTADO < ( CTAS-LIMITE * -1 )
              DISPLAY MESSAGE
              "Supera el disponible de la cuenta"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
           PERFORM BUSCAR-EMBARGO THRU F-BUSCAR-EMBARGO
           IF WK-EMBARGO-IMPORTE > 0
              AND WK-SALDO-PROYECTADO < WK-EMBARGO-IMPORTE
              DISPLAY MESSAGE
              "Importe retenido por embargo en la cuenta"
              END-DISPLAY
              GO TO F-TRANSFERIR-UNA
           END-IF
           DISPLAY "CONFIRMA (S/N): " AT 1502
           ACCEPT WK-CONFIRMA AT 1519
           IF NOT ( WK-CONFIRMA = "S" OR "s" )
              GO TO F-TRANSFERIR-UNA
           END-IF
           PERFORM APLICAR-TRANSFERENCIA THRU F-APLICAR-TRANSFERENCIA.
       F-TRANSFERIR-UNA. EXIT.

      * EL DEBITO Y LA TRANSFERENCIA PENDIENTE VAN JUNTOS: EL
      * NUMERADOR SE GRABA RECIEN CUANDO LA CUENTA YA ESTA DEBITADA
       APLICAR-TRANSFERENCIA.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO - WK-IMPORTE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           ADD 1 TO WK-NUMERO
           INITIALIZE TRS-REG
           MOVE WK-NUMERO          TO TRS-NUMERO
           MOVE WK-HOY             TO TRS-FECHA
           MOVE CTAS-DOCUMENTO     TO TRS-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO TRS-PRODUCTO
           MOVE WK-CBU-ORIGEN      TO TRS-CBU-ORIGEN
           MOVE WK-CBU             TO TRS-CBU-DESTINO
           MOVE WK-CUIT-DESTINO    TO TRS-CUIT-DESTINO
           MOVE WK-TITULAR-DESTINO TO TRS-TITULAR-DESTINO
           MOVE WK-IMPORTE         TO TRS-IMPORTE
           MOVE "P"                TO TRS-ESTADO
           MOVE WK-OPERADOR        TO TRS-OPERADOR
           WRITE TRS-REG
           PERFORM GRABAR-NUMERADOR THRU F-GRABAR-NUMERADOR
           ADD 1 TO WK-TRANSFERENCIAS
           DISPLAY "Transferencia registrada Nro. " AT 1702
           DISPLAY WK-NUMERO AT 1732.
       F-APLICAR-TRANSFERENCIA. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * CADA TRANSFERENCIA DEBITADA QUEDA EN LA AUDITORIA CON
      * AUD-MOV = "7"
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "7"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR       TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y LA PANTALLA SE CIERRA
       ERROR-ES.
           MOVE "TRF002"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           DISPLAY MESSAGE "Error de E/S, pantalla cerrada"
           END-DISPLAY
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
                 AUDITORIA
                 CBU-CUENTAS
                 TRANSFERENCIAS
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS
           DISPLAY "Transferencias registradas: " AT 1902
           DISPLAY WK-TRANSFERENCIAS AT 1931 CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM TRF002.
