      *   - IMPRIME EL RECIBO EN EL SPOOL RECIBOS-CAJ001,
      *   - Y DEJA LA AUDITORIA CON AUD-MOV = "P" Y EL OPERADOR DEL
      *     SIGN-ON DE SEG001.
      * EL COBRO SOBRE UNA CUENTA CASTIGADA (SITUACION 4, VER CAS001)
      * NO TOCA CTAS-SALDO: SE REGISTRA COMO RECUPERO ("R") EN
      * CASTIGOS.DAT, CON AUDITORIA "Y", Y EL RECIBO SE EMITE IGUAL.
      * LA CAJA SE ABRE POR SUCURSAL (ABIERTA EN TAB-SUCURSALES) Y
      * CADA RECIBO QUEDA TAMBIEN EN CAJA-DIARIO.DAT CON EL CAJERO Y
      * LA SUCURSAL. DESDE LA MISMA PANTALLA:
      *   - ANULACION DE UN RECIBO PROPIO DEL DIA: SOLO CON EL
      *     SIGN-ON DE UN SUPERVISOR (ROL "A", DISTINTO DEL CAJERO).
      *     EL PAGO SE REVIERTE EN CTAS-SALDO CON AUDITORIA "3" A
      *     NOMBRE DEL SUPERVISOR; SI ERA UN RECUPERO SE GRABA UNA
      *     "A" EN CASTIGOS.DAT PARA QUE CNT001 LO CONTRAASIENTE,
      *   - ARQUEO DE FIN DE DIA: EL CAJERO DECLARA EL EFECTIVO
      *     CONTADO, SE LO COMPARA CONTRA SUS RECIBOS NETOS DE
      *     ANULACIONES, SE IMPRIME EL SOBRANTE O FALTANTE EN EL
      *     SPOOL Y SE GRABA EN CAJA-ARQUEOS.DAT. LA CAJA ARQUEADA
      *     QUEDA CERRADA PARA ESE CAJERO Y SUCURSAL HASTA EL DIA
      *     SIGUIENTE. CAJ002 ARMA DE NOCHE EL RESUMEN POR SUCURSAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\caja-diario.sel".
           COPY "\COBOL\fuentes\cpy\caja-arqueos.sel".
           COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           SELECT RECIBOS
           ASSIGN TO "\COBOL\arch\pagos-recibos.dat"
           ORGANIZATION IS SEQUENTIAL

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-caja-diario.fds".
       COPY "\COBOL\fuentes\cpy\fd-caja-arqueos.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".

       FD  RECIBOS.
       01  REC-REG.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.
      * SUPERVISOR QUE AUTORIZA UNA ANULACION (SEGUNDO SIGN-ON)
       77  WK-SUPERVISOR                PIC X(08)  VALUE SPACES.
       77  WK-SUPERVISOR-ROL            PIC X(01)  VALUE SPACE.
       77  WK-SUP-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-REC-STAT                  PIC X(02).
       77  WK-NUM-STAT                  PIC X(02).
       77  WK-SPL-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-CJD-STAT                  PIC X(02).
       77  WK-ARQ-STAT                  PIC X(02).
       77  WK-OPA-STAT                  PIC X(02).
      * CLASE DE AUDITORIA DEL COBRO: "P", O "Y" SI ES UN RECUPERO
       77  WK-AUD-MOV                   PIC X(01)  VALUE "P".

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CUENTA-OK                 PIC 9      VALUE 0.
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

      * SESION DE CAJA: SUCURSAL, OPERACION ELEGIDA Y SALIDA
      * TEMPRANA (SIN SUCURSAL O CAJA YA ARQUEADA)
       77  WK-SUCURSAL                  PIC 9(03)  VALUE 0.
       77  WK-SUCURSAL-VALIDA           PIC 9      VALUE 0.
       77  WK-OPERACION                 PIC 9      VALUE 0.
       77  WK-SALIR                     PIC 9      VALUE 0.
       77  WK-CAJA-ARQUEADA             PIC 9      VALUE 0.

      * ANULACION: EL RECIBO BUSCADO EN EL DIARIO
       77  WK-ANU-RECIBO                PIC 9(10)  VALUE 0.
       77  WK-ANU-ENCONTRADO            PIC 9      VALUE 0.
       77  WK-ANU-YA-ANULADO            PIC 9      VALUE 0.
       77  WK-ANU-TIPO                  PIC X(01)  VALUE SPACE.
       77  WK-ANU-DOCUMENTO             PIC 9(08)  VALUE 0.
       77  WK-ANU-PRODUCTO              PIC 9(02)  VALUE 0.
       77  WK-ANU-IMPORTE               PIC 9(10)V99 VALUE 0.
       77  WK-ANULADOS                  PIC 9(04)  VALUE 0.

      * ARQUEO: LO QUE DICE EL DIARIO CONTRA LO QUE DECLARA EL CAJERO
       77  WK-ARQ-RECIBOS               PIC 9(05)  VALUE 0.
       77  WK-ARQ-COBRADO               PIC 9(10)V99 VALUE 0.
       77  WK-ARQ-ANULADO               PIC 9(10)V99 VALUE 0.
       77  WK-ARQ-NETO                  PIC S9(10)V99 VALUE 0.
       77  WK-ARQ-DECLARADO             PIC 9(10)V99 VALUE 0.
       77  WK-ARQ-DIFERENCIA            PIC S9(10)V99 VALUE 0.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
       01  SPL-OPERADOR-LIN.
           03 FILLER                    PIC X(11) VALUE "Cajero...: ".
           03 SPL-OPERADOR              PIC X(08).
       01  SPL-ANULACION.
           03 FILLER                    PIC X(18) VALUE
           "ANULACION RECIBO  ".
           03 SPL-ANU-RECIBO            PIC 9(10).
           03 FILLER                    PIC X(02) VALUE ALL SPACES.
           03 SPL-ANU-FECHA             PIC X(10).
       01  SPL-SUPERVISOR-LIN.
           03 FILLER                    PIC X(11) VALUE "Autorizo.: ".
           03 SPL-SUPERVISOR            PIC X(08).
       01  SPL-ARQUEO-CAB.
           03 FILLER                    PIC X(18) VALUE
           "ARQUEO DE CAJA    ".
           03 SPL-ARQ-FECHA             PIC X(10).
           03 FILLER                    PIC X(07) VALUE "  Suc. ".
           03 SPL-ARQ-SUCURSAL          PIC 9(03).
       01  SPL-ARQ-CANT-LIN.
           03 FILLER                    PIC X(15) VALUE
           "Recibos.....: ".
           03 SPL-ARQ-RECIBOS           PIC ZZZZ9.
       01  SPL-ARQ-IMPORTE-LIN.
           03 SPL-ARQ-ROTULO            PIC X(15).
           03 SPL-ARQ-IMPORTE           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           IF WK-SALIR = 1
              GOBACK
           END-IF
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           CALL "FEC-NAC-ED" USING WK-FECHA
           MOVE WK-FECHA-ED-1    TO TIT-FECHA
           ACCEPT WK-HS FROM TIME
           MOVE WK-HS-HORA       TO TIT-HORA
           PERFORM VENTANA       THRU F-VENTANA
           PERFORM CARGAR-TABLA-SUCURSALES
                   THRU F-CARGAR-TABLA-SUCURSALES
           PERFORM PEDIR-SUCURSAL THRU F-PEDIR-SUCURSAL
           IF WK-SUCURSAL = 0
              MOVE 1 TO WK-SALIR
              GO TO F-INICIO
           END-IF
           PERFORM VER-ARQUEO    THRU F-VER-ARQUEO
           IF WK-CAJA-ARQUEADA = 1
              DISPLAY MESSAGE
              "La caja ya fue arqueada hoy en esta sucursal"
              END-DISPLAY
              MOVE 1 TO WK-SALIR
              GO TO F-INICIO
           END-IF
           OPEN I-O M-CUENTAS
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
           OPEN EXTEND RECIBOS
           IF NOT ( WK-REC-STAT = "00" )
              OPEN OUTPUT RECIBOS
           END-IF
           OPEN EXTEND SPOOL-RECIBOS
           IF NOT ( WK-SPL-STAT = "00" )
              OPEN OUTPUT SPOOL-RECIBOS
           END-IF
           OPEN EXTEND CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              OPEN OUTPUT CASTIGOS
           END-IF
           PERFORM ABRIR-DIARIO   THRU F-ABRIR-DIARIO
           PERFORM LEER-NUMERADOR THRU F-LEER-NUMERADOR.
       F-INICIO. EXIT.

      * LA CAJA SE ABRE EN UNA SUCURSAL DE LA RED QUE ESTE ABIERTA;
      * CERO SALE SIN ABRIR LA CAJA
       PEDIR-SUCURSAL.
           MOVE 0 TO WK-SUCURSAL-VALIDA
           PERFORM UNTIL WK-SUCURSAL-VALIDA = 1
              DISPLAY "SUCURSAL (0=sale): " AT 0502
              ACCEPT WK-SUCURSAL AT 0521
              IF WK-SUCURSAL = 0
                 EXIT PERFORM
              END-IF
              PERFORM VALIDAR-SUCURSAL THRU F-VALIDAR-SUCURSAL
              IF WK-SUCURSAL-VALIDA = 0
                 DISPLAY MESSAGE "Sucursal inexistente o cerrada"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-SUCURSAL. EXIT.

       VALIDAR-SUCURSAL.
           MOVE 0 TO WK-SUCURSAL-VALIDA
           SET SUC-INDEX TO 1
           SEARCH TAB-SUCURSALES-DETALLE
            WHEN TAB-SUCURSALES-COD(SUC-INDEX) = WK-SUCURSAL
             IF TAB-SUCURSALES-ESTADO(SUC-INDEX) = "A"
                MOVE 1 TO WK-SUCURSAL-VALIDA
             END-IF
           END-SEARCH.
       F-VALIDAR-SUCURSAL. EXIT.

      * UN ARQUEO DE HOY PARA ESTE CAJERO Y SUCURSAL CIERRA LA CAJA
       VER-ARQUEO.
           MOVE 0 TO WK-CAJA-ARQUEADA
           OPEN INPUT CAJA-ARQUEOS
           IF NOT ( WK-ARQ-STAT = "00" )
              GO TO F-VER-ARQUEO
           END-IF
           PERFORM UNTIL WK-ARQ-STAT NOT = "00"
              READ CAJA-ARQUEOS AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF ARQ-FECHA = WK-HOY
                 AND ARQ-OPERADOR = WK-OPERADOR
                 AND ARQ-SUCURSAL = WK-SUCURSAL
                 MOVE 1 TO WK-CAJA-ARQUEADA
              END-IF
           END-PERFORM
           CLOSE CAJA-ARQUEOS.
       F-VER-ARQUEO. EXIT.

       ABRIR-DIARIO.
           OPEN EXTEND CAJA-DIARIO
           IF NOT ( WK-CJD-STAT = "00" )
              OPEN OUTPUT CAJA-DIARIO
           END-IF.
       F-ABRIR-DIARIO. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
           DISPLAY TIT-FECHA AT 0201
           DISPLAY "CAJA - PAGOS POR VENTANILLA" AT 0227
           DISPLAY TIT-HORA AT 0273
           DISPLAY LINE SIZE 80 AT LINE 03
           IF WK-SUCURSAL > 0
              DISPLAY "Sucursal: " AT 0402
              DISPLAY WK-SUCURSAL AT 0412
              DISPLAY "Cajero: " AT 0420
              DISPLAY WK-OPERADOR AT 0428
           END-IF.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA      THRU F-VENTANA
              DISPLAY "1-Cobro  2-Anular recibo  3-Arqueo y cierre"
                      AT 2102
              DISPLAY "0-Fin   OPERACION: " AT 2202
              ACCEPT WK-OPERACION AT 2221
              EVALUATE WK-OPERACION
                 WHEN 1
                      PERFORM COBRO-VENTANILLA
                              THRU F-COBRO-VENTANILLA
                 WHEN 2
                      PERFORM ANULAR-RECIBO THRU F-ANULAR-RECIBO
                 WHEN 3
                      PERFORM ARQUEO THRU F-ARQUEO
                 WHEN 0
                      MOVE 1 TO WK-FINAL
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       COBRO-VENTANILLA.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           IF WK-CUENTA-OK = 0
              GO TO F-COBRO-VENTANILLA
           END-IF
           PERFORM PEDIR-IMPORTE THRU F-PEDIR-IMPORTE
           IF WK-IMPORTE > 0
              PERFORM COBRAR THRU F-COBRAR
           END-IF.
       F-COBRO-VENTANILLA. EXIT.

       PEDIR-CUENTA.
           MOVE 0 TO WK-CUENTA-OK
           DISPLAY "DOCUMENTO (0=vuelve): " AT 0502
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0524 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              GO TO F-PEDIR-CUENTA
           END-IF
           DISPLAY "PRODUCTO  : " AT 0602
              GO TO F-PEDIR-CUENTA
           END-IF
           DISPLAY CTAS-APELLIDO AT 0640
           IF CTAS-SITUACION = 4
              DISPLAY "CUENTA CASTIGADA: EL PAGO ES RECUPERO" AT 0802
           END-IF
           DISPLAY "SALDO ACTUAL: " AT 0702
           DISPLAY CTAS-SALDO AT 0717 CONVERT
           MOVE 1 TO WK-CUENTA-OK.

       COBRAR.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
      * CUENTA CASTIGADA: EL SALDO QUEDA EN CERO Y EL COBRO VA AL
      * REGISTRO DE CASTIGOS COMO RECUPERO
           IF CTAS-SITUACION = 4
              MOVE "Y" TO WK-AUD-MOV
           ELSE
              MOVE "P" TO WK-AUD-MOV
              COMPUTE CTAS-SALDO = CTAS-SALDO + WK-IMPORTE
              REWRITE CTAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
           END-IF
           ADD 1 TO WK-RECIBO
           IF WK-AUD-MOV = "Y"
              PERFORM GRABAR-RECUPERO THRU F-GRABAR-RECUPERO
           END-IF
           ADD 1 TO WK-COBRADOS
           ADD WK-IMPORTE TO WK-IMP-COBRADO
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE WK-HOY    TO REC-FECHA
           WRITE REC-REG
           PERFORM GRABAR-NUMERADOR THRU F-GRABAR-NUMERADOR
           PERFORM GRABAR-DIARIO THRU F-GRABAR-DIARIO
           PERFORM IMPRIMIR-RECIBO THRU F-IMPRIMIR-RECIBO
           DISPLAY "Pago cobrado, recibo: " AT 1102
           DISPLAY WK-RECIBO AT 1124 CONVERT
           DISPLAY CTAS-SALDO AT 1217 CONVERT.
       F-COBRAR. EXIT.

       GRABAR-RECUPERO.
           INITIALIZE CAS-REG
           MOVE CTAS-DOCUMENTO     TO CAS-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO CAS-PRODUCTO
           MOVE WK-HOY             TO CAS-FECHA
           MOVE "R"                TO CAS-TIPO
           MOVE WK-IMPORTE         TO CAS-IMPORTE
           MOVE 0                  TO CAS-DIAS-ATRASO
           MOVE "CAJ001"           TO CAS-ORIGEN
           MOVE WK-RECIBO          TO CAS-RECIBO
           MOVE WK-OPERADOR        TO CAS-OPERADOR
           WRITE CAS-REG.
       F-GRABAR-RECUPERO. EXIT.

       GRABAR-DIARIO.
           INITIALIZE CJD-REG
           MOVE WK-HOY             TO CJD-FECHA
           MOVE WK-AUD-MOV         TO CJD-TIPO
           MOVE WK-RECIBO          TO CJD-RECIBO
           MOVE WK-OPERADOR        TO CJD-OPERADOR
           MOVE WK-SUCURSAL        TO CJD-SUCURSAL
           MOVE WK-DOCUMENTO       TO CJD-DOCUMENTO
           MOVE WK-PRODUCTO        TO CJD-PRODUCTO
           MOVE WK-IMPORTE         TO CJD-IMPORTE
           WRITE CJD-REG.
       F-GRABAR-DIARIO. EXIT.

      * ANULACION EN EL DIA DE UN RECIBO DEL PROPIO CAJERO EN ESTA
      * SUCURSAL. LA AUTORIZA UN SUPERVISOR CON SU PROPIO SIGN-ON;
      * EL RECIBO SIGUE CONSUMIDO EN PAGOS-RECIBOS.DAT (NO PUEDE
      * VOLVER A ENTRAR) Y LA ANULACION QUEDA EN EL DIARIO
       ANULAR-RECIBO.
           DISPLAY "RECIBO A ANULAR (0=vuelve): " AT 0502
           ACCEPT WK-ANU-RECIBO AT 0530
           IF WK-ANU-RECIBO = 0
              GO TO F-ANULAR-RECIBO
           END-IF
           PERFORM BUSCAR-RECIBO THRU F-BUSCAR-RECIBO
           IF WK-ANU-ENCONTRADO = 0
              DISPLAY MESSAGE
              "Recibo inexistente en su caja de hoy"
              END-DISPLAY
              GO TO F-ANULAR-RECIBO
           END-IF
           IF WK-ANU-YA-ANULADO = 1
              DISPLAY MESSAGE "El recibo ya esta anulado"
              END-DISPLAY
              GO TO F-ANULAR-RECIBO
           END-IF
           MOVE WK-ANU-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-ANU-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE
                "La cuenta del recibo ya no esta en el maestro"
                END-DISPLAY
                GO TO F-ANULAR-RECIBO
           END-READ
           DISPLAY "Documento: " AT 0702
           DISPLAY WK-ANU-DOCUMENTO AT 0713
           DISPLAY "Importe..: " AT 0802
           DISPLAY WK-ANU-IMPORTE AT 0813 CONVERT
           PERFORM PEDIR-SUPERVISOR THRU F-PEDIR-SUPERVISOR
           PERFORM VENTANA THRU F-VENTANA
           IF WK-SUP-RESULTADO = 0
              GO TO F-ANULAR-RECIBO
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
      * UN PAGO SE REVIERTE EN EL SALDO; UN RECUPERO NO HABIA MOVIDO
      * EL SALDO Y SE REVIERTE EN EL REGISTRO DE CASTIGOS
           IF WK-ANU-TIPO = "P"
              COMPUTE CTAS-SALDO = CTAS-SALDO - WK-ANU-IMPORTE
              REWRITE CTAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
           ELSE
              PERFORM GRABAR-ANULA-RECUPERO
                      THRU F-GRABAR-ANULA-RECUPERO
           END-IF
           PERFORM GRABAR-AUDITORIA-ANULACION
                   THRU F-GRABAR-AUDITORIA-ANULACION
           INITIALIZE CJD-REG
           MOVE WK-HOY             TO CJD-FECHA
           MOVE "A"                TO CJD-TIPO
           MOVE WK-ANU-RECIBO      TO CJD-RECIBO
           MOVE WK-OPERADOR        TO CJD-OPERADOR
           MOVE WK-SUCURSAL        TO CJD-SUCURSAL
           MOVE WK-ANU-DOCUMENTO   TO CJD-DOCUMENTO
           MOVE WK-ANU-PRODUCTO    TO CJD-PRODUCTO
           MOVE WK-ANU-IMPORTE     TO CJD-IMPORTE
           MOVE WK-SUPERVISOR      TO CJD-SUPERVISOR
           WRITE CJD-REG
           ADD 1 TO WK-ANULADOS
           PERFORM IMPRIMIR-ANULACION THRU F-IMPRIMIR-ANULACION
           DISPLAY "Recibo anulado: " AT 1102
           DISPLAY WK-ANU-RECIBO AT 1118 CONVERT
           DISPLAY "SALDO NUEVO : " AT 1202
           DISPLAY CTAS-SALDO AT 1217 CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-ANULAR-RECIBO. EXIT.

      * EL DIARIO SE RELEE DESDE EL PRINCIPIO Y VUELVE A QUEDAR
      * ABIERTO PARA AGREGAR
       BUSCAR-RECIBO.
           MOVE 0 TO WK-ANU-ENCONTRADO
                     WK-ANU-YA-ANULADO
           CLOSE CAJA-DIARIO
           OPEN INPUT CAJA-DIARIO
           PERFORM UNTIL WK-CJD-STAT NOT = "00"
              READ CAJA-DIARIO AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF CJD-FECHA <> WK-HOY
                 OR CJD-RECIBO <> WK-ANU-RECIBO
                 OR CJD-OPERADOR <> WK-OPERADOR
                 OR CJD-SUCURSAL <> WK-SUCURSAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CJD-TIPO = "A"
                 MOVE 1 TO WK-ANU-YA-ANULADO
              ELSE
                 MOVE 1              TO WK-ANU-ENCONTRADO
                 MOVE CJD-TIPO       TO WK-ANU-TIPO
                 MOVE CJD-DOCUMENTO  TO WK-ANU-DOCUMENTO
                 MOVE CJD-PRODUCTO   TO WK-ANU-PRODUCTO
                 MOVE CJD-IMPORTE    TO WK-ANU-IMPORTE
              END-IF
           END-PERFORM
           CLOSE CAJA-DIARIO
           PERFORM ABRIR-DIARIO THRU F-ABRIR-DIARIO.
       F-BUSCAR-RECIBO. EXIT.

      * SEGUNDO SIGN-ON: TIENE QUE SER UN ADMINISTRADOR Y NO EL
      * MISMO CAJERO. SEG001 DEJA AL SUPERVISOR COMO OPERADOR ACTIVO;
      * AL VOLVER SE RESTITUYE AL CAJERO
       PEDIR-SUPERVISOR.
           MOVE SPACES TO WK-SUPERVISOR
                          WK-SUPERVISOR-ROL
           CALL "SEG001" USING WK-SUPERVISOR
                               WK-SUPERVISOR-ROL
                               WK-SUP-RESULTADO
           PERFORM RESTITUIR-CAJERO THRU F-RESTITUIR-CAJERO
           IF WK-SUP-RESULTADO = 0
              GO TO F-PEDIR-SUPERVISOR
           END-IF
           IF NOT ( WK-SUPERVISOR-ROL = "A" )
              DISPLAY MESSAGE
              "La anulacion la autoriza un supervisor"
              END-DISPLAY
              MOVE 0 TO WK-SUP-RESULTADO
              GO TO F-PEDIR-SUPERVISOR
           END-IF
           IF WK-SUPERVISOR = WK-OPERADOR
              DISPLAY MESSAGE
              "El supervisor no puede ser el mismo cajero"
              END-DISPLAY
              MOVE 0 TO WK-SUP-RESULTADO
           END-IF.
       F-PEDIR-SUPERVISOR. EXIT.

       RESTITUIR-CAJERO.
           OPEN OUTPUT OPERADOR-ACT
           MOVE WK-OPERADOR TO OPA-OPERADOR
           WRITE OPA-REG
           CLOSE OPERADOR-ACT.
       F-RESTITUIR-CAJERO. EXIT.

      * ANULACION DE UN RECUPERO: "A" EN CASTIGOS.DAT POR EL MISMO
      * IMPORTE Y RECIBO, QUE CNT001 ASIENTA AL REVES DEL "R"
       GRABAR-ANULA-RECUPERO.
           INITIALIZE CAS-REG
           MOVE WK-ANU-DOCUMENTO   TO CAS-DOCUMENTO
           MOVE WK-ANU-PRODUCTO    TO CAS-PRODUCTO
           MOVE WK-HOY             TO CAS-FECHA
           MOVE "A"                TO CAS-TIPO
           MOVE WK-ANU-IMPORTE     TO CAS-IMPORTE
           MOVE 0                  TO CAS-DIAS-ATRASO
           MOVE "CAJ001"           TO CAS-ORIGEN
           MOVE WK-ANU-RECIBO      TO CAS-RECIBO
           MOVE WK-SUPERVISOR      TO CAS-OPERADOR
           WRITE CAS-REG.
       F-GRABAR-ANULA-RECUPERO. EXIT.

       IMPRIMIR-ANULACION.
           WRITE REG-SPL FROM SPL-SEPARADOR
           MOVE WK-ANU-RECIBO     TO SPL-ANU-RECIBO
           MOVE WK-FECHA-ED-1     TO SPL-ANU-FECHA
           WRITE REG-SPL FROM SPL-ANULACION
           MOVE WK-ANU-DOCUMENTO  TO SPL-DOC
           MOVE WK-ANU-PRODUCTO   TO SPL-PROD
           WRITE REG-SPL FROM SPL-CUENTA
           MOVE WK-ANU-IMPORTE    TO SPL-IMPORTE
           WRITE REG-SPL FROM SPL-IMPORTE-LIN
           MOVE WK-OPERADOR       TO SPL-OPERADOR
           WRITE REG-SPL FROM SPL-OPERADOR-LIN
           MOVE WK-SUPERVISOR     TO SPL-SUPERVISOR
           WRITE REG-SPL FROM SPL-SUPERVISOR-LIN.
       F-IMPRIMIR-ANULACION. EXIT.

      * ARQUEO DE FIN DE DIA: LO COBRADO MENOS LO ANULADO EN EL DIA
      * POR ESTE CAJERO EN ESTA SUCURSAL (TODAS SUS SESIONES) CONTRA
      * EL EFECTIVO QUE DECLARA. SE IMPRIME, SE GRABA Y LA CAJA CIERRA
       ARQUEO.
           PERFORM SUMAR-DIARIO THRU F-SUMAR-DIARIO
           DISPLAY "EFECTIVO CONTADO (0=vuelve): " AT 0502
           ACCEPT WK-ARQ-DECLARADO AT 0531
      * CERO VUELVE AL MENU, SALVO QUE LA CAJA NO HAYA COBRADO NADA
           IF WK-ARQ-DECLARADO = 0 AND WK-ARQ-NETO NOT = 0
              GO TO F-ARQUEO
           END-IF
           COMPUTE WK-ARQ-DIFERENCIA = WK-ARQ-DECLARADO - WK-ARQ-NETO
           INITIALIZE ARQ-REG
           MOVE WK-HOY             TO ARQ-FECHA
           MOVE WK-OPERADOR        TO ARQ-OPERADOR
           MOVE WK-SUCURSAL        TO ARQ-SUCURSAL
           MOVE WK-ARQ-RECIBOS     TO ARQ-RECIBOS
           MOVE WK-ARQ-COBRADO     TO ARQ-COBRADO
           MOVE WK-ARQ-ANULADO     TO ARQ-ANULADO
           MOVE WK-ARQ-DECLARADO   TO ARQ-DECLARADO
           MOVE WK-ARQ-DIFERENCIA  TO ARQ-DIFERENCIA
           ACCEPT ARQ-HORA         FROM TIME
           OPEN EXTEND CAJA-ARQUEOS
           IF NOT ( WK-ARQ-STAT = "00" )
              OPEN OUTPUT CAJA-ARQUEOS
           END-IF
           WRITE ARQ-REG
           CLOSE CAJA-ARQUEOS
           PERFORM IMPRIMIR-ARQUEO THRU F-IMPRIMIR-ARQUEO
           DISPLAY "Cobrado neto: " AT 0702
           DISPLAY WK-ARQ-NETO AT 0717 CONVERT
           DISPLAY "Declarado...: " AT 0802
           DISPLAY WK-ARQ-DECLARADO AT 0817 CONVERT
           IF WK-ARQ-DIFERENCIA > 0
              DISPLAY "SOBRANTE....: " AT 0902
           END-IF
           IF WK-ARQ-DIFERENCIA < 0
              DISPLAY "FALTANTE....: " AT 0902
           END-IF
           IF WK-ARQ-DIFERENCIA = 0
              DISPLAY "CAJA SIN DIFERENCIAS" AT 0902
           ELSE
              DISPLAY WK-ARQ-DIFERENCIA AT 0917 CONVERT
           END-IF
           MOVE 1 TO WK-FINAL.
       F-ARQUEO. EXIT.

       SUMAR-DIARIO.
           MOVE 0 TO WK-ARQ-RECIBOS
                     WK-ARQ-COBRADO
                     WK-ARQ-ANULADO
           CLOSE CAJA-DIARIO
           OPEN INPUT CAJA-DIARIO
           PERFORM UNTIL WK-CJD-STAT NOT = "00"
              READ CAJA-DIARIO AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF CJD-FECHA <> WK-HOY
                 OR CJD-OPERADOR <> WK-OPERADOR
                 OR CJD-SUCURSAL <> WK-SUCURSAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CJD-TIPO = "A"
                 ADD CJD-IMPORTE TO WK-ARQ-ANULADO
              ELSE
                 ADD 1           TO WK-ARQ-RECIBOS
                 ADD CJD-IMPORTE TO WK-ARQ-COBRADO
              END-IF
           END-PERFORM
           CLOSE CAJA-DIARIO
           PERFORM ABRIR-DIARIO THRU F-ABRIR-DIARIO
           COMPUTE WK-ARQ-NETO = WK-ARQ-COBRADO - WK-ARQ-ANULADO.
       F-SUMAR-DIARIO. EXIT.

       IMPRIMIR-ARQUEO.
           WRITE REG-SPL FROM SPL-SEPARADOR
           MOVE WK-FECHA-ED-1     TO SPL-ARQ-FECHA
           MOVE WK-SUCURSAL       TO SPL-ARQ-SUCURSAL
           WRITE REG-SPL FROM SPL-ARQUEO-CAB
           MOVE WK-OPERADOR       TO SPL-OPERADOR
           WRITE REG-SPL FROM SPL-OPERADOR-LIN
           MOVE WK-ARQ-RECIBOS    TO SPL-ARQ-RECIBOS
           WRITE REG-SPL FROM SPL-ARQ-CANT-LIN
           MOVE "Cobrado.....: " TO SPL-ARQ-ROTULO
           MOVE WK-ARQ-COBRADO    TO SPL-ARQ-IMPORTE
           WRITE REG-SPL FROM SPL-ARQ-IMPORTE-LIN
           MOVE "Anulado.....: " TO SPL-ARQ-ROTULO
           MOVE WK-ARQ-ANULADO    TO SPL-ARQ-IMPORTE
           WRITE REG-SPL FROM SPL-ARQ-IMPORTE-LIN
           MOVE "Neto........: " TO SPL-ARQ-ROTULO
           MOVE WK-ARQ-NETO       TO SPL-ARQ-IMPORTE
           WRITE REG-SPL FROM SPL-ARQ-IMPORTE-LIN
           MOVE "Declarado...: " TO SPL-ARQ-ROTULO
           MOVE WK-ARQ-DECLARADO  TO SPL-ARQ-IMPORTE
           WRITE REG-SPL FROM SPL-ARQ-IMPORTE-LIN
           MOVE "Sobrante....: " TO SPL-ARQ-ROTULO
           IF WK-ARQ-DIFERENCIA < 0
              MOVE "Faltante....: " TO SPL-ARQ-ROTULO
           END-IF
           MOVE WK-ARQ-DIFERENCIA TO SPL-ARQ-IMPORTE
           WRITE REG-SPL FROM SPL-ARQ-IMPORTE-LIN.
       F-IMPRIMIR-ARQUEO. EXIT.

       IMPRIMIR-RECIBO.
           WRITE REG-SPL FROM SPL-SEPARADOR
           MOVE WK-RECIBO     TO SPL-RECIBO
       F-CAPTURAR-ANTES. EXIT.

      * EL PAGO DE CAJA QUEDA EN LA AUDITORIA COMO CUALQUIER PAGO
      * ("P", O "Y" SI FUE UN RECUPERO SOBRE UNA CUENTA CASTIGADA),
      * CON EL CAJERO COMO OPERADOR
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE WK-AUD-MOV        TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

      * LA ANULACION QUEDA CON CLASE "3" Y EL SUPERVISOR COMO
      * OPERADOR; SOBRE UN RECUPERO EL SALDO NO CAMBIA (ANTES =
      * DESPUES) Y EL CONTRAASIENTO SALE DE CASTIGOS.DAT
       GRABAR-AUDITORIA-ANULACION.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "3"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-SUPERVISOR     TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA-ANULACION. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y LA CAJA SE CIERRA
       ERROR-ES.
                   WK-COBRADOS CONVERT
           DISPLAY "Total cobrado : " AT 1602
                   WK-IMP-COBRADO CONVERT
           DISPLAY "Recibos anulados: " AT 1702
                   WK-ANULADOS CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.
           CLOSE M-CUENTAS
                 AUDITORIA
                 RECIBOS
                 SPOOL-RECIBOS
                 CASTIGOS
                 CAJA-DIARIO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM CAJ001.
