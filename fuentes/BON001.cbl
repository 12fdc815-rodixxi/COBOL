      * =================================================================== */
      *                                                                     */
      *   BON001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   bonificacion de cargos: reversion de un cargo puntual de la      */
      *   auditoria con motivo obligatorio y tope mensual por rol          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BON001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CUANDO UN CLIENTE RECLAMA UN MANTENIMIENTO O UN PUNITORIO DE
      * CTAS004, O UN CARGO RECURRENTE DE REC001, LA UNICA SALIDA ERA
      * UN AJUSTE "S" ARMADO A MANO, SIN VINCULO CON EL CARGO. ESTA
      * PANTALLA:
      *   - MUESTRA LOS ULTIMOS CARGOS DE LA CUENTA SEGUN LA
      *     AUDITORIA: "I" (CARGOS DEL DEVENGAMIENTO), "J" (SU IVA) Y
      *     "S" DEBITORIOS (AJUSTES Y RECURRENTES), MARCANDO LOS QUE
      *     YA TIENEN UNA BONIFICACION,
      *   - PIDE CUAL REVERTIR Y EL MOTIVO (TAB-MOTIVOS-BON,
      *     OBLIGATORIO),
      *   - SI EL OPERADOR NO PASA CON ESTE IMPORTE EL TOPE MENSUAL
      *     DE SU ROL (BON001.PAR), ACREDITA EN EL MOMENTO CON
      *     AUDITORIA "$" (BONIFICACION), COMO LA CAJA DE CAJ001,
      *   - SI LO PASA, EL CREDITO VA COMO AJUSTE "S" A LA COLA DE
      *     APROBACION A CUATRO OJOS DE APR001,
      *   - Y EN AMBOS CASOS DEJA EL RENGLON EN BONIFICACIONES.DAT
      *     CON EL CARGO ORIGINAL, EL MOTIVO Y EL OPERADOR, QUE ES LO
      *     QUE LISTA BON002 A FIN DE MES.
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
           COPY "\COBOL\fuentes\cpy\bonificaciones.sel".
           COPY "\COBOL\fuentes\cpy\aprobacion.sel".
           COPY "\COBOL\fuentes\cpy\tab-motivos-bon.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\bon001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-bonificaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-aprobacion.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-motivos-bon.fds".

      * TOPE MENSUAL DE BONIFICACION DIRECTA POR ROL DEL OPERADOR
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-TOPE-ROL-M            PIC 9(08)V99.
           03 PAR-TOPE-ROL-A            PIC 9(08)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-motivos-bon.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-BON-STAT                  PIC X(02).
       77  WK-APR-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

      * VALORES DE FABRICA; BON001.PAR LOS PISA
       77  WK-TOPE-ROL-M                PIC 9(08)V99 VALUE 5000.
       77  WK-TOPE-ROL-A                PIC 9(08)V99 VALUE 50000.
       77  WK-TOPE                      PIC 9(08)V99 VALUE 0.
      * LO YA BONIFICADO EN FORMA DIRECTA POR EL OPERADOR EN EL MES
       77  WK-USADO                     PIC 9(10)V99 VALUE 0.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-AUD-FINAL                 PIC 9      VALUE 0.
       77  WK-BON-FINAL                 PIC 9      VALUE 0.
       77  WK-CUENTA-OK                 PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-ELECCION                  PIC 9(02)  VALUE 0.
       77  WK-MOTIVO                    PIC 9(02)  VALUE 0.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-IMPORTE                   PIC 9(10)V99 VALUE 0.
       77  WK-IND                       PIC 9(02)  VALUE 0.
       77  WK-IND-2                     PIC 9(02)  VALUE 0.
       77  WK-CARGOS-CANT               PIC 9(02)  VALUE 0.
       77  WK-FILA                      PIC 9(02)  VALUE 0.
       77  WK-POSICION                  PIC 9(04)  VALUE 0.
       77  WK-DIRECTAS                  PIC 9(04)  VALUE 0.
       77  WK-A-APROBACION              PIC 9(04)  VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FECHA                     PIC 9(08)  VALUE 0.
       77  WK-FECHA-ED-1                PIC X(10).
       77  WK-FECHA-ED-2                PIC X(10).
       77  WK-FECHA-ED-3                PIC X(08).
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

      * LOS ULTIMOS DIEZ CARGOS DE LA CUENTA, DEL MAS VIEJO AL MAS
      * NUEVO, CON LA IDENTIFICACION DEL REGISTRO DE AUDITORIA
       01  TAB-CARGOS.
           03 TAB-CG-ITEM OCCURS 10.
              05 TCG-FECHA              PIC 9(08).
              05 TCG-MOV                PIC X(01).
              05 TCG-SALDO-ANT          PIC S9(10)V99.
              05 TCG-IMPORTE            PIC 9(10)V99.
              05 TCG-BONIFICADO         PIC 9.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

      * EL CREDITO QUE VA A LA COLA DE APROBACION: MISMO LAYOUT QUE
      * MOV-REG (FD-MOV-CTAS.FDS), UN AJUSTE "S" POSITIVO
       01  WK-MOV-BON.
           03 WK-MB-MOV                 PIC X(01).
           03 WK-MB-CTA                 PIC 9(08).
           03 WK-MB-PRODUCTO            PIC 9(02).
           03 WK-MB-APE                 PIC X(20).
           03 WK-MB-NOM                 PIC X(20).
           03 WK-MB-FNAC                PIC 9(08).
           03 WK-MB-PROV                PIC X(01).
           03 WK-MB-SUCURSAL            PIC 9(03).
           03 WK-MB-APERTURA            PIC 9(01).
           03 WK-MB-MONTO               PIC S9(10)V99.
           03 WK-MB-FECHA-EFECTIVA      PIC 9(08).
           03 WK-MB-MONEDA              PIC X(01).

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
           03 TIT-HORA         PIC X(05).

       01  LIN-CARGO.
           03 L-CG-NRO                  PIC Z9.
           03 FILLER                    PIC X(02) VALUE "- ".
           03 L-CG-FECHA                PIC 9(08).
           03 FILLER                    PIC X(02) VALUE ALL SPACES.
           03 L-CG-MOV                  PIC X(01).
           03 FILLER                    PIC X(02) VALUE ALL SPACES.
           03 L-CG-IMPORTE              PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                    PIC X(01) VALUE ALL SPACES.
           03 L-CG-MARCA                PIC X(10).

       01  LIN-MOTIVO.
           03 L-MOT-COD                 PIC 9(02).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-MOT-NOMBRE              PIC X(25).

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
              "Su rol es de consulta, no puede bonificar"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           OPEN I-O M-CUENTAS
           PERFORM CARGAR-TABLA-MOTIVOS THRU F-CARGAR-TABLA-MOTIVOS
           PERFORM LEER-TOPES THRU F-LEER-TOPES
           ACCEPT WK-HOY         FROM CENTURY-DATE
           PERFORM CALCULAR-USADO THRU F-CALCULAR-USADO
           MOVE WK-HOY           TO WK-FECHA
           CALL "FEC-NAC-ED" USING WK-FECHA
                                   WK-FECHA-ED-1
                                   WK-FECHA-ED-2
                                   WK-FECHA-ED-3
                                   WK-EDAD
                                   WK-FECHA-VALIDA
           MOVE WK-FECHA-ED-1    TO TIT-FECHA
           ACCEPT WK-HS FROM TIME
           MOVE WK-HS-HORA       TO TIT-HORA
           PERFORM VENTANA       THRU F-VENTANA.
       F-INICIO. EXIT.

      * EL TOPE DEPENDE DEL ROL: "A" TIENE EL SUYO, LOS DEMAS ROLES
      * QUE PUEDEN CORREGIR ("M") EL MENOR
       LEER-TOPES.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-TOPE-ROL-M > 0
                      MOVE PAR-TOPE-ROL-M TO WK-TOPE-ROL-M
                   END-IF
                   IF PAR-TOPE-ROL-A > 0
                      MOVE PAR-TOPE-ROL-A TO WK-TOPE-ROL-A
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF
           IF WK-OPERADOR-ROL = "A"
              MOVE WK-TOPE-ROL-A TO WK-TOPE
           ELSE
              MOVE WK-TOPE-ROL-M TO WK-TOPE
           END-IF.
       F-LEER-TOPES. EXIT.

      * SUMA LAS BONIFICACIONES DIRECTAS ("D") DEL OPERADOR EN EL
      * MES; LAS QUE FUERON A APROBACION NO CONSUMEN SU TOPE
       CALCULAR-USADO.
           MOVE 0 TO WK-USADO
                     WK-BON-FINAL
           OPEN INPUT BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              GO TO F-CALCULAR-USADO
           END-IF
           PERFORM UNTIL WK-BON-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-BON-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BON-ESTADO = "D"
                 AND BON-OPERADOR = WK-OPERADOR
                 AND BON-FECHA(1:6) = WK-HOY(1:6)
                 ADD BON-IMPORTE TO WK-USADO
              END-IF
           END-PERFORM
           CLOSE BONIFICACIONES.
       F-CALCULAR-USADO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY TIT-FECHA AT 0201
           DISPLAY "BONIFICACION DE CARGOS" AT 0229
           DISPLAY TIT-HORA AT 0273
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA      THRU F-VENTANA
              PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-CUENTA-OK = 0
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CARGAR-CARGOS THRU F-CARGAR-CARGOS
              IF WK-CARGOS-CANT = 0
                 DISPLAY MESSAGE "La cuenta no tiene cargos"
                 END-DISPLAY
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM MARCAR-BONIFICADOS THRU F-MARCAR-BONIFICADOS
              PERFORM MOSTRAR-CARGOS THRU F-MOSTRAR-CARGOS
              PERFORM PEDIR-ELECCION THRU F-PEDIR-ELECCION
              IF WK-ELECCION = 0
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM PEDIR-MOTIVO THRU F-PEDIR-MOTIVO
              DISPLAY "CONFIRMA LA BONIFICACION (S/N): " AT 2102
              ACCEPT WK-CONFIRMA AT 2135
              IF WK-CONFIRMA = "S" OR "s"
                 PERFORM BONIFICAR THRU F-BONIFICAR
              END-IF
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-CUENTA.
           MOVE 0 TO WK-CUENTA-OK
           DISPLAY "DOCUMENTO (0=fin): " AT 0502
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0521 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              MOVE 1 TO WK-FINAL
              GO TO F-PEDIR-CUENTA
           END-IF
           DISPLAY "PRODUCTO  : " AT 0602
           ACCEPT WK-PRODUCTO AT 0614
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-PEDIR-CUENTA
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              DISPLAY MESSAGE "Cuenta dada de baja"
              END-DISPLAY
              GO TO F-PEDIR-CUENTA
           END-IF
           DISPLAY CTAS-APELLIDO AT 0640
           DISPLAY "SALDO ACTUAL: " AT 0702
           DISPLAY CTAS-SALDO AT 0717 CONVERT
           MOVE 1 TO WK-CUENTA-OK.
       F-PEDIR-CUENTA. EXIT.

      * RECORRE LA AUDITORIA Y SE QUEDA CON LOS DIEZ ULTIMOS CARGOS
      * DE LA CUENTA: CUANDO LA TABLA ESTA LLENA SE CORRE UN LUGAR
      * Y EL MAS VIEJO SALE
       CARGAR-CARGOS.
           MOVE 0 TO WK-CARGOS-CANT
                     WK-AUD-FINAL
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-CARGAR-CARGOS
           END-IF
           PERFORM UNTIL WK-AUD-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-AUD-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( AUD-DOCUMENTO = WK-DOCUMENTO
                       AND AUD-PRODUCTO = WK-PRODUCTO )
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( AUD-MOV = "I" OR "J" OR "S" )
                 OR NOT ( AUD-DES-SALDO < AUD-ANT-SALDO )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-CARGOS-CANT = 10
                 PERFORM VARYING WK-IND FROM 1 BY 1
                         UNTIL WK-IND > 9
                    COMPUTE WK-IND-2 = WK-IND + 1
                    MOVE TAB-CG-ITEM(WK-IND-2) TO TAB-CG-ITEM(WK-IND)
                 END-PERFORM
              ELSE
                 ADD 1 TO WK-CARGOS-CANT
              END-IF
              MOVE AUD-FECHA      TO TCG-FECHA(WK-CARGOS-CANT)
              MOVE AUD-MOV        TO TCG-MOV(WK-CARGOS-CANT)
              MOVE AUD-ANT-SALDO  TO TCG-SALDO-ANT(WK-CARGOS-CANT)
              COMPUTE TCG-IMPORTE(WK-CARGOS-CANT) =
                      AUD-ANT-SALDO - AUD-DES-SALDO
              MOVE 0              TO TCG-BONIFICADO(WK-CARGOS-CANT)
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-CARGOS. EXIT.

      * UN CARGO CON BONIFICACION APLICADA, PENDIENTE O APROBADA NO
      * SE PUEDE VOLVER A BONIFICAR; SOLO LA RECHAZADA LO LIBERA
       MARCAR-BONIFICADOS.
           MOVE 0 TO WK-BON-FINAL
           OPEN INPUT BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              GO TO F-MARCAR-BONIFICADOS
           END-IF
           PERFORM UNTIL WK-BON-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-BON-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BON-DOCUMENTO = WK-DOCUMENTO
                 AND BON-PRODUCTO = WK-PRODUCTO
                 AND NOT ( BON-ESTADO = "R" )
                 PERFORM VARYING WK-IND FROM 1 BY 1
                         UNTIL WK-IND > WK-CARGOS-CANT
                    IF TCG-FECHA(WK-IND) = BON-ORI-FECHA
                       AND TCG-MOV(WK-IND) = BON-ORI-MOV
                       AND TCG-SALDO-ANT(WK-IND) = BON-ORI-SALDO-ANT
                       MOVE 1 TO TCG-BONIFICADO(WK-IND)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE BONIFICACIONES.
       F-MARCAR-BONIFICADOS. EXIT.

      * LA LISTA DE CARGOS VA A LA IZQUIERDA (FILAS 09 A 18) Y LA
      * TABLA DE MOTIVOS A LA DERECHA, PARA ELEGIR SIN SALIR
       MOSTRAR-CARGOS.
           DISPLAY "Nro Fecha     Cl       Importe" AT 0802
           DISPLAY "Motivos" AT 0850
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CARGOS-CANT
              MOVE WK-IND                TO L-CG-NRO
              MOVE TCG-FECHA(WK-IND)     TO L-CG-FECHA
              MOVE TCG-MOV(WK-IND)       TO L-CG-MOV
              MOVE TCG-IMPORTE(WK-IND)   TO L-CG-IMPORTE
              IF TCG-BONIFICADO(WK-IND) = 1
                 MOVE "BONIFICADO" TO L-CG-MARCA
              ELSE
                 MOVE SPACES       TO L-CG-MARCA
              END-IF
              COMPUTE WK-FILA = WK-IND + 8
              COMPUTE WK-POSICION = WK-FILA * 100 + 2
              DISPLAY LIN-CARGO AT WK-POSICION
           END-PERFORM
           SET MOT-INDEX TO 1
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 6
              SET MOT-INDEX TO WK-IND
              MOVE TAB-MOTIVOS-COD(MOT-INDEX)    TO L-MOT-COD
              MOVE TAB-MOTIVOS-NOMBRE(MOT-INDEX) TO L-MOT-NOMBRE
              COMPUTE WK-FILA = WK-IND + 8
              COMPUTE WK-POSICION = WK-FILA * 100 + 50
              DISPLAY LIN-MOTIVO AT WK-POSICION
           END-PERFORM.
       F-MOSTRAR-CARGOS. EXIT.

       PEDIR-ELECCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "CARGO A BONIFICAR (0=ninguno): " AT 1902
              ACCEPT WK-ELECCION AT 1934
              EVALUATE TRUE
                 WHEN WK-ELECCION = 0
                      MOVE 1 TO WK-DATO-VALIDO
                 WHEN WK-ELECCION > WK-CARGOS-CANT
                      DISPLAY MESSAGE "Numero de cargo inexistente"
                      END-DISPLAY
                 WHEN TCG-BONIFICADO(WK-ELECCION) = 1
                      DISPLAY MESSAGE "El cargo ya fue bonificado"
                      END-DISPLAY
                 WHEN OTHER
                      MOVE 1 TO WK-DATO-VALIDO
              END-EVALUATE
           END-PERFORM.
       F-PEDIR-ELECCION. EXIT.

      * SIN MOTIVO VALIDO NO HAY BONIFICACION: ES LO QUE DESPUES
      * EXPLICA EL INFORME MENSUAL
       PEDIR-MOTIVO.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "MOTIVO    : " AT 2002
              ACCEPT WK-MOTIVO AT 2014
              SET MOT-INDEX TO 1
              SEARCH TAB-MOTIVOS-DETALLE
               AT END
                DISPLAY MESSAGE "Motivo inexistente"
                END-DISPLAY
               WHEN TAB-MOTIVOS-COD(MOT-INDEX) = WK-MOTIVO
                MOVE TAB-MOTIVOS-NOMBRE(MOT-INDEX) TO WK-DETALLE-MOTIVO
                DISPLAY WK-DETALLE-MOTIVO AT 2018
                MOVE 1 TO WK-DATO-VALIDO
              END-SEARCH
           END-PERFORM.
       F-PEDIR-MOTIVO. EXIT.

      * DENTRO DEL TOPE MENSUAL DEL ROL SE ACREDITA EN EL MOMENTO;
      * POR ENCIMA, EL CREDITO ESPERA A UN SEGUNDO OPERADOR EN APR001
       BONIFICAR.
           MOVE TCG-IMPORTE(WK-ELECCION) TO WK-IMPORTE
           IF WK-USADO + WK-IMPORTE > WK-TOPE
              PERFORM ENVIAR-APROBACION THRU F-ENVIAR-APROBACION
              MOVE "P" TO BON-ESTADO
              PERFORM GRABAR-BONIFICACION THRU F-GRABAR-BONIFICACION
              ADD 1 TO WK-A-APROBACION
              DISPLAY "Supera el tope: enviada a aprobacion (4 ojos)"
              AT 2202
              GO TO F-BONIFICAR
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + WK-IMPORTE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE "D" TO BON-ESTADO
           PERFORM GRABAR-BONIFICACION THRU F-GRABAR-BONIFICACION
           ADD WK-IMPORTE TO WK-USADO
           ADD 1 TO WK-DIRECTAS
           DISPLAY "Bonificado. SALDO NUEVO: " AT 2202
           DISPLAY CTAS-SALDO AT 2228 CONVERT.
       F-BONIFICAR. EXIT.

       ENVIAR-APROBACION.
           INITIALIZE WK-MOV-BON
           MOVE "S"            TO WK-MB-MOV
           MOVE CTAS-DOCUMENTO TO WK-MB-CTA
           MOVE CTAS-PRODUCTO  TO WK-MB-PRODUCTO
           MOVE CTAS-SUCURSAL  TO WK-MB-SUCURSAL
           MOVE WK-IMPORTE     TO WK-MB-MONTO
           MOVE 0              TO WK-MB-FECHA-EFECTIVA
           MOVE CTAS-MONEDA    TO WK-MB-MONEDA
           INITIALIZE APR-REG
           MOVE "P"          TO APR-ESTADO
           MOVE SPACE        TO APR-PAR
           MOVE WK-HOY       TO APR-FECHA
           MOVE WK-OPERADOR  TO APR-CAPTURADOR
           MOVE SPACES       TO APR-APROBADOR
           MOVE 0            TO APR-FECHA-DECISION
           MOVE WK-MOV-BON   TO APR-MOV
           OPEN EXTEND APROBACION
           IF NOT ( WK-APR-STAT = "00" )
              OPEN OUTPUT APROBACION
           END-IF
           WRITE APR-REG
           CLOSE APROBACION.
       F-ENVIAR-APROBACION. EXIT.

      * EL RENGLON DEL REGISTRO LLEVA EL CARGO ORIGINAL (FECHA,
      * CLASE Y SALDO ANTERIOR DEL REGISTRO DE AUDITORIA), QUE ES
      * EL VINCULO QUE EL AJUSTE A MANO NO DEJABA
       GRABAR-BONIFICACION.
           MOVE WK-HOY                       TO BON-FECHA
           MOVE WK-OPERADOR                  TO BON-OPERADOR
           MOVE WK-OPERADOR-ROL              TO BON-ROL
           MOVE CTAS-DOCUMENTO               TO BON-DOCUMENTO
           MOVE CTAS-PRODUCTO                TO BON-PRODUCTO
           MOVE CTAS-SUCURSAL                TO BON-SUCURSAL
           MOVE WK-MOTIVO                    TO BON-MOTIVO
           MOVE WK-IMPORTE                   TO BON-IMPORTE
           MOVE TCG-FECHA(WK-ELECCION)       TO BON-ORI-FECHA
           MOVE TCG-MOV(WK-ELECCION)         TO BON-ORI-MOV
           MOVE TCG-SALDO-ANT(WK-ELECCION)   TO BON-ORI-SALDO-ANT
           MOVE SPACES                       TO BON-APROBADOR
           OPEN EXTEND BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              OPEN OUTPUT BONIFICACIONES
           END-IF
           WRITE BON-REG
           CLOSE BONIFICACIONES.
       F-GRABAR-BONIFICACION. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * LA BONIFICACION DIRECTA QUEDA EN LA AUDITORIA CON SU PROPIA
      * CLASE ("$") Y EL OPERADOR DEL SIGN-ON; EL IMPORTE DEL CARGO
      * ORIGINAL SE LEE EN LA DIFERENCIA DE SALDOS
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "$"               TO AUD-MOV
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
           WRITE AUD-REG
           CLOSE AUDITORIA.
       F-GRABAR-AUDITORIA. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y LA PANTALLA SE CIERRA
       ERROR-ES.
           MOVE "BON001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           DISPLAY MESSAGE "Error de E/S, bonificaciones cerradas"
           END-DISPLAY
           CLOSE M-CUENTAS
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
           DISPLAY "Bonificadas en el acto: " AT 2302
                   WK-DIRECTAS CONVERT
           DISPLAY "A aprobacion..........: " AT 2402
                   WK-A-APROBACION CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-cargar-motivos-bon.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM BON001.
