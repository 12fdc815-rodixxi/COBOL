      * =================================================================== */
      *                                                                     */
      *   AGC002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   recepcion de las devoluciones de cuentas que envian las          */
      *   agencias de cobranza externas                                    */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGC002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CADA AGENCIA DE AGENCIAS.PAR DEJA EN \COBOL\ARCH SU ARCHIVO
      * AGENCIA-NNN-DEVOL.PRN CON LAS CUENTAS QUE RESTITUYE ("D" CON
      * DOCUMENTO, PRODUCTO Y SU CODIGO DE MOTIVO) Y UN TRAILER "T"
      * CON LA CANTIDAD. ESTE BATCH NOCTURNO LOS LEE ANTES DE AGC001:
      *   - LA COLOCACION ACTIVA ("A") DE ESA CUENTA EN ESA AGENCIA
      *     PASA A DEVUELTA ("D") CON FECHA DE FIN Y EL MOTIVO DE LA
      *     AGENCIA; ESA NOCHE AGC001 LA PUEDE RECOLOCAR EN OTRA.
      *   - UNA DEVOLUCION SIN COLOCACION ACTIVA EN ESA AGENCIA SE
      *     LISTA COMO RECHAZADA; UN TRAILER FALTANTE O QUE NO CUADRA
      *     SE LISTA PARA QUE COBRANZAS RECLAME EL ARCHIVO, SIN
      *     DETENER LA CADENA.
      * EL ARCHIVO DE CADA AGENCIA SE CONSUME AL LEERLO, COMO LOS
      * ACUSES EN TRN002. EL REGISTRO DE COLOCACIONES SE CARGA EN
      * TABLA Y SE REESCRIBE ENTERO; SI DESBORDA NO SE TOCA NADA.
      * LA AGENCIA DEVUELVE CON EL DOCUMENTO REAL QUE LE MANDO AGC001
      * (TIPO Y NUMERO; TIPO EN BLANCO = DNI): VAL-DOC LO VUELVE AL
      * NUMERO INTERNO, Y EL QUE NO ES VALIDO O NO ESTA EMPADRONADO
      * SE LISTA COMO RECHAZADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\agencias.sel".
           COPY "\COBOL\fuentes\cpy\colocaciones.sel".
           SELECT DEVOLUCIONES
           ASSIGN TO WK-ARCHIVO-DEVOL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DEV-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AGC002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-agencias.fds".
       COPY "\COBOL\fuentes\cpy\fd-colocaciones.fds".

       FD  DEVOLUCIONES.
       01  DEV-REG.
           03 DEV-TIPO                PIC X(01).
      * TIPO (EN BLANCO ES DNI) Y NUMERO DEL DOCUMENTO REAL
           03 DEV-TIPO-DOC            PIC X(01).
           03 DEV-NRO-DOC             PIC X(11).
           03 DEV-NRO-DOC-NUM REDEFINES DEV-NRO-DOC
                                      PIC 9(11).
           03 DEV-PRODUCTO            PIC 9(02).
           03 DEV-MOTIVO              PIC X(02).
       01  DEV-TRAILER REDEFINES DEV-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 FILLER                  PIC X(08).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       77  WK-AGP-STAT                  PIC X(02).
       77  WK-COL-STAT                  PIC X(02).
       77  WK-DEV-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)     VALUE 0.
       77  WK-DEVUELTAS                 PIC 9(06)     VALUE 0.
       77  WK-RECHAZADAS                PIC 9(06)     VALUE 0.
       77  WK-ARCHIVOS                  PIC 9(03)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-ARCHIVO-DEVOL             PIC X(60).
       77  WK-CANT-ARCHIVO              PIC 9(08)     VALUE 0.
       77  WK-HAY-TRAILER               PIC 9         VALUE 0.

       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-AGE-IND                   PIC 9(03)     VALUE 0.
       77  WK-AGE-CANT                  PIC 9(03)     VALUE 0.
       77  WK-COL-CANT                  PIC 9(04)     VALUE 0.
       77  WK-COL-DESBORDE              PIC 9         VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9         VALUE 0.
       77  WK-ENCONTRADO                PIC 9         VALUE 0.
       77  WK-DOC-RESUELTO              PIC 9         VALUE 0.
       77  WK-DEV-DOCUMENTO             PIC 9(08)     VALUE 0.

       01  TAB-AGENCIAS.
           03 TAB-AGE-ITEM OCCURS 50.
              05 TAB-AGE-CODIGO         PIC 9(03).

       01  TAB-COLOCACIONES.
           03 TAB-COL-ITEM OCCURS 9999.
              05 TAB-COL-REG            PIC X(49).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "DEVOLUCIONES DE AGENCIAS DE COBRANZA - AGC002".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(05) VALUE "Agen.".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(14) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Motivo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-AGENCIA                PIC ZZ9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-TIPO-DOC               PIC X(01).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-NRO-DOC                PIC X(11).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-MOTIVO                 PIC X(02).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-OBS                    PIC X(40).

       01  TITULO-BOTTOM-ARCHIVOS.
            03 FILLER                   PIC X(20) VALUE
            "Archivos leidos..: ".
            03 LIN-TOT-ARCHIVOS         PIC ZZ9.
       01  TITULO-BOTTOM-LEIDAS.
            03 FILLER                   PIC X(20) VALUE
            "Devoluciones.....: ".
            03 LIN-TOT-LEIDAS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-DEVUELTAS.
            03 FILLER                   PIC X(20) VALUE
            "Aplicadas........: ".
            03 LIN-TOT-DEVUELTAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-RECHAZADAS.
            03 FILLER                   PIC X(20) VALUE
            "Rechazadas.......: ".
            03 LIN-TOT-RECHAZADAS       PIC ZZZZZ9.
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
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM CARGAR-AGENCIAS     THRU F-CARGAR-AGENCIAS
           PERFORM CARGAR-COLOCACIONES THRU F-CARGAR-COLOCACIONES
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * TODAS LAS AGENCIAS DEL CATALOGO, ACTIVAS O NO: UNA AGENCIA
      * DADA DE BAJA PARA CUENTAS NUEVAS SIGUE DEVOLVIENDO LAS QUE TIENE
       CARGAR-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF NOT ( WK-AGP-STAT = "00" )
              GO TO F-CARGAR-AGENCIAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AGENCIAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-AGE-CANT < 50
                 ADD 1 TO WK-AGE-CANT
                 MOVE AGP-CODIGO TO TAB-AGE-CODIGO(WK-AGE-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AGENCIAS.
       F-CARGAR-AGENCIAS. EXIT.

       CARGAR-COLOCACIONES.
           OPEN INPUT COLOCACIONES
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-CARGAR-COLOCACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ COLOCACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-COL-CANT < 9999
                 ADD 1 TO WK-COL-CANT
                 MOVE COL-REG TO TAB-COL-REG(WK-COL-CANT)
              ELSE
                 MOVE 1 TO WK-COL-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE COLOCACIONES.
       F-CARGAR-COLOCACIONES. EXIT.

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

       PROCESO.
      * UNA TABLA DESBORDADA REESCRIBIRIA EL REGISTRO SIN LAS
      * COLOCACIONES QUE NO ENTRARON; LOS ARCHIVOS DE LAS AGENCIAS
      * QUEDAN SIN CONSUMIR PARA LA CORRIDA SIGUIENTE
           IF WK-COL-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Colocaciones desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           PERFORM VARYING WK-AGE-IND FROM 1 BY 1
                   UNTIL WK-AGE-IND > WK-AGE-CANT
              PERFORM LEER-AGENCIA THRU F-LEER-AGENCIA
           END-PERFORM.
       F-PROCESO. EXIT.

       LEER-AGENCIA.
           INITIALIZE WK-ARCHIVO-DEVOL
           STRING "\COBOL\arch\agencia-"
                  TAB-AGE-CODIGO(WK-AGE-IND)
                  "-devol.prn"
                  INTO WK-ARCHIVO-DEVOL
           END-STRING
           OPEN INPUT DEVOLUCIONES
           IF NOT ( WK-DEV-STAT = "00" )
              GO TO F-LEER-AGENCIA
           END-IF
           ADD 1 TO WK-ARCHIVOS
           MOVE 0 TO WK-CANT-ARCHIVO
                     WK-HAY-TRAILER
           PERFORM UNTIL WK-FINAL = 1
              READ DEVOLUCIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              EVALUATE DEV-TIPO
                 WHEN "D"
                    ADD 1 TO WK-LEIDAS
                    ADD 1 TO WK-CANT-ARCHIVO
                    PERFORM APLICAR-DEVOLUCION
                       THRU F-APLICAR-DEVOLUCION
                 WHEN "T"
                    MOVE 1 TO WK-HAY-TRAILER
                    IF NOT ( TRL-CANTIDAD = WK-CANT-ARCHIVO )
                       PERFORM TRAILER-ERRONEO THRU F-TRAILER-ERRONEO
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE 0 TO WK-FINAL
           IF WK-HAY-TRAILER = 0
              PERFORM TRAILER-ERRONEO THRU F-TRAILER-ERRONEO
           END-IF
           CLOSE DEVOLUCIONES
      * EL ARCHIVO SE CONSUME: NO DEBE VOLVER A APLICARSE MANIANA
           OPEN OUTPUT DEVOLUCIONES
           CLOSE DEVOLUCIONES.
       F-LEER-AGENCIA. EXIT.

      * LA COLOCACION ACTIVA DE LA CUENTA EN ESTA AGENCIA QUEDA
      * DEVUELTA CON EL MOTIVO QUE INFORMA LA AGENCIA
       APLICAR-DEVOLUCION.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-COL-CANT
                   OR WK-ENCONTRADO = 1
                   OR WK-DOC-RESUELTO = 0
              MOVE TAB-COL-REG(WK-IND) TO COL-REG
              IF COL-DOCUMENTO = WK-DEV-DOCUMENTO
                 AND COL-PRODUCTO = DEV-PRODUCTO
                 AND COL-AGENCIA = TAB-AGE-CODIGO(WK-AGE-IND)
                 AND COL-ESTADO = "A"
                 MOVE "D"        TO COL-ESTADO
                 MOVE WK-HOY     TO COL-FECHA-FIN
                 MOVE DEV-MOTIVO TO COL-MOTIVO
                 MOVE COL-REG    TO TAB-COL-REG(WK-IND)
                 MOVE 1 TO WK-ENCONTRADO
                 MOVE 1 TO WK-HUBO-CAMBIOS
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              ADD 1 TO WK-DEVUELTAS
              MOVE "DEVUELTA" TO L-OBS
           ELSE
              ADD 1 TO WK-RECHAZADAS
              EVALUATE TRUE
                 WHEN WK-DOC-RESUELTO = 1
                    MOVE "RECHAZADA: SIN COLOCACION ACTIVA" TO L-OBS
                 WHEN WK-VDO-RESULTADO = "E"
                    MOVE "RECHAZADA: DOC. NO EMPADRONADO" TO L-OBS
                 WHEN OTHER
                    MOVE "RECHAZADA: DOCUMENTO INVALIDO" TO L-OBS
              END-EVALUATE
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-AGE-CODIGO(WK-AGE-IND) TO L-AGENCIA
           MOVE DEV-TIPO-DOC  TO L-TIPO-DOC
           MOVE DEV-NRO-DOC   TO L-NRO-DOC
           MOVE DEV-PRODUCTO  TO L-PROD
           MOVE DEV-MOTIVO    TO L-MOTIVO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-APLICAR-DEVOLUCION. EXIT.

      * DEL DOCUMENTO REAL DE LA DEVOLUCION AL NUMERO INTERNO DE LA
      * COLOCACION. UN DNI MENOR A 1000000 ES UN DNI VIEJO, QUE ES SU
      * PROPIO NUMERO INTERNO
       RESOLVER-DOCUMENTO.
           MOVE 0 TO WK-DOC-RESUELTO
                     WK-DEV-DOCUMENTO
           MOVE "B"          TO WK-VDO-ACCION
           MOVE 0            TO WK-VDO-SIMULACION
           MOVE DEV-TIPO-DOC TO WK-VDO-TIPO
           IF DEV-TIPO-DOC = SPACE
              MOVE "D"       TO WK-VDO-TIPO
           END-IF
           IF WK-VDO-TIPO = "D"
              AND DEV-NRO-DOC-NUM IS NUMERIC
              AND DEV-NRO-DOC-NUM > 0
              AND DEV-NRO-DOC-NUM < 1000000
              MOVE DEV-NRO-DOC-NUM TO WK-DEV-DOCUMENTO
              MOVE 1 TO WK-DOC-RESUELTO
              GO TO F-RESOLVER-DOCUMENTO
           END-IF
           MOVE DEV-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF WK-VDO-RESULTADO = "S"
              MOVE WK-VDO-DOCUMENTO TO WK-DEV-DOCUMENTO
              MOVE 1 TO WK-DOC-RESUELTO
           END-IF.
       F-RESOLVER-DOCUMENTO. EXIT.

      * EL TRAILER FALTA O NO CUADRA CON LO LEIDO: LO APLICADO QUEDA,
      * PERO SE AVISA PARA QUE COBRANZAS PIDA EL ARCHIVO COMPLETO
       TRAILER-ERRONEO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-AGE-CODIGO(WK-AGE-IND) TO L-AGENCIA
           MOVE SPACES TO L-TIPO-DOC
                          L-NRO-DOC
           MOVE 0      TO L-PROD
           MOVE SPACES TO L-MOTIVO
           MOVE "TRAILER NO CUADRA: RECLAMAR ARCHIVO" TO L-OBS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-TRAILER-ERRONEO. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1 AND WK-COL-DESBORDE = 0
              OPEN OUTPUT COLOCACIONES
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-COL-CANT
                 MOVE TAB-COL-REG(WK-IND) TO COL-REG
                 WRITE COL-REG
              END-PERFORM
              CLOSE COLOCACIONES
           END-IF
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-ARCHIVOS   TO LIN-TOT-ARCHIVOS
           MOVE WK-LEIDAS     TO LIN-TOT-LEIDAS
           MOVE WK-DEVUELTAS  TO LIN-TOT-DEVUELTAS
           MOVE WK-RECHAZADAS TO LIN-TOT-RECHAZADAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVOS
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-DEVUELTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
           MOVE WK-LEIDAS TO LK-CANTIDAD
           IF WK-DEVUELTAS + WK-RECHAZADAS <> WK-LEIDAS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AGC002.
