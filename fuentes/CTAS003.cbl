           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-TAS-STAT.
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\disputas.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\cierres.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
           COPY "\COBOL\fuentes\cpy\periodos.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\recurrentes.sel".
           COPY "\COBOL\fuentes\cpy\asignaciones.sel".
           COPY "\COBOL\fuentes\cpy\notas.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
           COPY "\COBOL\fuentes\cpy\cbu.sel".
           COPY "\COBOL\fuentes\cpy\puntos.sel".
           COPY "\COBOL\fuentes\cpy\garantes.sel".
           COPY "\COBOL\fuentes\cpy\barrido-adh.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\legales.sel".
           COPY "\COBOL\fuentes\cpy\colocaciones.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-disputas.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-cierres.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".
       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".
       COPY "\COBOL\fuentes\cpy\fd-periodos.fds".

      * LO QUE ACOMPANIA A LA CUENTA EN UN CAMBIO DE PRODUCTO
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-recurrentes.fds".
       COPY "\COBOL\fuentes\cpy\fd-asignaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-notas.fds".
       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".
       COPY "\COBOL\fuentes\cpy\fd-cbu.fds".
       COPY "\COBOL\fuentes\cpy\fd-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-barrido-adh.fds".

      * LO QUE IMPIDE EL CAMBIO DE PRODUCTO SIN UN HUMANO: CARTERA
      * CASTIGADA, CAUSAS JUDICIALES Y COLOCACIONES EN AGENCIAS
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-legales.fds".
       COPY "\COBOL\fuentes\cpy\fd-colocaciones.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-tab-leyendas-2.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-lista-control.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-periodos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".

       77  WK-MOV-LEIDOS       PIC 9(04).
       77  WK-ALTAS-OK         PIC 9(04).
       77  WK-CANT-ALTAS-RUN   PIC 9(04) VALUE 0.
       77  WK-ALTA-DUPLICADA   PIC 9.
       77  WK-DOC-VALIDO       PIC 9.
       77  WK-DOC-RESUELTO     PIC 9.
       77  WK-DOC-ERRORES      PIC 9(04) VALUE 0.
       77  WK-TIPO-DOC-ALTA    PIC X(01).
       77  WK-DNI-ALTA         PIC 9(08).
       77  WK-PROV-VALIDA      PIC 9.
       77  WK-PRODUCTO-VALIDO  PIC 9.
       77  WK-SUCURSAL-VALIDA  PIC 9.
       77  WK-LOCK-TOMADO      PIC 9     VALUE 0.
       77  WK-LOCK-PISADO      PIC 9     VALUE 0.
       77  WK-RESPUESTA        PIC X(01).
       77  WK-TRANSF-OK        PIC 9(04) VALUE 0.
       77  WK-TRANSF-ERRORES   PIC 9(04) VALUE 0.
       77  WK-TRANSF-NRO       PIC 9(06) VALUE 0.
       77  WK-TASAS-M-CANT     PIC 9(02) VALUE 0.
       77  WK-RETRO-OK         PIC 9(04) VALUE 0.
       77  WK-RETRO-ERRORES    PIC 9(04) VALUE 0.
       77  WK-RETRO-ANTERIOR   PIC 9(04) VALUE 0.
       77  WK-HOY-RETRO        PIC 9(08) VALUE 0.
       77  WK-SEG-INI          PIC 9(08) VALUE 0.
       77  WK-SEG-FIN          PIC 9(08) VALUE 0.
       77  WK-INTERES-SEG      PIC S9(10)V99 VALUE 0.
       77  WK-RTN-STAT         PIC X(02).
       77  WK-RTN-FINAL        PIC 9     VALUE 0.
       77  WK-RTN-ABIERTO      PIC 9     VALUE 0.
       77  WK-RETENIDO-CTA     PIC 9(10)V99 VALUE 0.
       77  WK-PLN-STAT         PIC X(02).
       77  WK-PLN-FINAL        PIC 9     VALUE 0.
       77  WK-PLN-ABIERTO      PIC 9     VALUE 0.
       77  WK-PLAN-VIGENTE     PIC 9     VALUE 0.
       77  WK-DIS-STAT         PIC X(02).
       77  WK-DIS-FINAL        PIC 9     VALUE 0.
       77  WK-DIS-CANT         PIC 9(04) VALUE 0.
       77  WK-CIE-STAT         PIC X(02).
       77  WK-PLAS-FINAL       PIC 9     VALUE 0.
       77  WK-IND-CIERRE       PIC 9(04) VALUE 0.
       77  WK-BAJA-PENDIENTE   PIC 9(02) VALUE 0.
       77  WK-CIERRES-DEVOL    PIC 9(04) VALUE 0.
       77  WK-CIERRES-CANCEL   PIC 9(04) VALUE 0.
       77  WK-RVC-STAT         PIC X(02).
       77  WK-ALTAS-RETENIDAS  PIC 9(04) VALUE 0.
       77  WK-CONV-OK          PIC 9(04) VALUE 0.
       77  WK-CONV-ERRORES     PIC 9(04) VALUE 0.
       77  WK-CONV-PLASTICOS   PIC 9(04) VALUE 0.
       77  WK-CONV-RECHAZO     PIC 9(02) VALUE 0.
       77  WK-CONV-PROD-REF    PIC 9(02) VALUE 0.
       77  WK-PROD-NUEVO       PIC 9(02) VALUE 0.
       77  WK-PROD-VIEJO       PIC 9(02) VALUE 0.
       77  WK-HOY-CONV         PIC 9(08) VALUE 0.
       77  WK-COT-STAT         PIC X(02).
       77  WK-COT-FINAL        PIC 9     VALUE 0.
       77  WK-RCU-STAT         PIC X(02).
       77  WK-RCU-FINAL        PIC 9     VALUE 0.
       77  WK-ASG-STAT         PIC X(02).
       77  WK-ASG-FINAL        PIC 9     VALUE 0.
       77  WK-NOTA-STAT        PIC X(02).
       77  WK-NOTA-FINAL       PIC 9     VALUE 0.
       77  WK-SOLREG-STAT      PIC X(02).
       77  WK-SOLREG-FINAL     PIC 9     VALUE 0.
       77  WK-CBU-STAT         PIC X(02).
       77  WK-PTS-STAT         PIC X(02).
       77  WK-PTS-FINAL        PIC 9     VALUE 0.
       77  WK-GAR-STAT         PIC X(02).
       77  WK-GAR-FINAL        PIC 9     VALUE 0.
       77  WK-BAD-STAT         PIC X(02).
       77  WK-BAD-FINAL        PIC 9     VALUE 0.
       77  WK-CAS-STAT         PIC X(02).
       77  WK-CAS-FINAL        PIC 9     VALUE 0.
       77  WK-CAS-SALDO        PIC S9(10)V99 VALUE 0.
       77  WK-LEG-STAT         PIC X(02).
       77  WK-LEG-FINAL        PIC 9     VALUE 0.
       77  WK-LEG-ABIERTA      PIC 9     VALUE 0.
       77  WK-COL-STAT         PIC X(02).
       77  WK-COL-FINAL        PIC 9     VALUE 0.
       77  WK-COL-ACTIVA       PIC 9     VALUE 0.

      * LAS DISPUTAS ABIERTAS Y LAS SOLICITUDES PENDIENTES SE TIENEN
      * EN MEMORIA; SI NO ENTRAN EN LA TABLA LA CORRIDA NO PROCESA
      * NADA (UN CONTROL CIEGO DEJARIA PASAR BAJAS Y CAMBIOS DE
      * PRODUCTO CON DISPUTAS ABIERTAS) Y TERMINA CON RETURN-CODE 1.
      * LO MISMO CON LAS CUOTAS SIN FACTURAR Y LAS AUTORIZACIONES
      * (WK-CUP-DESBORDE/WK-AUP-DESBORDE): SIN ELLAS EL MARGEN DE
      * LIMITE SALDRIA MAS ALTO QUE EL REAL
       77  WK-DIS-DESBORDE     PIC 9     VALUE 0.
       77  WK-SOL-DESBORDE     PIC 9     VALUE 0.

      * PLASTICOS CON SOLICITUD "P" YA REGISTRADA, PARA NO PEDIR DOS
      * VECES LA MISMA REPOSICION AL CAMBIAR DE PRODUCTO (MISMO
      * CRITERIO QUE PLAS011)
       77  WK-SOL-PEND-CANT    PIC 9(04) VALUE 0.
       77  WK-SOL-YA-PEDIDO    PIC 9     VALUE 0.
       77  WK-IND-SOL          PIC 9(04) VALUE 0.
       01  TAB-SOL-PEND.
           03 TAB-SOL-PEND-PLAS PIC 9(16) OCCURS 9999.

      * CUENTA, PLAN Y COTITULAR EN CURSO DE CAMBIO DE PRODUCTO,
      * GUARDADOS PARA REARMARLOS CON LA CLAVE NUEVA
       01  WK-CONV-CUENTA-T    PIC X(110).
       01  WK-CONV-PLN-T       PIC X(63).
       01  WK-CONV-COT-T       PIC X(70).
       01  WK-CONV-GAR-T       PIC X(241).

      * LO QUE IMPIDE CERRAR UNA CUENTA, ADEMAS DE LOS EMBARGOS, LAS
      * RETENCIONES Y LOS PLANES (QUE SE LEEN POR CLAVE): DISPUTAS
      * TODAVIA ABIERTAS ("A"/"P") POR DOCUMENTO/PRODUCTO
       01  TAB-DISPUTAS-ABI.
           03 TAB-DIS-ITEM OCCURS 5000.
              05 TAB-DIS-DOC   PIC 9(08).
              05 TAB-DIS-PROD  PIC 9(02).

      * HISTORIAL DE LA TASA DE MORA, EN ORDEN DE VIGENCIA, PARA
      * VALUAR CADA TRAMO DEL PERIODO AFECTADO CON LA TASA QUE REGIA
           03 WK-TRF-MONTO     PIC S9(10)V99.
           03 WK-TRF-SALDO-ANT PIC S9(10)V99.

       COPY "\COBOL\fuentes\cpy\wk-tabla-provincias.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-productos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cuotas-pend.cpy".
       COPY "\COBOL\fuentes\cpy\wk-autoriz-pend.cpy".

       01  TAB-ALTAS-RUN.
           03 TAB-ALTAS-RUN-ITEM OCCURS 9999
       01  TIT-LOCK-PISADO     PIC X(60) VALUE
           "*** CERROJO DE CORRIDA PISADO POR EL OPERADOR ***".

       01  TIT-DESBORDE.
           03 FILLER           PIC X(38) VALUE
           "*** CORRIDA NO PROCESADA: DESBORDA LA ".
           03 TIT-DESBORDE-TABLA PIC X(22).

       01  TIT-REANUDA.
           03 FILLER           PIC X(33) VALUE
           "SE REANUDA DESDE CHECKPOINT, MOV ".
       01  TIT-ALTAS-E.
           03 TIT-ALTAS-DET-E  PIC X(16) VALUE "ALTAS C/ERROR.: ".
           03 TIT-ALTAS-NUM-E  PIC ZZZ9.
       01  TIT-ALTAS-R.
           03 TIT-ALTAS-DET-R  PIC X(16) VALUE "ALTAS RETENID.: ".
           03 TIT-ALTAS-NUM-R  PIC ZZZ9.
       01  TIT-BAJAS.
           03 TIT-BAJAS-DET    PIC X(16) VALUE "BAJAS OK......: ".
           03 TIT-BAJAS-NUM    PIC ZZZ9.
       01  TIT-RETRO-E.
           03 TIT-RETRO-DET-E  PIC X(16) VALUE "V.FECHA C/ERROR ".
           03 TIT-RETRO-NUM-E  PIC ZZZ9.
       01  TIT-RETRO-A.
           03 TIT-RETRO-DET-A  PIC X(16) VALUE "V.FECHA P.ANTER ".
           03 TIT-RETRO-NUM-A  PIC ZZZ9.
       01  TIT-CIERRES-D.
           03 FILLER           PIC X(16) VALUE "CIERRE DEVOLUC: ".
           03 TIT-CIERRES-D-NUM PIC ZZZ9.
       01  TIT-CIERRES-C.
           03 FILLER           PIC X(16) VALUE "CIERRE A COBRO: ".
           03 TIT-CIERRES-C-NUM PIC ZZZ9.
       01  TIT-CONV.
           03 TIT-CONV-DET     PIC X(16) VALUE "CAMBIO PROD OK: ".
           03 TIT-CONV-NUM     PIC ZZZ9.
       01  TIT-CONV-E.
           03 TIT-CONV-DET-E   PIC X(16) VALUE "CAMB.P. C/ERROR ".
           03 TIT-CONV-NUM-E   PIC ZZZ9.
       01  TIT-CONV-PLAS.
           03 FILLER           PIC X(16) VALUE "CAMB.P. PLASTIC ".
           03 TIT-CONV-PLAS-NUM PIC ZZZ9.
       01  TIT-DOC-E.
           03 FILLER           PIC X(16) VALUE "DOC.NO EMPADRON ".
           03 TIT-DOC-NUM-E    PIC ZZZ9.
       01  TIT-TRANSF-NETO.
           03 FILLER           PIC X(16) VALUE "TRANSF. NETO..: ".
           03 TIT-TRANSF-NETO-IMP PIC -ZZZ.ZZZ.ZZ9,99.
                   F-CARGAR-TABLA-PROVINCIAS
           PERFORM CARGAR-TABLA-PRODUCTOS THRU
                   F-CARGAR-TABLA-PRODUCTOS
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           PERFORM CARGAR-TABLA-SUCURSALES THRU
                   F-CARGAR-TABLA-SUCURSALES
           PERFORM CARGAR-TASAS-MORA THRU F-CARGAR-TASAS-MORA
           PERFORM ABRIR-RETENCIONES THRU F-ABRIR-RETENCIONES
           PERFORM ABRIR-PLANES THRU F-ABRIR-PLANES
           PERFORM CARGAR-DISPUTAS THRU F-CARGAR-DISPUTAS
           PERFORM CARGAR-CUOTAS-PEND THRU F-CARGAR-CUOTAS-PEND
           PERFORM CARGAR-AUTORIZ-PEND THRU F-CARGAR-AUTORIZ-PEND
           IF LK-MODO-SIMULACION = 0
              PERFORM CARGAR-SOLICITUDES-PEND THRU
                      F-CARGAR-SOLICITUDES-PEND
           END-IF
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           ELSE
           OPEN OUTPUT LISTADO
           IF LK-MODO-SIMULACION = 1
              OPEN INPUT M-CUENTAS
              OPEN INPUT M-PLASTICOS
           ELSE
              OPEN I-O   M-CUENTAS
              OPEN I-O   M-PLASTICOS
              PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
              OPEN EXTEND CIERRES
              IF NOT ( WK-CIE-STAT = "00" )
                 OPEN OUTPUT CIERRES
              END-IF
           END-IF.
       F-ABRIR-ARCHIVO. EXIT.

           END-IF.
       F-ABRIR-AUDITORIA. EXIT.

      * CARGA EL HISTORIAL COMPLETO DE LA TASA DE MORA; SIN ARCHIVO
      * RIGE LA TASA DE FABRICA DE CTAS004 (5%) COMO UNICO TRAMO
       CARGAR-TASAS-MORA.
           CLOSE TASAS.
       F-CARGAR-TASAS-MORA. EXIT.

      * RETENCIONES DE CLEARING Y PLANES DE CUOTAS QUEDAN ABIERTOS
      * TODA LA CORRIDA Y SE CONSULTAN POR CLAVE CUENTA POR CUENTA;
      * SIN ARCHIVO NO HAY NADA RETENIDO NI PLANES VIGENTES
       ABRIR-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF WK-RTN-STAT = "00"
              MOVE 1 TO WK-RTN-ABIERTO
           END-IF.
       F-ABRIR-RETENCIONES. EXIT.

      * FUERA DE SIMULACION SE ABRE PARA ACTUALIZAR: UN CAMBIO DE
      * PRODUCTO REARMA LA CLAVE DE LOS PLANES DE LA CUENTA
       ABRIR-PLANES.
           IF LK-MODO-SIMULACION = 1
              OPEN INPUT PLANES
           ELSE
              OPEN I-O   PLANES
           END-IF
           IF WK-PLN-STAT = "00"
              MOVE 1 TO WK-PLN-ABIERTO
           END-IF.
       F-ABRIR-PLANES. EXIT.

       CARGAR-DISPUTAS.
           OPEN INPUT DISPUTAS
           IF NOT ( WK-DIS-STAT = "00" )
              GO TO F-CARGAR-DISPUTAS
           END-IF
           PERFORM UNTIL WK-DIS-FINAL = 1
              READ DISPUTAS AT END
                   MOVE 1 TO WK-DIS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( DIS-ESTADO = "A" OR "P" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-DIS-CANT < 5000
                 ADD 1 TO WK-DIS-CANT
                 MOVE DIS-DOCUMENTO TO TAB-DIS-DOC(WK-DIS-CANT)
                 MOVE DIS-PRODUCTO  TO TAB-DIS-PROD(WK-DIS-CANT)
              ELSE
                 MOVE 1 TO WK-DIS-DESBORDE
              END-IF
           END-PERFORM
           CLOSE DISPUTAS.
       F-CARGAR-DISPUTAS. EXIT.

      * CARGA EN MEMORIA LOS PLASTICOS QUE YA TIENEN UNA SOLICITUD
      * DE REPOSICION PENDIENTE
       CARGAR-SOLICITUDES-PEND.
           OPEN INPUT REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              GO TO F-CARGAR-SOLICITUDES-PEND
           END-IF
           PERFORM UNTIL WK-SOLREG-FINAL = 1
              READ REGISTRO-SOL AT END
                   MOVE 1 TO WK-SOLREG-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( SOLR-ESTADO = "P" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-SOL-PEND-CANT < 9999
                 ADD 1 TO WK-SOL-PEND-CANT
                 MOVE SOLR-PLASTICO
                   TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
              ELSE
                 MOVE 1 TO WK-SOL-DESBORDE
              END-IF
           END-PERFORM
           CLOSE REGISTRO-SOL.
       F-CARGAR-SOLICITUDES-PEND. EXIT.

      * RETENCIONES DE CLEARING ACTIVAS ("R") DE LA CUENTA: LO
      * ACREDITADO PERO TODAVIA NO DISPONIBLE; SE DESCUENTA DEL SALDO
      * ANTES DE DEJAR SALIR PLATA, ASI NADIE GASTA UN CHEQUE QUE
      * PUEDE REBOTAR EN TRES DIAS. SE POSICIONA EN LA CUENTA CON EL
      * RECIBO EN CERO Y RECORRE SOLO SUS RETENCIONES
       SUMAR-RETENIDO.
           MOVE 0 TO WK-RETENIDO-CTA
           IF WK-RTN-ABIERTO = 0
              GO TO F-SUMAR-RETENIDO
           END-IF
           MOVE CTAS-DOCUMENTO TO RTN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO RTN-PRODUCTO
           MOVE 0              TO RTN-RECIBO
           MOVE 0              TO WK-RTN-FINAL
           START RETENCIONES KEY NOT < RTN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-RTN-FINAL
           END-START
           PERFORM UNTIL WK-RTN-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-RTN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RTN-DOCUMENTO = CTAS-DOCUMENTO
                       AND RTN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-RTN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF RTN-ESTADO = "R"
                 ADD RTN-IMPORTE TO WK-RETENIDO-CTA
              END-IF
           END-PERFORM.
       F-SUMAR-RETENIDO. EXIT.

      * PLAN DE CUOTAS VIGENTE ("A") DE LA CUENTA, POR CLAVE
       BUSCAR-PLAN-VIGENTE.
           MOVE 0 TO WK-PLAN-VIGENTE
           IF WK-PLN-ABIERTO = 0
              GO TO F-BUSCAR-PLAN-VIGENTE
           END-IF
           MOVE CTAS-DOCUMENTO TO PLN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0              TO PLN-FECHA-ALTA
           MOVE 0              TO WK-PLN-FINAL
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-PLN-FINAL
           END-START
           PERFORM UNTIL WK-PLN-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-PLN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = CTAS-DOCUMENTO
                       AND PLN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-PLN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLN-ESTADO = "A"
                 MOVE 1 TO WK-PLAN-VIGENTE
                 MOVE 1 TO WK-PLN-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-PLAN-VIGENTE. EXIT.

       LEER-CHECKPOINT.
           INITIALIZE WK-CANT-CHECKPOINT

       PROCESO.
           INITIALIZE WK-MOV-LEIDOS
           IF WK-DIS-DESBORDE = 1 OR WK-SOL-DESBORDE = 1
              OR WK-CUP-DESBORDE = 1 OR WK-AUP-DESBORDE = 1
              PERFORM DESBORDE-TABLAS THRU F-DESBORDE-TABLAS
              GO TO F-PROCESO
           END-IF
           IF WK-CANT-CHECKPOINT > 0
              PERFORM SALTAR-MOVIMIENTOS THRU F-SALTAR-MOVIMIENTOS
           END-IF
              END-IF
              ADD 1 TO WK-MOV-LEIDOS
              INITIALIZE LIS-REG
              PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
              IF WK-DOC-RESUELTO = 0
                 PERFORM DETALLE      THRU F-DETALLE
                 MOVE TAB-LEYENDA(37) TO L-OBS
                 WRITE REGISTRO       FROM LIS-REG
                 ADD 1 TO WK-DOC-ERRORES
                 PERFORM GRABAR-CHECKPOINT THRU F-GRABAR-CHECKPOINT
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE M-MOV
                 WHEN "A" PERFORM PROCESO-A THRU F-PROCESO-A
                 WHEN "B" PERFORM PROCESO-B THRU F-PROCESO-B
                 WHEN "S" PERFORM PROCESO-S THRU F-PROCESO-S
                 WHEN "R" PERFORM PROCESO-R THRU F-PROCESO-R
                 WHEN "L" PERFORM PROCESO-L THRU F-PROCESO-L
                 WHEN "P" PERFORM PROCESO-P THRU F-PROCESO-P
                 WHEN "E" PERFORM PROCESO-V THRU F-PROCESO-V
                 WHEN "1" PERFORM PROCESO-TRANSFER
                                  THRU F-PROCESO-TRANSFER
           END-PERFORM.
       F-PROCESO. EXIT.

      * NI UN MOVIMIENTO SE APLICA CON UNA TABLA INCOMPLETA: QUEDA
      * ANOTADO EN EL LISTADO, EL CHECKPOINT NO SE TOCA Y OPERACIONES
      * DEPURA DISPUTAS.DAT O PLAS-SOLICITUDES.DAT (O AGRANDA LA
      * TABLA DE CUOTAS O DE AUTORIZACIONES) ANTES DE RELANZAR
       DESBORDE-TABLAS.
           EVALUATE TRUE
              WHEN WK-DIS-DESBORDE = 1
                 MOVE "TABLA DE DISPUTAS" TO TIT-DESBORDE-TABLA
              WHEN WK-SOL-DESBORDE = 1
                 MOVE "TABLA DE SOLICITUDES" TO TIT-DESBORDE-TABLA
              WHEN WK-CUP-DESBORDE = 1
                 MOVE "TABLA DE CUOTAS" TO TIT-DESBORDE-TABLA
              WHEN OTHER
                 MOVE "TABLA DE AUTORIZACION" TO TIT-DESBORDE-TABLA
           END-EVALUATE
           WRITE REGISTRO FROM TIT-DESBORDE
           ADD 1 TO WK-LINEA
           IF LK-MODO-BATCH = 0
              DISPLAY MESSAGE
              "Una tabla en memoria desborda, ver listado"
              END-DISPLAY
           END-IF
           MOVE 1 TO RETURN-CODE.
       F-DESBORDE-TABLAS. EXIT.

       SALTAR-MOVIMIENTOS.
      * REANUDA UN BATCH INTERRUMPIDO SALTEANDO LOS MOVIMIENTOS YA
      * APLICADOS EN LA CORRIDA ANTERIOR, SEGUN EL ULTIMO CHECKPOINT
                       WRITE REGISTRO      FROM LIS-REG
                       ADD 1 TO WK-ALTA-ERRORES
                    ELSE
                       PERFORM CONTROLAR-LISTA THRU F-CONTROLAR-LISTA
                       IF WK-LST-COINCIDENCIA = SPACE
                          PERFORM ASIGNAR-DOCUMENTO
                                  THRU F-ASIGNAR-DOCUMENTO
                          PERFORM ALTA THRU F-ALTA
                          ADD 1 TO WK-ALTAS-OK
                       ELSE
                          PERFORM DETALLE      THRU F-DETALLE
                          MOVE TAB-LEYENDA(26) TO L-OBS
                          WRITE REGISTRO       FROM LIS-REG
                          ADD 1 TO WK-ALTAS-RETENIDAS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-PROCESO-A. EXIT.

      * EL TITULAR DE LA ALTA SE CONTROLA CONTRA LA LISTA DE
      * SANCIONADOS Y PEP ANTES DE ABRIR LA CUENTA; SI COINCIDE, EL
      * MOVIMIENTO ENTERO QUEDA RETENIDO EN LA COLA DE CUMPLIMIENTO
      * (SALVO EN SIMULACION, QUE SOLO LO LISTA) Y NO SE DA DE ALTA.
      * CON LA LISTA INCOMPLETA ("X") LA CORRIDA SE DETIENE COMO ANTE
      * UNA FALLA DE E/S ("TL" EN LA BITACORA: TABLA LLENA)
       CONTROLAR-LISTA.
           MOVE WK-DNI-ALTA TO WK-LST-DOCUMENTO
           MOVE M-APE TO WK-LST-APELLIDO
           MOVE M-NOM TO WK-LST-NOMBRE
           CALL "VAL-LISTA" USING WK-LST-CONSULTA
           IF WK-LST-COINCIDENCIA = "X"
              MOVE "VAL-LISTA" TO WK-FE-OPERACION
              MOVE "TL"        TO DB-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           IF WK-LST-COINCIDENCIA = SPACE
              OR LK-MODO-SIMULACION = 1
              GO TO F-CONTROLAR-LISTA
           END-IF
           MOVE "CTAS003"          TO RVC-ORIGEN
           MOVE WK-OPERADOR-ACTIVO TO RVC-OPERADOR
           MOVE M-CTA              TO RVC-DOCUMENTO
           MOVE WK-DNI-ALTA        TO RVC-PER-DOCUMENTO
           MOVE M-PRODUCTO         TO RVC-PRODUCTO
           MOVE M-APE              TO RVC-PER-APELLIDO
           MOVE M-NOM              TO RVC-PER-NOMBRE
           MOVE MOV-REG            TO RVC-RETENIDO
           PERFORM GRABAR-CUMPLIMIENTO THRU F-GRABAR-CUMPLIMIENTO.
       F-CONTROLAR-LISTA. EXIT.

      * EL DNI ARGENTINO NO TIENE DIGITO VERIFICADOR PROPIO (A
      * DIFERENCIA DEL CUIT); LO QUE SE VALIDA ES EL FORMATO, QUE
      * TENGA ENTRE 7 Y 8 CIFRAS Y NO VENGA EN CERO. LOS DEMAS TIPOS
      * LOS VALIDA VAL-DOC CON SU PROPIA REGLA; SIN M-NRO-DOC LA
      * ALTA ES DE UN DNI Y EL NUMERO VIENE EN M-CTA
       VALIDAR-DOCUMENTO.
           MOVE 1 TO WK-DOC-VALIDO
           MOVE "V" TO WK-VDO-ACCION
           IF M-NRO-DOC = SPACES
              IF NOT ( M-TIPO-DOC = SPACE OR "D" )
                 MOVE 0 TO WK-DOC-VALIDO
                 GO TO F-VALIDAR-DOCUMENTO
              END-IF
              MOVE "D"   TO WK-VDO-TIPO
              MOVE M-CTA TO WK-VDO-NUMERO
           ELSE
              MOVE M-TIPO-DOC TO WK-VDO-TIPO
              MOVE M-NRO-DOC  TO WK-VDO-NUMERO
           END-IF
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF NOT ( WK-VDO-RESULTADO = "S" )
              MOVE 0 TO WK-DOC-VALIDO
           END-IF
           MOVE WK-VDO-TIPO TO WK-TIPO-DOC-ALTA
           MOVE WK-VDO-DNI  TO WK-DNI-ALTA.
       F-VALIDAR-DOCUMENTO. EXIT.

      * EL MOVIMIENTO QUE TRAE TIPO Y NUMERO DE DOCUMENTO SE TRADUCE
      * AL NUMERO INTERNO DE LA PERSONA EN M-CTA. UNA ALTA DE ALGUIEN
      * QUE TODAVIA NO ESTA EMPADRONADO SIGUE CON M-CTA EN CERO Y SE
      * NUMERA RECIEN AL GRABARSE (ASIGNAR-DOCUMENTO), PARA NO GASTAR
      * NUMEROS EN ALTAS RECHAZADAS; CUALQUIER OTRO MOVIMIENTO SOBRE
      * UN DOCUMENTO INVALIDO O NO EMPADRONADO SE RECHAZA
       RESOLVER-DOCUMENTO.
           MOVE 1 TO WK-DOC-RESUELTO
           IF M-NRO-DOC = SPACES
              GO TO F-RESOLVER-DOCUMENTO
           END-IF
           MOVE "B"        TO WK-VDO-ACCION
           MOVE M-TIPO-DOC TO WK-VDO-TIPO
           MOVE M-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF WK-VDO-RESULTADO = "S"
              MOVE WK-VDO-DOCUMENTO TO M-CTA
           ELSE
              MOVE 0 TO M-CTA
              IF NOT ( M-MOV = "A" )
                 MOVE 0 TO WK-DOC-RESUELTO
              END-IF
           END-IF.
       F-RESOLVER-DOCUMENTO. EXIT.

      * LA PERSONA NUEVA SE EMPADRONA (EN SIMULACION SOLO SE LE
      * ASIGNA NUMERO EN MEMORIA) JUSTO ANTES DE GRABAR SU CUENTA
       ASIGNAR-DOCUMENTO.
           IF NOT ( M-CTA = 0 )
              GO TO F-ASIGNAR-DOCUMENTO
           END-IF
           MOVE "A"                TO WK-VDO-ACCION
           MOVE LK-MODO-SIMULACION TO WK-VDO-SIMULACION
           MOVE M-TIPO-DOC         TO WK-VDO-TIPO
           MOVE M-NRO-DOC          TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF NOT ( WK-VDO-RESULTADO = "S" )
              MOVE "WRITE" TO WK-FE-OPERACION
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE WK-VDO-DOCUMENTO TO M-CTA.
       F-ASIGNAR-DOCUMENTO. EXIT.

      * M-PROV TIENE QUE SER UNO DE LOS 24 CODIGOS DE TAB-PROVINCIAS
      * (LA MISMA TABLA QUE USAN CONCTAS Y LIS001 PARA DETALLE-
      * PROVINCIA/SEARCH), SINO LA ALTA QUEDA CON UNA PROVINCIA QUE
           MOVE M-SUCURSAL  TO CTAS-SUCURSAL
           MOVE M-APERTURA  TO CTAS-APERTURA
           MOVE M-MONEDA    TO CTAS-MONEDA
           MOVE WK-TIPO-DOC-ALTA TO CTAS-TIPO-DOC
           IF LK-MODO-SIMULACION = 0
              WRITE CTAS-REG INVALID KEY
                     MOVE "WRITE" TO WK-FE-OPERACION
              WRITE REGISTRO      FROM LIS-REG
              ADD 1 TO WK-BAJA-ERRORES
           ELSE
      * LA BAJA SE RECHAZA CON LA LEYENDA DE LO PRIMERO QUE SIGUE
      * ABIERTO; CUANDO SOLO QUEDA PLATA, SE APLICA Y SE LIQUIDA
              PERFORM CONTROLAR-CIERRE THRU F-CONTROLAR-CIERRE
              IF WK-BAJA-PENDIENTE > 0
                 PERFORM DETALLE THRU F-DETALLE
                 MOVE TAB-LEYENDA(WK-BAJA-PENDIENTE) TO L-OBS
                 WRITE REGISTRO FROM LIS-REG
                 ADD 1 TO WK-BAJA-ERRORES
              ELSE
                 PERFORM BAJA THRU F-BAJA
                 PERFORM LIQUIDAR-CIERRE THRU F-LIQUIDAR-CIERRE
                 ADD 1 TO WK-BAJAS-OK
              END-IF
           END-IF.
       F-PROCESO-B. EXIT.

      * CONDICIONES DE CIERRE: NO SE DA DE BAJA UNA CUENTA CON UN
      * EMBARGO ACTIVO, UN PLAN DE CUOTAS VIGENTE, UNA DISPUTA
      * ABIERTA, PAGOS RETENIDOS EN CLEARING, COMPRAS EN CUOTAS CON
      * CUOTAS SIN FACTURAR O TARJETAS TODAVIA
      * ACTIVAS QUE FACTURAN A ELLA (LAS ANTERIORES AL VINCULO, CON
      * PLAS-PRODUCTO EN CERO, CUENTAN PARA TODOS LOS PRODUCTOS DEL
      * DOCUMENTO). DEJA EN WK-BAJA-PENDIENTE LA LEYENDA A MOSTRAR,
      * O CERO SI LA CUENTA SE PUEDE CERRAR
       CONTROLAR-CIERRE.
           MOVE 0 TO WK-BAJA-PENDIENTE
           PERFORM BUSCAR-EMBARGO THRU F-BUSCAR-EMBARGO
           IF WK-EMBARGO-IMPORTE > 0
              MOVE 20 TO WK-BAJA-PENDIENTE
              GO TO F-CONTROLAR-CIERRE
           END-IF
           PERFORM BUSCAR-PLAN-VIGENTE THRU F-BUSCAR-PLAN-VIGENTE
           IF WK-PLAN-VIGENTE = 1
              MOVE 21 TO WK-BAJA-PENDIENTE
              GO TO F-CONTROLAR-CIERRE
           END-IF
           PERFORM VARYING WK-IND-CIERRE FROM 1 BY 1
                   UNTIL WK-IND-CIERRE > WK-DIS-CANT
              IF TAB-DIS-DOC(WK-IND-CIERRE) = CTAS-DOCUMENTO
                 AND TAB-DIS-PROD(WK-IND-CIERRE) = CTAS-PRODUCTO
                 MOVE 22 TO WK-BAJA-PENDIENTE
              END-IF
           END-PERFORM
           IF WK-BAJA-PENDIENTE > 0
              GO TO F-CONTROLAR-CIERRE
           END-IF
           PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO
           IF WK-RETENIDO-CTA > 0
              MOVE 23 TO WK-BAJA-PENDIENTE
              GO TO F-CONTROLAR-CIERRE
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-CUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-CUP-PROD-BUSCADO
           PERFORM SUMAR-CUOTAS-PEND THRU F-SUMAR-CUOTAS-PEND
           IF WK-CUP-PENDIENTE > 0
              MOVE 25 TO WK-BAJA-PENDIENTE
              GO TO F-CONTROLAR-CIERRE
           END-IF
           MOVE 0              TO WK-PLAS-FINAL
           MOVE CTAS-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> CTAS-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-PRODUCTO NOT NUMERIC
                 MOVE 0 TO PLAS-PRODUCTO
              END-IF
              IF PLAS-ESTADO = "AC"
                 AND ( PLAS-PRODUCTO = CTAS-PRODUCTO
                       OR PLAS-PRODUCTO = 0 )
                 MOVE 24 TO WK-BAJA-PENDIENTE
                 MOVE 1  TO WK-PLAS-FINAL
              END-IF
           END-PERFORM.
       F-CONTROLAR-CIERRE. EXIT.

      * LIQUIDACION FINAL: CON SALDO A FAVOR DEL CLIENTE SE EMITE
      * UNA ORDEN DE DEVOLUCION ("D"), CON SALDO DEUDOR EL IMPORTE
      * DE CANCELACION ("C"), AMBAS PENDIENTES EN CIERRES.DAT. LA
      * CARTA DE CIERRE LA EMITE CAR001 DESDE LA AUDITORIA DE LA
      * BAJA, AL DOMICILIO DEL MAESTRO DE DOMICILIOS
       LIQUIDAR-CIERRE.
           IF CTAS-SALDO = 0
              GO TO F-LIQUIDAR-CIERRE
           END-IF
           INITIALIZE CIE-REG
           MOVE CTAS-DOCUMENTO     TO CIE-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO CIE-PRODUCTO
           MOVE CTAS-FECHA-BAJA    TO CIE-FECHA
           MOVE CTAS-MONEDA        TO CIE-MONEDA
           MOVE WK-OPERADOR-ACTIVO TO CIE-OPERADOR
           MOVE "P"                TO CIE-ESTADO
           IF CTAS-SALDO > 0
              MOVE "D"             TO CIE-TIPO
              MOVE CTAS-SALDO      TO CIE-IMPORTE
              ADD 1 TO WK-CIERRES-DEVOL
           ELSE
              MOVE "C"             TO CIE-TIPO
              COMPUTE CIE-IMPORTE = CTAS-SALDO * -1
              ADD 1 TO WK-CIERRES-CANCEL
           END-IF
           IF LK-MODO-SIMULACION = 0
              WRITE CIE-REG
           END-IF.
       F-LIQUIDAR-CIERRE. EXIT.

       BAJA.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           ACCEPT WK-FECHA FROM CENTURY-DATE
                 MOVE 0 TO CTAS-LIMITE
              END-IF
      * EL SALDO DISPONIBLE ES EL CONTABLE MENOS LAS RETENCIONES DE
      * CLEARING ACTIVAS, LAS CUOTAS DE COMPRAS TODAVIA NO
      * FACTURADAS Y LAS AUTORIZACIONES DEL PROCESADOR SIN
      * LIQUIDAR: CONTRA ESO SE MIDE EL LIMITE
              PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO
              MOVE CTAS-DOCUMENTO TO WK-CUP-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-CUP-PROD-BUSCADO
              PERFORM SUMAR-CUOTAS-PEND THRU F-SUMAR-CUOTAS-PEND
              MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
              PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
              COMPUTE WK-SALDO-PROYECTADO = CTAS-SALDO + M-MONTO
                      - WK-RETENIDO-CTA - WK-CUP-PENDIENTE
                      - WK-AUP-PENDIENTE
              IF WK-SALDO-PROYECTADO < 0 AND M-MONTO < 0 AND
                 WK-SALDO-PROYECTADO < ( CTAS-LIMITE * -1 )
                 PERFORM DETALLE      THRU F-DETALLE
      * EXACTOS DE CALENDARIO (FEC-DIF) SOBRE EL MES COMERCIAL DE 30.
      * LA DIFERENCIA DE INTERES SE ACREDITA (O DEBITA) CON SU PROPIO
      * REGISTRO "I" DE AUDITORIA; EL ARREGLO DE SALDO QUEDA COMO "E".
      * SI LA FECHA EFECTIVA CAE EN UN PERIODO YA CERRADO POR PER001
      * EL MES NO SE TOCA: EL ARREGLO SE ASIENTA HOY, EN EL PERIODO
      * ABIERTO, COMO AJUSTE DE PERIODO ANTERIOR ("Q", CON EL PERIODO
      * CORREGIDO EN AUD-PERIODO COMO REFERENCIA) Y LA DIFERENCIA DE
      * INTERES VA CON EL PERIODO DE HOY; EL LISTADO LO SENIALA.
       PROCESO-V.
           PERFORM BUSCAR THRU F-BUSCAR
           IF NOT ( WK-CTAS-ENCONTRADA = 1 )
              ADD 1 TO WK-RETRO-ERRORES
              GO TO F-PROCESO-V
           END-IF
           COMPUTE WK-PER-BUSCAR = M-FECHA-EFECTIVA / 100
           PERFORM BUSCAR-PERIODO-CERRADO THRU F-BUSCAR-PERIODO-CERRADO
           PERFORM RECALCULAR-INTERES THRU F-RECALCULAR-INTERES
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + M-MONTO
                     PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
           END-IF
           IF WK-PER-CERRADO = 1
              PERFORM DETALLE      THRU F-DETALLE
              MOVE TAB-LEYENDA(27) TO L-OBS
              WRITE REGISTRO       FROM LIS-REG
              ADD 1 TO WK-RETRO-ANTERIOR
              MOVE "Q" TO WK-AUD-MOV-TRF
           ELSE
              MOVE "E" TO WK-AUD-MOV-TRF
           END-IF
           PERFORM GRABAR-AUD-RETRO THRU F-GRABAR-AUD-RETRO
           IF WK-INTERES-RETRO NOT = 0
              PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
      * AUDITORIA DEL AJUSTE VALOR FECHA: EL "E" LLEVA LA FECHA
      * EFECTIVA REAL EN AUD-PERIODO (AAAAMM) PARA PODER JUSTIFICAR
      * EL PERIODO CORREGIDO; EL "I" DE LA DIFERENCIA DE INTERES VA
      * IGUAL QUE LOS DE CTAS004 (CON EL PERIODO DE HOY SI EL
      * CORREGIDO YA ESTA CERRADO)
       GRABAR-AUD-RETRO.
           IF LK-MODO-SIMULACION = 1
              GO TO F-GRABAR-AUD-RETRO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           COMPUTE AUD-PERIODO = M-FECHA-EFECTIVA / 100
           IF WK-PER-CERRADO = 1 AND WK-AUD-MOV-TRF = "I"
              COMPUTE AUD-PERIODO = WK-HOY-RETRO / 100
           END-IF
           MOVE 0                 TO AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUD-RETRO. EXIT.
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA.
       F-FIJAR-LIMITE. EXIT.

      * MOVIMIENTO "P": CAMBIO DE PRODUCTO (UPGRADE/DOWNGRADE) SIN
      * BAJA NI ALTA. EL PRODUCTO NUEVO VIAJA EN M-MONTO (ENTERO,
      * COMO EL LIMITE DEL "L"). LA CUENTA SE REGRABA BAJO LA CLAVE
      * NUEVA CON TODO LO DEMAS INTACTO (SALDO, LIMITE, SITUACION Y
      * SU FECHA, APERTURA, MONEDA) Y ARRASTRA LO QUE CUELGA DE
      * DOCUMENTO/PRODUCTO: TARJETAS, PLANES, COTITULARES, CARGOS
      * RECURRENTES, GESTOR ASIGNADO, NOTAS, CBU, PUNTOS, GARANTES Y
      * ADHESION AL BARRIDO; LAS TARJETAS VIGENTES SE PIDEN DE NUEVO
      * AL PROVEEDOR PARA EL PRODUCTO NUEVO. LO QUE NO SE PUEDE
      * MUDAR SIN UN HUMANO (EMBARGO, DISPUTA, RETENCIONES, CUOTAS
      * SIN FACTURAR, AUTORIZACIONES SIN LIQUIDAR, CARTERA CASTIGADA,
      * CAUSA JUDICIAL ABIERTA, COLOCACION EN AGENCIA) RECHAZA EL
      * CAMBIO AL LISTADO.
       PROCESO-P.
           PERFORM CONTROLAR-CONVERSION THRU F-CONTROLAR-CONVERSION
           IF WK-CONV-RECHAZO > 0
              PERFORM DETALLE THRU F-DETALLE
              MOVE TAB-LEYENDA(WK-CONV-RECHAZO) TO L-OBS
              WRITE REGISTRO FROM LIS-REG
              ADD 1 TO WK-CONV-ERRORES
           ELSE
              PERFORM CONVERTIR-CUENTA THRU F-CONVERTIR-CUENTA
              ADD 1 TO WK-CONV-OK
           END-IF.
       F-PROCESO-P. EXIT.

      * DEJA EN WK-CONV-RECHAZO LA LEYENDA DEL PRIMER IMPEDIMENTO, O
      * CERO SI LA CUENTA SE PUEDE PASAR AL PRODUCTO NUEVO; AL SALIR
      * SIN RECHAZO EL AREA DE CTAS-REG QUEDA CON LA CUENTA ORIGEN
       CONTROLAR-CONVERSION.
           MOVE 0 TO WK-CONV-RECHAZO
           PERFORM BUSCAR THRU F-BUSCAR
           IF NOT ( WK-CTAS-ENCONTRADA = 1 )
              MOVE 28 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           IF CTAS-FECHA-BAJA NOT = 0
              MOVE 36 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           MOVE 0 TO WK-PRODUCTO-VALIDO
                     WK-PROD-NUEVO
           IF M-MONTO NOT < 1 AND M-MONTO NOT > 99
              MOVE M-MONTO TO WK-PROD-NUEVO
              SET PROD-INDEX TO 1
              SEARCH TAB-PRODUCTOS-DETALLE
               WHEN TAB-PRODUCTOS-COD(PROD-INDEX) = WK-PROD-NUEVO
                IF TAB-PRODUCTOS-ACTIVO(PROD-INDEX) = "A"
                   MOVE 1 TO WK-PRODUCTO-VALIDO
                END-IF
              END-SEARCH
           END-IF
           IF WK-PRODUCTO-VALIDO = 0 OR WK-PROD-NUEVO = CTAS-PRODUCTO
              MOVE 29 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM BUSCAR-EMBARGO THRU F-BUSCAR-EMBARGO
           IF WK-EMBARGO-IMPORTE > 0
              MOVE 31 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM VARYING WK-IND-CIERRE FROM 1 BY 1
                   UNTIL WK-IND-CIERRE > WK-DIS-CANT
              IF TAB-DIS-DOC(WK-IND-CIERRE) = CTAS-DOCUMENTO
                 AND TAB-DIS-PROD(WK-IND-CIERRE) = CTAS-PRODUCTO
                 MOVE 32 TO WK-CONV-RECHAZO
              END-IF
           END-PERFORM
           IF WK-CONV-RECHAZO > 0
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO
           IF WK-RETENIDO-CTA > 0
              MOVE 33 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-CUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-CUP-PROD-BUSCADO
           PERFORM SUMAR-CUOTAS-PEND THRU F-SUMAR-CUOTAS-PEND
           IF WK-CUP-PENDIENTE > 0
              MOVE 34 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
           PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
           IF WK-AUP-PENDIENTE > 0
              MOVE 35 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
      * LA CARTERA CASTIGADA QUEDA EN CASTIGOS.DAT Y LOS RECUPEROS SE
      * IMPUTAN POR DOCUMENTO/PRODUCTO: LA CUENTA NO SE MUDA MIENTRAS
      * TENGA SALDO CASTIGADO SIN RECUPERAR
           IF CTAS-SITUACION = 4
              MOVE 38 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM SUMAR-CASTIGADO THRU F-SUMAR-CASTIGADO
           IF WK-CAS-SALDO > 0
              MOVE 38 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM BUSCAR-LEGAL-ABIERTA THRU F-BUSCAR-LEGAL-ABIERTA
           IF WK-LEG-ABIERTA = 1
              MOVE 39 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
           PERFORM BUSCAR-COLOCACION THRU F-BUSCAR-COLOCACION
           IF WK-COL-ACTIVA = 1
              MOVE 40 TO WK-CONV-RECHAZO
              GO TO F-CONTROLAR-CONVERSION
           END-IF
      * LA CLAVE DESTINO TIENE QUE ESTAR LIBRE, EN EL MAESTRO Y EN
      * LAS ALTAS DE ESTE MISMO LOTE (EN SIMULACION NO SE GRABAN)
           MOVE 0 TO WK-ALTA-DUPLICADA
           SET ALTA-INDEX TO 1
           SEARCH TAB-ALTAS-RUN-ITEM
            WHEN TAB-ALTAS-RUN-DOC(ALTA-INDEX)  = CTAS-DOCUMENTO
            AND  TAB-ALTAS-RUN-PROD(ALTA-INDEX) = WK-PROD-NUEVO
             MOVE 1 TO WK-ALTA-DUPLICADA
           END-SEARCH
           MOVE CTAS-REG      TO WK-CONV-CUENTA-T
           MOVE WK-PROD-NUEVO TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 MOVE 1 TO WK-ALTA-DUPLICADA
           END-READ
           MOVE WK-CONV-CUENTA-T TO CTAS-REG
           IF WK-ALTA-DUPLICADA = 1
              MOVE 30 TO WK-CONV-RECHAZO
           END-IF.
       F-CONTROLAR-CONVERSION. EXIT.

      * SALDO CASTIGADO TODAVIA SIN RECUPERAR DE LA CUENTA: LOS "C"
      * SUMAN, LOS "R" RESTAN Y LOS "A" (RECUPERO ANULADO) VUELVEN A
      * SUMAR. SIN ARCHIVO NO HAY NADA CASTIGADO
       SUMAR-CASTIGADO.
           MOVE 0 TO WK-CAS-SALDO
           OPEN INPUT CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              GO TO F-SUMAR-CASTIGADO
           END-IF
           MOVE 0 TO WK-CAS-FINAL
           PERFORM UNTIL WK-CAS-FINAL = 1
              READ CASTIGOS AT END
                   MOVE 1 TO WK-CAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CAS-DOCUMENTO = CTAS-DOCUMENTO
                       AND CAS-PRODUCTO = CTAS-PRODUCTO )
                 EXIT PERFORM CYCLE
              END-IF
              IF CAS-TIPO = "R"
                 SUBTRACT CAS-IMPORTE FROM WK-CAS-SALDO
              ELSE
                 ADD CAS-IMPORTE TO WK-CAS-SALDO
              END-IF
           END-PERFORM
           CLOSE CASTIGOS.
       F-SUMAR-CASTIGADO. EXIT.

      * CAUSA JUDICIAL ABIERTA ("A") DE LA CUENTA EN LEGALES.DAT
       BUSCAR-LEGAL-ABIERTA.
           MOVE 0 TO WK-LEG-ABIERTA
           OPEN INPUT LEGALES
           IF NOT ( WK-LEG-STAT = "00" )
              GO TO F-BUSCAR-LEGAL-ABIERTA
           END-IF
           MOVE 0 TO WK-LEG-FINAL
           PERFORM UNTIL WK-LEG-FINAL = 1
              READ LEGALES AT END
                   MOVE 1 TO WK-LEG-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF LEG-DOCUMENTO = CTAS-DOCUMENTO
                 AND LEG-PRODUCTO = CTAS-PRODUCTO
                 AND LEG-ESTADO = "A"
                 MOVE 1 TO WK-LEG-ABIERTA
                 MOVE 1 TO WK-LEG-FINAL
              END-IF
           END-PERFORM
           CLOSE LEGALES.
       F-BUSCAR-LEGAL-ABIERTA. EXIT.

      * COLOCACION ACTIVA ("A") DE LA CUENTA EN UNA AGENCIA EXTERNA:
      * LA AGENCIA COBRA SOBRE LA CLAVE QUE SE LE ENTREGO
       BUSCAR-COLOCACION.
           MOVE 0 TO WK-COL-ACTIVA
           OPEN INPUT COLOCACIONES
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-BUSCAR-COLOCACION
           END-IF
           MOVE 0 TO WK-COL-FINAL
           PERFORM UNTIL WK-COL-FINAL = 1
              READ COLOCACIONES AT END
                   MOVE 1 TO WK-COL-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF COL-DOCUMENTO = CTAS-DOCUMENTO
                 AND COL-PRODUCTO = CTAS-PRODUCTO
                 AND COL-ESTADO = "A"
                 MOVE 1 TO WK-COL-ACTIVA
                 MOVE 1 TO WK-COL-FINAL
              END-IF
           END-PERFORM
           CLOSE COLOCACIONES.
       F-BUSCAR-COLOCACION. EXIT.

      * LA CUENTA SE GRABA PRIMERO BAJO LA CLAVE NUEVA Y RECIEN
      * DESPUES SE BORRA LA VIEJA: SI ALGO FALLA EN EL MEDIO NUNCA
      * QUEDA EL CLIENTE SIN CUENTA. EN LA AUDITORIA EL CAMBIO SON
      * DOS REGISTROS "0": LA SALIDA, SOBRE LA CLAVE VIEJA, CON SALDO
      * CERO Y FECHA DE BAJA DE HOY EN EL DESPUES Y EL PRODUCTO NUEVO
      * EN AUD-PERIODO; Y LA ENTRADA, SOBRE LA CLAVE NUEVA, CON EL
      * ANTES VACIO COMO UNA ALTA Y EL PRODUCTO VIEJO EN AUD-PERIODO.
      * ASI CNT001 PASA EL SALDO DE UN PRODUCTO AL OTRO, VER001 SABE
      * POR QUE FALTA LA CLAVE VIEJA Y LAS CONSULTAS SIGUEN LA CUENTA
       CONVERTIR-CUENTA.
           MOVE CTAS-PRODUCTO TO WK-PROD-VIEJO
           MOVE CTAS-REG      TO WK-CONV-CUENTA-T
           ACCEPT WK-HOY-CONV FROM CENTURY-DATE
           MOVE WK-PROD-NUEVO TO CTAS-PRODUCTO
           IF LK-MODO-SIMULACION = 0
              WRITE CTAS-REG INVALID KEY
                     MOVE "WRITE" TO WK-FE-OPERACION
                     PERFORM ERROR-ES THRU F-ERROR-ES
              END-WRITE
           END-IF
           ADD 1 TO WK-CANT-ALTAS-RUN
           MOVE CTAS-DOCUMENTO TO TAB-ALTAS-RUN-DOC(WK-CANT-ALTAS-RUN)
           MOVE WK-PROD-NUEVO  TO TAB-ALTAS-RUN-PROD(WK-CANT-ALTAS-RUN)
           MOVE WK-CONV-CUENTA-T TO CTAS-REG
           IF LK-MODO-SIMULACION = 0
              DELETE M-CUENTAS INVALID KEY
                     MOVE "DELETE" TO WK-FE-OPERACION
                     PERFORM ERROR-ES THRU F-ERROR-ES
              END-DELETE
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           MOVE 0           TO CTAS-SALDO
           MOVE WK-HOY-CONV TO CTAS-FECHA-BAJA
           MOVE WK-PROD-NUEVO TO WK-CONV-PROD-REF
           PERFORM GRABAR-AUD-CONVERSION THRU F-GRABAR-AUD-CONVERSION
           MOVE WK-CONV-CUENTA-T TO CTAS-REG
           MOVE WK-PROD-NUEVO    TO CTAS-PRODUCTO
           INITIALIZE WK-CTAS-ANTES
           MOVE WK-PROD-VIEJO TO WK-CONV-PROD-REF
           PERFORM GRABAR-AUD-CONVERSION THRU F-GRABAR-AUD-CONVERSION
           IF LK-MODO-SIMULACION = 1
              GO TO F-CONVERTIR-CUENTA
           END-IF
           PERFORM ARRASTRAR-PLASTICOS THRU F-ARRASTRAR-PLASTICOS
           PERFORM ARRASTRAR-PLANES THRU F-ARRASTRAR-PLANES
           PERFORM ARRASTRAR-COTITULARES THRU F-ARRASTRAR-COTITULARES
           PERFORM ARRASTRAR-RECURRENTES THRU F-ARRASTRAR-RECURRENTES
           PERFORM ARRASTRAR-ASIGNACION THRU F-ARRASTRAR-ASIGNACION
           PERFORM ARRASTRAR-NOTAS THRU F-ARRASTRAR-NOTAS
           PERFORM ARRASTRAR-CBU THRU F-ARRASTRAR-CBU
           PERFORM ARRASTRAR-PUNTOS THRU F-ARRASTRAR-PUNTOS
           PERFORM ARRASTRAR-GARANTES THRU F-ARRASTRAR-GARANTES
           PERFORM ARRASTRAR-BARRIDO THRU F-ARRASTRAR-BARRIDO.
       F-CONVERTIR-CUENTA. EXIT.

      * LAS TARJETAS QUE FACTURAN AL PRODUCTO VIEJO PASAN AL NUEVO
      * (LAS ANTERIORES AL VINCULO, CON PLAS-PRODUCTO EN CERO, NO SE
      * TOCAN); LAS VIGENTES O EN EMISION SE PIDEN DE NUEVO COMO
      * REPOSICION, CON EL MISMO CRITERIO DE PLAS011: PLAS007 LA
      * CUMPLE CUANDO LLEGA Y LA NUEVA HEREDA EL PRODUCTO
       ARRASTRAR-PLASTICOS.
           MOVE 0              TO WK-PLAS-FINAL
           MOVE CTAS-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> CTAS-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-PRODUCTO NOT NUMERIC
                 OR PLAS-PRODUCTO <> WK-PROD-VIEJO
                 EXIT PERFORM CYCLE
              END-IF
              MOVE WK-PROD-NUEVO TO PLAS-PRODUCTO
              REWRITE PLAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
              IF PLAS-ESTADO = "AC" OR "PE"
                 PERFORM GRABAR-SOLICITUD THRU F-GRABAR-SOLICITUD
              END-IF
           END-PERFORM.
       F-ARRASTRAR-PLASTICOS. EXIT.

       GRABAR-SOLICITUD.
           MOVE 0 TO WK-SOL-YA-PEDIDO
           PERFORM VARYING WK-IND-SOL FROM 1 BY 1
                   UNTIL WK-IND-SOL > WK-SOL-PEND-CANT
                   OR WK-SOL-YA-PEDIDO = 1
              IF TAB-SOL-PEND-PLAS(WK-IND-SOL) = PLAS-PLASTICO
                 MOVE 1 TO WK-SOL-YA-PEDIDO
              END-IF
           END-PERFORM
           IF WK-SOL-YA-PEDIDO = 1
              GO TO F-GRABAR-SOLICITUD
           END-IF
           OPEN EXTEND REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              OPEN OUTPUT REGISTRO-SOL
           END-IF
           INITIALIZE SOLR-REG
           MOVE PLAS-DOCUMENTO TO SOLR-DOCUMENTO
           MOVE PLAS-PLASTICO  TO SOLR-PLASTICO
           MOVE WK-HOY-CONV    TO SOLR-FECHA-SOLICITUD
           MOVE "P"            TO SOLR-ESTADO
           MOVE 0              TO SOLR-FECHA-CUMPLIDA
           WRITE SOLR-REG
           CLOSE REGISTRO-SOL
           ADD 1 TO WK-CONV-PLASTICOS
           IF WK-SOL-PEND-CANT < 9999
              ADD 1 TO WK-SOL-PEND-CANT
              MOVE PLAS-PLASTICO
                TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
           END-IF.
       F-GRABAR-SOLICITUD. EXIT.

      * LOS PLANES DE LA CUENTA, EL VIGENTE Y SU HISTORIA, SE
      * REARMAN CON EL PRODUCTO NUEVO EN LA CLAVE: SE GRABA PRIMERO
      * LA CLAVE NUEVA Y SOLO SI ENTRA SE BORRA LA VIEJA; SI LA NUEVA
      * YA EXISTE EL PLAN QUEDA EN EL PRODUCTO VIEJO Y SE INFORMA AL
      * LISTADO COMO "PLAN NO ARRASTRADO"
       ARRASTRAR-PLANES.
           IF WK-PLN-ABIERTO = 0
              GO TO F-ARRASTRAR-PLANES
           END-IF
           MOVE CTAS-DOCUMENTO TO PLN-DOCUMENTO
           MOVE WK-PROD-VIEJO  TO PLN-PRODUCTO
           MOVE 0              TO PLN-FECHA-ALTA
           MOVE 0              TO WK-PLN-FINAL
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-PLN-FINAL
           END-START
           PERFORM UNTIL WK-PLN-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-PLN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = CTAS-DOCUMENTO
                       AND PLN-PRODUCTO = WK-PROD-VIEJO )
                 MOVE 1 TO WK-PLN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              MOVE PLN-REG TO WK-CONV-PLN-T
              MOVE WK-PROD-NUEVO TO PLN-PRODUCTO
              WRITE PLN-REG
              INVALID KEY
                    PERFORM DETALLE THRU F-DETALLE
                    MOVE TAB-LEYENDA(41) TO L-OBS
                    WRITE REGISTRO FROM LIS-REG
                    END-WRITE
              NOT INVALID KEY
                    MOVE WK-CONV-PLN-T TO PLN-REG
                    DELETE PLANES INVALID KEY
                           CONTINUE
                    END-DELETE
              END-WRITE
              MOVE WK-CONV-PLN-T TO PLN-REG
              START PLANES KEY GREATER PLN-CLAVE
              INVALID KEY
                    MOVE 1 TO WK-PLN-FINAL
              END-START
           END-PERFORM.
       F-ARRASTRAR-PLANES. EXIT.

       ARRASTRAR-COTITULARES.
           OPEN I-O M-COTITULARES
           IF NOT ( WK-COT-STAT = "00" )
              GO TO F-ARRASTRAR-COTITULARES
           END-IF
           MOVE 0              TO WK-COT-FINAL
           MOVE CTAS-DOCUMENTO TO COT-DOCUMENTO
           MOVE WK-PROD-VIEJO  TO COT-PRODUCTO
           MOVE 0              TO COT-CODOCUMENTO
           START M-COTITULARES KEY NOT < COT-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-COT-FINAL
           END-START
           PERFORM UNTIL WK-COT-FINAL = 1
              READ M-COTITULARES NEXT AT END
                   MOVE 1 TO WK-COT-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( COT-DOCUMENTO = CTAS-DOCUMENTO
                       AND COT-PRODUCTO = WK-PROD-VIEJO )
                 MOVE 1 TO WK-COT-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              MOVE COT-REG TO WK-CONV-COT-T
              DELETE M-COTITULARES INVALID KEY
                     CONTINUE
              END-DELETE
              MOVE WK-CONV-COT-T TO COT-REG
              MOVE WK-PROD-NUEVO TO COT-PRODUCTO
              WRITE COT-REG INVALID KEY
                    CONTINUE
              END-WRITE
              MOVE WK-CONV-COT-T TO COT-REG
              START M-COTITULARES KEY GREATER COT-CLAVE
              INVALID KEY
                    MOVE 1 TO WK-COT-FINAL
              END-START
           END-PERFORM
           CLOSE M-COTITULARES.
       F-ARRASTRAR-COTITULARES. EXIT.

      * RECURRENTES, ASIGNACIONES Y NOTAS SON SECUENCIALES: SE
      * RECORREN UNA VEZ Y SE REGRABAN EN EL LUGAR LOS REGISTROS DE
      * LA CUENTA (COMO PDP001 CON LAS NOTAS)
       ARRASTRAR-RECURRENTES.
           OPEN I-O RECURRENTES
           IF NOT ( WK-RCU-STAT = "00" )
              GO TO F-ARRASTRAR-RECURRENTES
           END-IF
           MOVE 0 TO WK-RCU-FINAL
           PERFORM UNTIL WK-RCU-FINAL = 1
              READ RECURRENTES AT END
                   MOVE 1 TO WK-RCU-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF RCU-DOCUMENTO = CTAS-DOCUMENTO
                 AND RCU-PRODUCTO = WK-PROD-VIEJO
                 MOVE WK-PROD-NUEVO TO RCU-PRODUCTO
                 REWRITE RCU-REG
              END-IF
           END-PERFORM
           CLOSE RECURRENTES.
       F-ARRASTRAR-RECURRENTES. EXIT.

       ARRASTRAR-ASIGNACION.
           OPEN I-O ASIGNACIONES
           IF NOT ( WK-ASG-STAT = "00" )
              GO TO F-ARRASTRAR-ASIGNACION
           END-IF
           MOVE 0 TO WK-ASG-FINAL
           PERFORM UNTIL WK-ASG-FINAL = 1
              READ ASIGNACIONES AT END
                   MOVE 1 TO WK-ASG-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ASG-DOCUMENTO = CTAS-DOCUMENTO
                 AND ASG-PRODUCTO = WK-PROD-VIEJO
                 MOVE WK-PROD-NUEVO TO ASG-PRODUCTO
                 REWRITE ASG-REG
              END-IF
           END-PERFORM
           CLOSE ASIGNACIONES.
       F-ARRASTRAR-ASIGNACION. EXIT.

       ARRASTRAR-NOTAS.
           OPEN I-O NOTAS
           IF NOT ( WK-NOTA-STAT = "00" )
              GO TO F-ARRASTRAR-NOTAS
           END-IF
           MOVE 0 TO WK-NOTA-FINAL
           PERFORM UNTIL WK-NOTA-FINAL = 1
              READ NOTAS AT END
                   MOVE 1 TO WK-NOTA-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOTA-DOCUMENTO = CTAS-DOCUMENTO
                 AND NOTA-PRODUCTO = WK-PROD-VIEJO
                 MOVE WK-PROD-NUEVO TO NOTA-PRODUCTO
                 REWRITE NOTA-REG
              END-IF
           END-PERFORM
           CLOSE NOTAS.
       F-ARRASTRAR-NOTAS. EXIT.

      * EL CBU QUEDA FIJO (LO DIJO CBU001 AL ASIGNARLO): SOLO CAMBIA
      * LA CUENTA A LA QUE APUNTA, ASI LAS TRANSFERENCIAS ENTRANTES
      * DE TRF004 CAEN EN EL PRODUCTO NUEVO. EN ESTE Y LOS QUE SIGUEN
      * UN ARCHIVO QUE NO EXISTE ("35") NO TIENE NADA QUE ARRASTRAR;
      * CUALQUIER OTRA FALLA CORTA LA CORRIDA COMO EL MAESTRO
       ARRASTRAR-CBU.
           OPEN I-O CBU-CUENTAS
           IF WK-CBU-STAT = "35"
              GO TO F-ARRASTRAR-CBU
           END-IF
           IF NOT ( WK-CBU-STAT = "00" )
              MOVE "OPEN CBU" TO WK-FE-OPERACION
              MOVE WK-CBU-STAT TO DB-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE CTAS-DOCUMENTO TO CBU-DOCUMENTO
           MOVE WK-PROD-VIEJO  TO CBU-PRODUCTO
           READ CBU-CUENTAS KEY IS CBU-CUENTA
           INVALID KEY
                 CLOSE CBU-CUENTAS
                 GO TO F-ARRASTRAR-CBU
           END-READ
           MOVE WK-PROD-NUEVO TO CBU-PRODUCTO
           REWRITE CBU-REG INVALID KEY
                   MOVE "REWRITE CBU" TO WK-FE-OPERACION
                   MOVE WK-CBU-STAT TO DB-STAT
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           CLOSE CBU-CUENTAS.
       F-ARRASTRAR-CBU. EXIT.

      * LOS LOTES DE PUNTOS, VIGENTES Y VENCIDOS, SIGUEN A LA CUENTA
       ARRASTRAR-PUNTOS.
           OPEN I-O PUNTOS
           IF WK-PTS-STAT = "35"
              GO TO F-ARRASTRAR-PUNTOS
           END-IF
           IF NOT ( WK-PTS-STAT = "00" )
              MOVE "OPEN PUNTOS" TO WK-FE-OPERACION
              MOVE WK-PTS-STAT TO DB-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE 0 TO WK-PTS-FINAL
           PERFORM UNTIL WK-PTS-FINAL = 1
              READ PUNTOS AT END
                   MOVE 1 TO WK-PTS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PTS-DOCUMENTO = CTAS-DOCUMENTO
                 AND PTS-PRODUCTO = WK-PROD-VIEJO
                 MOVE WK-PROD-NUEVO TO PTS-PRODUCTO
                 REWRITE PTS-REG
                 IF NOT ( WK-PTS-STAT = "00" )
                    MOVE "REWRITE PUNTOS" TO WK-FE-OPERACION
                    MOVE WK-PTS-STAT TO DB-STAT
                    PERFORM ERROR-ES THRU F-ERROR-ES
                 END-IF
              END-IF
           END-PERFORM
           CLOSE PUNTOS.
       F-ARRASTRAR-PUNTOS. EXIT.

      * LAS FIANZAS DE LA CUENTA (DE PLANES Y DE LIMITE, VIGENTES Y
      * LIBERADAS) SE REARMAN CON EL PRODUCTO NUEVO EN LA CLAVE, COMO
      * LOS PLANES QUE AFIANZAN
       ARRASTRAR-GARANTES.
           OPEN I-O GARANTES
           IF WK-GAR-STAT = "35"
              GO TO F-ARRASTRAR-GARANTES
           END-IF
           IF NOT ( WK-GAR-STAT = "00" )
              MOVE "OPEN GARANTES" TO WK-FE-OPERACION
              MOVE WK-GAR-STAT TO DB-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE 0              TO WK-GAR-FINAL
           MOVE CTAS-DOCUMENTO TO GAR-DOCUMENTO
           MOVE WK-PROD-VIEJO  TO GAR-PRODUCTO
           MOVE LOW-VALUES     TO GAR-OBLIGACION
           MOVE 0              TO GAR-REFERENCIA
                                  GAR-GARANTE
           START GARANTES KEY NOT < GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GAR-FINAL
           END-START
           PERFORM UNTIL WK-GAR-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-GAR-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( GAR-DOCUMENTO = CTAS-DOCUMENTO
                       AND GAR-PRODUCTO = WK-PROD-VIEJO )
                 MOVE 1 TO WK-GAR-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              MOVE GAR-REG TO WK-CONV-GAR-T
              DELETE GARANTES INVALID KEY
                     MOVE "DELETE GARANTES" TO WK-FE-OPERACION
                     MOVE WK-GAR-STAT TO DB-STAT
                     PERFORM ERROR-ES THRU F-ERROR-ES
              END-DELETE
              MOVE WK-CONV-GAR-T TO GAR-REG
              MOVE WK-PROD-NUEVO TO GAR-PRODUCTO
              WRITE GAR-REG INVALID KEY
                    MOVE "WRITE GARANTES" TO WK-FE-OPERACION
                    MOVE WK-GAR-STAT TO DB-STAT
                    PERFORM ERROR-ES THRU F-ERROR-ES
              END-WRITE
              MOVE WK-CONV-GAR-T TO GAR-REG
              START GARANTES KEY GREATER GAR-CLAVE
              INVALID KEY
                    MOVE 1 TO WK-GAR-FINAL
              END-START
           END-PERFORM
           CLOSE GARANTES.
       F-ARRASTRAR-GARANTES. EXIT.

      * LA ADHESION A LA COBERTURA DEL DESCUBIERTO LA PIDIO EL
      * CLIENTE PARA LA CUENTA, NO PARA EL PRODUCTO: SE CONSERVA
       ARRASTRAR-BARRIDO.
           OPEN I-O BARRIDO-ADH
           IF WK-BAD-STAT = "35"
              GO TO F-ARRASTRAR-BARRIDO
           END-IF
           IF NOT ( WK-BAD-STAT = "00" )
              MOVE "OPEN BARRIDO" TO WK-FE-OPERACION
              MOVE WK-BAD-STAT TO DB-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE 0 TO WK-BAD-FINAL
           PERFORM UNTIL WK-BAD-FINAL = 1
              READ BARRIDO-ADH AT END
                   MOVE 1 TO WK-BAD-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BAD-DOCUMENTO = CTAS-DOCUMENTO
                 AND BAD-PRODUCTO = WK-PROD-VIEJO
                 MOVE WK-PROD-NUEVO TO BAD-PRODUCTO
                 REWRITE BAD-REG
                 IF NOT ( WK-BAD-STAT = "00" )
                    MOVE "REWRITE BARRIDO" TO WK-FE-OPERACION
                    MOVE WK-BAD-STAT TO DB-STAT
                    PERFORM ERROR-ES THRU F-ERROR-ES
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BARRIDO-ADH.
       F-ARRASTRAR-BARRIDO. EXIT.

      * AUDITORIA DE CADA PATA DEL CAMBIO DE PRODUCTO: AUD-MOV "0" Y
      * EN AUD-PERIODO EL PRODUCTO DEL OTRO LADO
       GRABAR-AUD-CONVERSION.
           IF LK-MODO-SIMULACION = 1
              GO TO F-GRABAR-AUD-CONVERSION
           END-IF
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "0"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           MOVE WK-CONV-PROD-REF  TO AUD-PERIODO
           MOVE 0                 TO AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUD-CONVERSION. EXIT.

       PROCESO-R.
           PERFORM BUSCAR THRU F-BUSCAR
           IF NOT ( WK-CTAS-ENCONTRADA = 1 )
                MOVE 1 TO WK-LEG2-LEIDO
                ADD 1 TO WK-MOV-LEIDOS
           END-READ
           IF WK-LEG2-LEIDO = 1 AND M-MOV = "2"
              PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
              IF WK-DOC-RESUELTO = 0
                 PERFORM DETALLE      THRU F-DETALLE
                 MOVE TAB-LEYENDA(37) TO L-OBS
                 WRITE REGISTRO       FROM LIS-REG
                 ADD 2 TO WK-TRANSF-ERRORES
                 GO TO F-PROCESO-TRANSFER
              END-IF
           END-IF
           IF WK-LEG2-LEIDO = 0 OR NOT ( M-MOV = "2" )
              PERFORM DETALLE      THRU F-DETALLE
              MOVE TAB-LEYENDA(16) TO L-OBS
              MOVE 0 TO CTAS-LIMITE
           END-IF
           PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO
           MOVE CTAS-DOCUMENTO TO WK-CUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-CUP-PROD-BUSCADO
           PERFORM SUMAR-CUOTAS-PEND THRU F-SUMAR-CUOTAS-PEND
           MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
           PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
           COMPUTE WK-SALDO-PROYECTADO = CTAS-SALDO - WK-TRF-MONTO
                   - WK-RETENIDO-CTA - WK-CUP-PENDIENTE
                   - WK-AUP-PENDIENTE
           IF WK-SALDO-PROYECTADO < 0 AND
              WK-SALDO-PROYECTADO < ( CTAS-LIMITE * -1 )
              GO TO F-VALIDAR-TRANSFER
           MOVE WK-BAJAS-OK   TO TIT-BAJAS-NUM
           MOVE WK-MODIF-OK   TO TIT-MODIF-NUM
           MOVE WK-ALTA-ERRORES  TO TIT-ALTAS-NUM-E
           MOVE WK-ALTAS-RETENIDAS TO TIT-ALTAS-NUM-R
           MOVE WK-BAJA-ERRORES  TO TIT-BAJAS-NUM-E
           MOVE WK-MODIF-ERRORES TO TIT-MODIF-NUM-E
           MOVE WK-AJUSTES-OK    TO TIT-AJUSTES-NUM
           MOVE WK-TRANSF-ERRORES TO TIT-TRANSF-NUM-E
           MOVE WK-RETRO-OK       TO TIT-RETRO-NUM
           MOVE WK-RETRO-ERRORES  TO TIT-RETRO-NUM-E
           MOVE WK-RETRO-ANTERIOR TO TIT-RETRO-NUM-A
           MOVE WK-TRANSF-NETO    TO TIT-TRANSF-NETO-IMP
           MOVE WK-CIERRES-DEVOL  TO TIT-CIERRES-D-NUM
           MOVE WK-CIERRES-CANCEL TO TIT-CIERRES-C-NUM
           MOVE WK-CONV-OK        TO TIT-CONV-NUM
           MOVE WK-CONV-ERRORES   TO TIT-CONV-NUM-E
           MOVE WK-CONV-PLASTICOS TO TIT-CONV-PLAS-NUM
           MOVE WK-DOC-ERRORES    TO TIT-DOC-NUM-E
           WRITE REGISTRO FROM TIT-LINEA
           WRITE REGISTRO FROM TIT-LEIDOS
           WRITE REGISTRO FROM TIT-ALTAS
           WRITE REGISTRO FROM TIT-ALTAS-E
           WRITE REGISTRO FROM TIT-ALTAS-R
           WRITE REGISTRO FROM TIT-BAJAS
           WRITE REGISTRO FROM TIT-BAJAS-E
           WRITE REGISTRO FROM TIT-CIERRES-D
           WRITE REGISTRO FROM TIT-CIERRES-C
           WRITE REGISTRO FROM TIT-MODIF
           WRITE REGISTRO FROM TIT-MODIF-E
           WRITE REGISTRO FROM TIT-AJUSTES
           WRITE REGISTRO FROM TIT-TRANSF-E
           WRITE REGISTRO FROM TIT-RETRO
           WRITE REGISTRO FROM TIT-RETRO-E
           WRITE REGISTRO FROM TIT-RETRO-A
           WRITE REGISTRO FROM TIT-CONV
           WRITE REGISTRO FROM TIT-CONV-E
           WRITE REGISTRO FROM TIT-CONV-PLAS
           WRITE REGISTRO FROM TIT-DOC-E
           WRITE REGISTRO FROM TIT-TRANSF-NETO
           MOVE TIT-TITULO-HOJA TO LIN-TOT-HOJAS
           WRITE REGISTRO FROM TITULO-BOTTOM-HOJAS
                                WK-BAJAS-OK +
                                WK-MODIF-OK +
                                WK-ALTA-ERRORES +
                                WK-ALTAS-RETENIDAS +
                                WK-BAJA-ERRORES +
                                WK-MODIF-ERRORES +
                                WK-AJUSTES-OK +
                                WK-TRANSF-OK +
                                WK-TRANSF-ERRORES +
                                WK-RETRO-OK +
                                WK-RETRO-ERRORES +
                                WK-CONV-OK +
                                WK-CONV-ERRORES +
                                WK-DOC-ERRORES
           MOVE WK-MOV-LEIDOS TO LK-CANTIDAD
           IF WK-DIS-DESBORDE = 1 OR WK-SOL-DESBORDE = 1
              OR WK-CUP-DESBORDE = 1 OR WK-AUP-DESBORDE = 1
              GO TO F-VERIFICAR-TOTALES
           END-IF
      * LAS TRANSFERENCIAS APLICADAS TIENEN QUE NETEAR A CERO: ES
      * LA PRUEBA DE QUE NINGUN PAR QUEDO A MEDIAS
           IF WK-TRANSF-NETO <> 0
           CLOSE MOV-CTAS
                 LISTADO
                 M-CUENTAS
                 M-PLASTICOS
           IF LK-MODO-SIMULACION = 0
              CLOSE AUDITORIA
                    CIERRES
           END-IF
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
           END-IF
           IF WK-PLN-ABIERTO = 1
              CLOSE PLANES
           END-IF.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-cuotas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-autoriz.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-cumplimiento.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-periodo-cerrado.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".

       END PROGRAM CTAS003.
