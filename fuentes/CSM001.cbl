      *     DOCUMENTOS SIN CUENTA OPERATIVA,
      *   - Y PRUEBA APLICADOS + RECHAZADOS CONTRA EL TRAILER, EN
      *     CANTIDAD Y EN IMPORTE.
      *
      * PROGRAMA DE PUNTOS: CADA COMPRA APLICADA GANA LOS PUNTOS QUE
      * FIJA EL CATALOGO DE PRODUCTOS (TAB-PRODUCTOS-PUNTOS, POR
      * CADA $100, TRUNCADO) PARA LA CUENTA A LA QUE SE FACTURO, Y
      * CADA DEVOLUCION O REVERSA LOS DESCUENTA CON EL MISMO CALCULO.
      * LOS ANTICIPOS NO ACUMULAN. ACA SOLO SE DEJA LA NOVEDAD EN
      * PUNTOS-MOV.DAT; LA CONSOLIDA PTS001 EN LA CORRIDA SIGUIENTE.
      *
      * COMPRAS EN CUOTAS: EL PROCESADOR INFORMA EN CSM-CUOTAS EN
      * CUANTAS CUOTAS SE HIZO LA COMPRA (CERO, UNO O BLANCOS = PAGO
      * UNICO). UNA COMPRA EN MAS DE UNA CUOTA NO DEBITA NADA HOY:
      * SE DA DE ALTA SU PLAN EN CUOTAS.DAT (CUOTA = IMPORTE / N,
      * TRUNCADO; LA ULTIMA LLEVA EL REDONDEO) Y RES001 FACTURA UNA
      * CUOTA POR CORTE. LA DEVOLUCION O REVERSA DE UNA COMPRA EN
      * CUOTAS ANULA EL PLAN VIGENTE DE LA MISMA TARJETA E IMPORTE
      * Y ACREDITA SOLO LO YA FACTURADO; SI NO HAY PLAN QUE ANULAR
      * ACREDITA EL IMPORTE ENTERO, COMO SIEMPRE. LOS PUNTOS SE
      * CALCULAN SOBRE EL IMPORTE TOTAL EN AMBOS CASOS. LOS PLANES
      * NUEVOS SE AGREGAN AL ARCHIVO A MEDIDA QUE SE APLICAN; SI
      * HUBO ANULACIONES EL ARCHIVO SE REESCRIBE AL CERRAR.
      *
      * AUTORIZACIONES PENDIENTES: LA COMPRA O EL ANTICIPO APLICADO
      * LIBERA ("L") LA AUTORIZACION ACTIVA QUE AUT002 CARGO CON LA
      * MISMA CSM-REFERENCIA, PARA QUE SU IMPORTE DEJE DE RETENER
      * MARGEN. SI HUBO LIBERACIONES AUTORIZACIONES-PEND.DAT SE
      * REESCRIBE AL CERRAR; SI NO ENTRA EN LA TABLA NO SE LIBERA
      * NADA Y LAS AUTORIZACIONES VENCEN POR DIAS EN AUT002.
      *
      * TARJETAS ADICIONALES DE COTITULARES (PLAS-CODOCUMENTO): LA
      * COMPRA O EL ANTICIPO QUE HARIA PASAR LO CONSUMIDO EN EL MES
      * POR LA ADICIONAL SOBRE SU PLAS-SUBLIMITE SALE AL LISTADO DE
      * CONTRACARGOS; LO APLICADO SE ACUMULA EN PLAS-CONSUMO-MES
      * (CON SU PERIODO AAAAMM, QUE REARRANCA EN CERO CADA MES). LAS
      * TARJETAS DADAS DE BAJA ("BA") SE RECHAZAN COMO BLOQUEADAS.
      *
      * CADA CONSUMO APLICADO SE AGREGA ADEMAS A
      * CONSUMOS-HISTORICO.DAT, QUE NO SE REGENERA: ES DE DONDE
      * PLAS012 SACA LO CONSUMIDO CON UNA TARJETA DESDE LA FECHA EN
      * QUE LA RED LA INFORMO COMPROMETIDA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\tab-productos.sel".
           COPY "\COBOL\fuentes\cpy\puntos-mov.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           COPY "\COBOL\fuentes\cpy\consumos-hist.sel".
           SELECT TASAS
           ASSIGN TO "\COBOL\arch\tasas.dat"
           ORGANIZATION IS SEQUENTIAL
      * ES LA LLAVE DEL REGISTRO DE YA-APLICADOS QUE PERMITE
      * RELANZAR EL MISMO ARCHIVO SIN DOBLE DEBITO NI SALTEOS
           03 CSM-REFERENCIA          PIC 9(10).
      * CANTIDAD DE CUOTAS DE LA COMPRA; MAS DE UNA = PLAN EN CUOTAS
           03 CSM-CUOTAS              PIC 9(02).
       01  CSM-TRAILER REDEFINES CSM-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(23).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".

       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-productos.fds".
       COPY "\COBOL\fuentes\cpy\fd-puntos-mov.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".
       COPY "\COBOL\fuentes\cpy\fd-consumos-hist.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-productos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CSM-STAT                  PIC X(02).
       77  WK-CUENTA-SUCESION           PIC 9          VALUE 0.
       77  L-PLAS                       PIC X(19).
       77  WK-LUHN-VALIDO               PIC X(01)      VALUE SPACE.
       77  WK-SALDO-PROYECTADO          PIC S9(10)V99  VALUE 0.
       77  WK-REF-STAT                  PIC X(02).
       77  WK-REF-CANT                  PIC 9(04)      VALUE 0.
       77  WK-IMP-DEVOL                 PIC 9(12)V99   VALUE 0.
       77  WK-IMP-REVERSAS              PIC 9(12)V99   VALUE 0.
       77  WK-IMP-ANTICIPOS             PIC 9(12)V99   VALUE 0.
       77  WK-PMV-STAT                  PIC X(02).
       77  WK-CHI-STAT                  PIC X(02).
       77  WK-TASA-PUNTOS               PIC 9(02)V99   VALUE 0.
       77  WK-PUNTOS                    PIC 9(09)      VALUE 0.
       77  WK-PUNTOS-ACUM               PIC 9(09)      VALUE 0.
       77  WK-PUNTOS-REV                PIC 9(09)      VALUE 0.
       77  WK-CUO-STAT                  PIC X(02).
       77  WK-CUO-FINAL                 PIC 9          VALUE 0.
       77  WK-CUO-CANT                  PIC 9(04)      VALUE 0.
       77  WK-CUO-DESBORDE              PIC 9          VALUE 0.
       77  WK-CUO-ANULADOS              PIC 9          VALUE 0.
       77  WK-IND-CUO                   PIC 9(04)      VALUE 0.
       77  WK-PLAN-HALLADO              PIC 9(04)      VALUE 0.
       77  WK-CANT-CUOTAS               PIC 9(02)      VALUE 0.
       77  WK-PLANES                    PIC 9(06)      VALUE 0.
       77  WK-IMP-PLANES                PIC 9(12)V99   VALUE 0.
       77  WK-PLANES-ANUL               PIC 9(06)      VALUE 0.
       77  WK-APD-STAT                  PIC X(02).
       77  WK-APD-FINAL                 PIC 9          VALUE 0.
       77  WK-APD-CANT                  PIC 9(05)      VALUE 0.
       77  WK-APD-DESBORDE              PIC 9          VALUE 0.
       77  WK-APD-LIBERADAS             PIC 9          VALUE 0.
       77  WK-IND-APD                   PIC 9(05)      VALUE 0.
       77  WK-LIBERADAS                 PIC 9(06)      VALUE 0.
       77  WK-IMP-LIBERADO              PIC 9(12)V99   VALUE 0.
       77  WK-PERIODO-HOY               PIC 9(06)      VALUE 0.
       77  WK-ADICIONAL                 PIC 9          VALUE 0.
       77  WK-CONSUMO-ADIC              PIC 9(08)V99   VALUE 0.
       77  WK-SUBLIMITES                PIC 9(06)      VALUE 0.

      * PLANES DE CUOTAS, CARGADOS AL ARRANCAR PARA PODER ANULARLOS
       01  TAB-CUOTAS.
           03 TAB-CUO-REG               PIC X(89) OCCURS 9999.

      * AUTORIZACIONES DEL PROCESADOR QUE RETIENEN MARGEN (AUT002)
       01  TAB-AUTORIZACIONES.
           03 TAB-APD-REG               PIC X(63) OCCURS 20000.

       01  TAB-REFERENCIAS.
           03 TAB-REF-NUM               PIC 9(10) OCCURS 9999.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
            03 LIN-TOT-DECLARADOS       PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-DEC          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-PUNTOS.
            03 FILLER                   PIC X(20) VALUE
            "Puntos acumulados: ".
            03 LIN-TOT-PTS-ACUM         PIC ZZZ.ZZZ.ZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(20) VALUE
            "Puntos revertidos: ".
            03 LIN-TOT-PTS-REV          PIC ZZZ.ZZZ.ZZ9.
       01  TITULO-BOTTOM-PLANES.
            03 FILLER                   PIC X(20) VALUE
            "Compras en cuotas: ".
            03 LIN-TOT-PLANES           PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-PLN          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(17) VALUE
            "Planes anulados: ".
            03 LIN-TOT-PLN-ANUL         PIC ZZZZZ9.
       01  TITULO-BOTTOM-LIBERADAS.
            03 FILLER                   PIC X(20) VALUE
            "Autoriz. liquidad: ".
            03 LIN-TOT-LIBERADAS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-LIB          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(17) VALUE
            "Sobre sublimite: ".
            03 LIN-TOT-SUBLIMITES       PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
                      F-LEER-OPERADOR-ACTIVO
           END-IF
           ACCEPT WK-HOY-REF FROM CENTURY-DATE
           MOVE WK-HOY-REF(1:6) TO WK-PERIODO-HOY
           PERFORM CARGAR-REFERENCIAS THRU F-CARGAR-REFERENCIAS
      * MISMO CRITERIO QUE PAG001: UN REGISTRO DE REFERENCIAS
      * DESBORDADO DEJARIA DE CUBRIR LAS VIEJAS SIN QUE NADIE LO
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
      * IGUAL CON LOS PLANES DE CUOTAS: SI NO ENTRAN TODOS, AL
      * REESCRIBIR EL ARCHIVO SE PERDERIAN CUOTAS SIN FACTURAR
           PERFORM CARGAR-CUOTAS THRU F-CARGAR-CUOTAS
           IF WK-CUO-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Archivo de cuotas desbordado, depurar"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARGAR-AUTORIZACIONES THRU
                   F-CARGAR-AUTORIZACIONES
           PERFORM LEER-TASA-ANTICIPO THRU F-LEER-TASA-ANTICIPO
           PERFORM CARGAR-TABLA-PRODUCTOS THRU
                   F-CARGAR-TABLA-PRODUCTOS
      * LOS EMBARGOS SE CONSULTAN POR CLAVE CONSUMO POR CONSUMO
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           OPEN INPUT  CONSUMOS
           OPEN I-O    M-CUENTAS
           OPEN I-O    M-PLASTICOS
           OPEN OUTPUT LISTADO
      * EN UNA RELANZADA DEL DIA EL ARCHIVO DE APLICADOS SE EXTIENDE
      * EN LUGAR DE REGENERARSE: LOS CONSUMOS APLICADOS ANTES DE LA
           IF NOT ( WK-REF-STAT = "00" )
              OPEN OUTPUT REFERENCIAS
           END-IF
           OPEN EXTEND PUNTOS-MOV
           IF NOT ( WK-PMV-STAT = "00" )
              OPEN OUTPUT PUNTOS-MOV
           END-IF
           OPEN EXTEND CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              OPEN OUTPUT CUOTAS
           END-IF
           OPEN EXTEND CONSUMOS-HIST
           IF NOT ( WK-CHI-STAT = "00" )
              OPEN OUTPUT CONSUMOS-HIST
           END-IF
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * EL CARGO DEL ANTICIPO DE VIGENCIA MAS RECIENTE QUE NO SUPERE
      * HOY, COMO LEER-TASAS DE CTAS004
       LEER-TASA-ANTICIPO.
           CLOSE REFERENCIAS.
       F-CARGAR-REFERENCIAS. EXIT.

      * TODOS LOS PLANES, DE CUALQUIER ESTADO: SI HAY QUE ANULAR
      * ALGUNO EL ARCHIVO SE REESCRIBE ENTERO DESDE ESTA TABLA
       CARGAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              GO TO F-CARGAR-CUOTAS
           END-IF
           PERFORM UNTIL WK-CUO-FINAL = 1
              READ CUOTAS AT END
                   MOVE 1 TO WK-CUO-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-CUO-CANT < 9999
                 ADD 1 TO WK-CUO-CANT
                 MOVE CUO-REG TO TAB-CUO-REG(WK-CUO-CANT)
              ELSE
                 MOVE 1 TO WK-CUO-DESBORDE
              END-IF
           END-PERFORM
           CLOSE CUOTAS.
       F-CARGAR-CUOTAS. EXIT.

      * LAS AUTORIZACIONES QUE DEJO AUT002, DE CUALQUIER ESTADO. SI
      * NO ENTRAN TODAS NO SE LIBERA NINGUNA (AL REESCRIBIR SE
      * PERDERIAN): QUEDAN RETENIENDO HASTA QUE AUT002 LAS VENZA
       CARGAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZ-PEND
           IF NOT ( WK-APD-STAT = "00" )
              GO TO F-CARGAR-AUTORIZACIONES
           END-IF
           PERFORM UNTIL WK-APD-FINAL = 1
              READ AUTORIZ-PEND AT END
                   MOVE 1 TO WK-APD-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-APD-CANT < 20000
                 ADD 1 TO WK-APD-CANT
                 MOVE APD-REG TO TAB-APD-REG(WK-APD-CANT)
              ELSE
                 MOVE 1 TO WK-APD-DESBORDE
              END-IF
           END-PERFORM
           CLOSE AUTORIZ-PEND.
       F-CARGAR-AUTORIZACIONES. EXIT.

      * EL PLAN VIGENTE QUE ANULA UNA DEVOLUCION O REVERSA: MISMA
      * TARJETA Y MISMO IMPORTE TOTAL. DEJA SU POSICION EN LA TABLA
      * EN WK-PLAN-HALLADO (CERO SI NO HAY) Y EL PLAN EN CUO-REG
       BUSCAR-PLAN.
           MOVE 0 TO WK-PLAN-HALLADO
           PERFORM VARYING WK-IND-CUO FROM 1 BY 1
                   UNTIL WK-IND-CUO > WK-CUO-CANT
              MOVE TAB-CUO-REG(WK-IND-CUO) TO CUO-REG
              IF CUO-PLASTICO = CSM-PLASTICO
                 AND CUO-IMPORTE = CSM-IMPORTE
                 AND CUO-ESTADO = "A"
                 MOVE WK-IND-CUO  TO WK-PLAN-HALLADO
                 MOVE WK-CUO-CANT TO WK-IND-CUO
              END-IF
           END-PERFORM
           IF WK-PLAN-HALLADO > 0
              MOVE TAB-CUO-REG(WK-PLAN-HALLADO) TO CUO-REG
           END-IF.
       F-BUSCAR-PLAN. EXIT.

       BUSCAR-REFERENCIA.
           MOVE 0 TO WK-REF-REPETIDA
           IF WK-REF-CANT = 0 OR CSM-REFERENCIA = 0
           END-PERFORM.
       F-BUSCAR-REFERENCIA. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
                PERFORM RECHAZAR THRU F-RECHAZAR
                GO TO F-APLICAR-CONSUMO
           END-READ
           IF PLAS-ESTADO = "RO" OR "EX" OR "FA" OR "BA"
              MOVE "TARJETA BLOQUEADA/VENCIDA" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-APLICAR-CONSUMO
           END-IF
           PERFORM CONTROLAR-SUBLIMITE THRU F-CONTROLAR-SUBLIMITE
           IF WK-ADICIONAL = 2
              ADD 1 TO WK-SUBLIMITES
              MOVE "SUPERA SUBLIMITE ADIC." TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-APLICAR-CONSUMO
           END-IF
           PERFORM BUSCAR-CUENTA THRU F-BUSCAR-CUENTA
           IF WK-CUENTA-HALLADA = 0
              EVALUATE TRUE
           END-IF.
       F-APLICAR-CONSUMO. EXIT.

      * TARJETA ADICIONAL DE UN COTITULAR (WK-ADICIONAL = 1): LO
      * CONSUMIDO EN EL MES MAS ESTA COMPRA O ANTICIPO NO PUEDE
      * PASAR SU SUBLIMITE; SI PASA, WK-ADICIONAL = 2 Y SE RECHAZA.
      * LAS DEVOLUCIONES Y REVERSAS PASAN SIEMPRE
       CONTROLAR-SUBLIMITE.
           MOVE 0 TO WK-ADICIONAL
                     WK-CONSUMO-ADIC
           IF NOT ( PLAS-CODOCUMENTO IS NUMERIC )
              GO TO F-CONTROLAR-SUBLIMITE
           END-IF
           IF PLAS-CODOCUMENTO = 0
              GO TO F-CONTROLAR-SUBLIMITE
           END-IF
           MOVE 1 TO WK-ADICIONAL
           IF NOT ( PLAS-SUBLIMITE IS NUMERIC )
              MOVE 0 TO PLAS-SUBLIMITE
           END-IF
           IF PLAS-PERIODO-CONSUMO IS NUMERIC
              AND PLAS-PERIODO-CONSUMO = WK-PERIODO-HOY
              AND PLAS-CONSUMO-MES IS NUMERIC
              MOVE PLAS-CONSUMO-MES TO WK-CONSUMO-ADIC
           END-IF
           IF PLAS-SUBLIMITE = 0 OR CSM-TIPO = "D" OR "R"
              GO TO F-CONTROLAR-SUBLIMITE
           END-IF
           IF WK-CONSUMO-ADIC + CSM-IMPORTE > PLAS-SUBLIMITE
              MOVE 2 TO WK-ADICIONAL
           END-IF.
       F-CONTROLAR-SUBLIMITE. EXIT.

      * LO CONSUMIDO EN EL MES POR LA ADICIONAL QUEDA EN SU PLASTICO:
      * COMPRAS Y ANTICIPOS SUMAN, DEVOLUCIONES Y REVERSAS RESTAN
       ACUMULAR-ADICIONAL.
           IF WK-ADICIONAL = 0
              GO TO F-ACUMULAR-ADICIONAL
           END-IF
           IF CSM-TIPO = "D" OR "R"
              IF CSM-IMPORTE > WK-CONSUMO-ADIC
                 MOVE 0 TO WK-CONSUMO-ADIC
              ELSE
                 SUBTRACT CSM-IMPORTE FROM WK-CONSUMO-ADIC
              END-IF
           ELSE
              ADD CSM-IMPORTE TO WK-CONSUMO-ADIC
           END-IF
           MOVE WK-CONSUMO-ADIC TO PLAS-CONSUMO-MES
           MOVE WK-PERIODO-HOY  TO PLAS-PERIODO-CONSUMO
           REWRITE PLAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE.
       F-ACUMULAR-ADICIONAL. EXIT.

      * LA CUENTA DEL CONSUMO: SI LA TARJETA YA ESTA VINCULADA A UN
      * PRODUCTO (PLAS-PRODUCTO) SE FACTURA A ESE PRODUCTO; SI NO,
      * AL PRIMER PRODUCTO OPERATIVO DEL DOCUMENTO. EL CONSUMO ES EN
      * DEVOLUCIONES Y REVERSAS ACREDITAN; EL ANTICIPO LLEVA ADEMAS
      * SU CARGO PORCENTUAL EN EL MISMO MOVIMIENTO. EL CALCULO ES
      * COMPARTIDO CON LA PROYECCION DEL EMBARGO
      * UNA COMPRA EN CUOTAS NO MUEVE EL SALDO HOY, Y LA DEVOLUCION O
      * REVERSA DE UNA COMPRA EN CUOTAS ACREDITA SOLO LO FACTURADO
      * DEL PLAN QUE ANULA
       CALCULAR-DELTA.
           MOVE 0   TO WK-CARGO-ANTICIPO
                       WK-PLAN-HALLADO
           MOVE "C" TO WK-AUD-MOV
           IF CSM-CUOTAS IS NUMERIC AND NOT ( CSM-TIPO = "A" )
              MOVE CSM-CUOTAS TO WK-CANT-CUOTAS
           ELSE
              MOVE 0 TO WK-CANT-CUOTAS
           END-IF
           IF WK-CANT-CUOTAS > 1 AND ( CSM-TIPO = "D" OR "R" )
              PERFORM BUSCAR-PLAN THRU F-BUSCAR-PLAN
           END-IF
           EVALUATE CSM-TIPO
              WHEN "D"
              WHEN "R"
                   IF WK-PLAN-HALLADO > 0
                      COMPUTE WK-DELTA-SALDO = CUO-IMP-FACTURADO
                   ELSE
                      COMPUTE WK-DELTA-SALDO = CSM-IMPORTE
                   END-IF
              WHEN "A"
                   COMPUTE WK-CARGO-ANTICIPO ROUNDED =
                           CSM-IMPORTE * WK-TASA-ANTICIPO
                           0 - CSM-IMPORTE - WK-CARGO-ANTICIPO
                   MOVE "O" TO WK-AUD-MOV
              WHEN OTHER
                   IF WK-CANT-CUOTAS > 1
                      MOVE 0 TO WK-DELTA-SALDO
                   ELSE
                      COMPUTE WK-DELTA-SALDO = 0 - CSM-IMPORTE
                   END-IF
           END-EVALUATE.
       F-CALCULAR-DELTA. EXIT.

           MOVE CSM-IMPORTE  TO APL-IMPORTE
           MOVE CSM-FECHA    TO APL-FECHA
           WRITE APL-REG
           PERFORM GRABAR-HISTORICO THRU F-GRABAR-HISTORICO
           IF CSM-REFERENCIA > 0
              MOVE CSM-REFERENCIA TO REF-REFERENCIA
              MOVE WK-HOY-REF     TO REF-FECHA
                 MOVE CSM-REFERENCIA TO TAB-REF-NUM(WK-REF-CANT)
              END-IF
           END-IF
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           PERFORM GRABAR-PLAN THRU F-GRABAR-PLAN
           PERFORM LIBERAR-AUTORIZACION THRU F-LIBERAR-AUTORIZACION
           PERFORM ACUMULAR-ADICIONAL THRU F-ACUMULAR-ADICIONAL
           PERFORM GRABAR-PUNTOS THRU F-GRABAR-PUNTOS.
       F-DEBITAR. EXIT.

      * LA COMPRA O EL ANTICIPO LIQUIDADO LIBERA LA AUTORIZACION
      * ACTIVA DE LA MISMA REFERENCIA: DESDE HOY EL IMPORTE YA ESTA
      * EN EL SALDO (O EN EL PLAN DE CUOTAS) Y NO DEBE RETENERSE DOS
      * VECES
       LIBERAR-AUTORIZACION.
           IF CSM-REFERENCIA = 0 OR CSM-TIPO = "D" OR "R"
              OR WK-APD-DESBORDE = 1
              GO TO F-LIBERAR-AUTORIZACION
           END-IF
           PERFORM VARYING WK-IND-APD FROM 1 BY 1
                   UNTIL WK-IND-APD > WK-APD-CANT
              MOVE TAB-APD-REG(WK-IND-APD) TO APD-REG
              IF APD-REFERENCIA = CSM-REFERENCIA
                 AND APD-ESTADO = "A"
                 MOVE "L"        TO APD-ESTADO
                 MOVE WK-HOY-REF TO APD-FECHA-BAJA
                 MOVE APD-REG    TO TAB-APD-REG(WK-IND-APD)
                 MOVE 1          TO WK-APD-LIBERADAS
                 ADD 1           TO WK-LIBERADAS
                 ADD APD-IMPORTE TO WK-IMP-LIBERADO
                 MOVE WK-APD-CANT TO WK-IND-APD
              END-IF
           END-PERFORM.
       F-LIBERAR-AUTORIZACION. EXIT.

      * ALTA DEL PLAN DE UNA COMPRA EN CUOTAS (SE GRABA EN EL MOMENTO,
      * COMO LA REFERENCIA) O ANULACION DEL PLAN QUE ENCONTRO
      * CALCULAR-DELTA PARA LA DEVOLUCION O REVERSA
       GRABAR-PLAN.
           IF WK-PLAN-HALLADO > 0
              MOVE TAB-CUO-REG(WK-PLAN-HALLADO) TO CUO-REG
              MOVE "X" TO CUO-ESTADO
              MOVE CUO-REG TO TAB-CUO-REG(WK-PLAN-HALLADO)
              MOVE 1 TO WK-CUO-ANULADOS
              ADD 1 TO WK-PLANES-ANUL
              GO TO F-GRABAR-PLAN
           END-IF
           IF WK-CANT-CUOTAS < 2 OR CSM-TIPO = "D" OR "R"
              GO TO F-GRABAR-PLAN
           END-IF
           MOVE CTAS-DOCUMENTO  TO CUO-DOCUMENTO
           MOVE CTAS-PRODUCTO   TO CUO-PRODUCTO
           MOVE CSM-PLASTICO    TO CUO-PLASTICO
           MOVE CSM-REFERENCIA  TO CUO-REFERENCIA
           MOVE CSM-FECHA       TO CUO-FECHA-COMPRA
           MOVE CSM-IMPORTE     TO CUO-IMPORTE
           MOVE WK-CANT-CUOTAS  TO CUO-CANTIDAD
           COMPUTE CUO-CUOTA-IMPORTE = CSM-IMPORTE / WK-CANT-CUOTAS
           MOVE 0               TO CUO-FACTURADAS
                                   CUO-IMP-FACTURADO
                                   CUO-PERIODO-FACT
           MOVE "A"             TO CUO-ESTADO
           WRITE CUO-REG
           IF WK-CUO-CANT < 9999
              ADD 1 TO WK-CUO-CANT
              MOVE CUO-REG TO TAB-CUO-REG(WK-CUO-CANT)
           ELSE
              MOVE 1 TO WK-CUO-DESBORDE
           END-IF
           ADD 1 TO WK-PLANES
           ADD CSM-IMPORTE TO WK-IMP-PLANES.
       F-GRABAR-PLAN. EXIT.

      * CON PLANES ANULADOS EL ARCHIVO SE REGENERA DESDE LA TABLA,
      * QUE TIENE TAMBIEN LOS DADOS DE ALTA EN ESTA CORRIDA. SI LA
      * TABLA SE LLENO EN LA CORRIDA NO SE REESCRIBE (SE PERDERIAN
      * PLANES NUEVOS): LAS ANULACIONES QUEDAN PENDIENTES Y SALE
      * CON RETURN-CODE 1 PARA QUE OPERACIONES DEPURE
       REESCRIBIR-CUOTAS.
           IF WK-CUO-ANULADOS = 0
              GO TO F-REESCRIBIR-CUOTAS
           END-IF
           IF WK-CUO-DESBORDE = 1
              IF RETURN-CODE = 0
                 MOVE 1 TO RETURN-CODE
              END-IF
              GO TO F-REESCRIBIR-CUOTAS
           END-IF
           OPEN OUTPUT CUOTAS
           PERFORM VARYING WK-IND-CUO FROM 1 BY 1
                   UNTIL WK-IND-CUO > WK-CUO-CANT
              WRITE CUO-REG FROM TAB-CUO-REG(WK-IND-CUO)
           END-PERFORM
           CLOSE CUOTAS
           MOVE 0 TO WK-CUO-ANULADOS.
       F-REESCRIBIR-CUOTAS. EXIT.

       REESCRIBIR-AUTORIZACIONES.
           IF WK-APD-LIBERADAS = 0
              GO TO F-REESCRIBIR-AUTORIZACIONES
           END-IF
           OPEN OUTPUT AUTORIZ-PEND
           PERFORM VARYING WK-IND-APD FROM 1 BY 1
                   UNTIL WK-IND-APD > WK-APD-CANT
              WRITE APD-REG FROM TAB-APD-REG(WK-IND-APD)
           END-PERFORM
           CLOSE AUTORIZ-PEND
           MOVE 0 TO WK-APD-LIBERADAS.
       F-REESCRIBIR-AUTORIZACIONES. EXIT.

      * PUNTOS DEL CONSUMO RECIEN APLICADO, A LA TASA DEL PRODUCTO DE
      * LA CUENTA FACTURADA: LA COMPRA ACUMULA ("A"), LA DEVOLUCION Y
      * LA REVERSA DESCUENTAN LO MISMO ("R"); EL ANTICIPO NO SUMA
       GRABAR-PUNTOS.
           IF CSM-TIPO = "A"
              GO TO F-GRABAR-PUNTOS
           END-IF
           MOVE 0 TO WK-TASA-PUNTOS
           SET PROD-INDEX TO 1
           SEARCH TAB-PRODUCTOS-DETALLE
            WHEN TAB-PRODUCTOS-COD(PROD-INDEX) = CTAS-PRODUCTO
             MOVE TAB-PRODUCTOS-PUNTOS(PROD-INDEX) TO WK-TASA-PUNTOS
           END-SEARCH
           COMPUTE WK-PUNTOS = CSM-IMPORTE * WK-TASA-PUNTOS / 100
           IF WK-PUNTOS = 0
              GO TO F-GRABAR-PUNTOS
           END-IF
           MOVE CTAS-DOCUMENTO     TO PMV-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO PMV-PRODUCTO
           MOVE WK-HOY-REF         TO PMV-FECHA
           MOVE WK-PUNTOS          TO PMV-PUNTOS
           MOVE CSM-IMPORTE        TO PMV-IMPORTE
           MOVE CSM-REFERENCIA     TO PMV-REFERENCIA
           MOVE WK-OPERADOR-ACTIVO TO PMV-OPERADOR
           IF CSM-TIPO = "D" OR "R"
              MOVE "R" TO PMV-TIPO
              ADD WK-PUNTOS TO WK-PUNTOS-REV
           ELSE
              MOVE "A" TO PMV-TIPO
              ADD WK-PUNTOS TO WK-PUNTOS-ACUM
           END-IF
           WRITE PMV-REG.
       F-GRABAR-PUNTOS. EXIT.

       RECHAZAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 59
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS        TO LIN-TOT-LEIDOS
           MOVE WK-IMP-ANTICIPOS TO LIN-TOT-IMP-ANT
           MOVE WK-TRL-CANTIDAD  TO LIN-TOT-DECLARADOS
           MOVE WK-TRL-IMPORTE   TO LIN-TOT-IMP-DEC
           MOVE WK-PUNTOS-ACUM   TO LIN-TOT-PTS-ACUM
           MOVE WK-PUNTOS-REV    TO LIN-TOT-PTS-REV
           MOVE WK-PLANES        TO LIN-TOT-PLANES
           MOVE WK-IMP-PLANES    TO LIN-TOT-IMP-PLN
           MOVE WK-PLANES-ANUL   TO LIN-TOT-PLN-ANUL
           MOVE WK-LIBERADAS     TO LIN-TOT-LIBERADAS
           MOVE WK-IMP-LIBERADO  TO LIN-TOT-IMP-LIB
           MOVE WK-SUBLIMITES    TO LIN-TOT-SUBLIMITES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ANTICIPOS
           WRITE REG-LIS FROM TITULO-BOTTOM-YAAPL
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PUNTOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PLANES
           WRITE REG-LIS FROM TITULO-BOTTOM-LIBERADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

      * EL CONSUMO APLICADO QUEDA EN LA HISTORIA ACUMULADA; EL TIPO
      * EN BLANCO DE LOS ARCHIVOS VIEJOS ES UNA COMPRA
       GRABAR-HISTORICO.
           INITIALIZE CHI-REG
           MOVE CSM-PLASTICO   TO CHI-PLASTICO
           IF CSM-TIPO = "D" OR "R" OR "A"
              MOVE CSM-TIPO    TO CHI-TIPO
           ELSE
              MOVE "C"         TO CHI-TIPO
           END-IF
           MOVE CSM-IMPORTE    TO CHI-IMPORTE
           MOVE CSM-FECHA      TO CHI-FECHA
           MOVE CSM-REFERENCIA TO CHI-REFERENCIA
           MOVE CTAS-DOCUMENTO TO CHI-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO CHI-PRODUCTO
           MOVE WK-HOY-REF     TO CHI-FECHA-PROCESO
           WRITE CHI-REG.
       F-GRABAR-HISTORICO. EXIT.

       CERRAR-ARCHIVO.
           CLOSE CONSUMOS
                 M-CUENTAS
                 LISTADO
                 APLICADOS
                 REFERENCIAS
                 PUNTOS-MOV
                 CUOTAS
                 CONSUMOS-HIST
                 AUDITORIA
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS
           PERFORM REESCRIBIR-CUOTAS THRU F-REESCRIBIR-CUOTAS
           PERFORM REESCRIBIR-AUTORIZACIONES THRU
                   F-REESCRIBIR-AUTORIZACIONES.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".

       END PROGRAM CSM001.
