      * =================================================================== */
      *                                                                     */
      *   PAR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   mantenimiento de los archivos de parametros: valida los          */
      *   valores, admite fecha de vigencia y deja el cambio auditado      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS .PAR SE EDITABAN A MANO Y NADIE PODIA DECIR QUIEN CAMBIO
      * EL TOPE DE DOBLE CONTROL O LAS REGLAS DE FRAUDE, NI CUANDO.
      * ESTA PANTALLA, SOLO PARA ROL ADMINISTRADOR DE SEG001, ELIGE UN
      * ARCHIVO DE PARAMETROS (RIE001, NEG002, FRA001, RES001, CTAS007,
      * LAV001, DOR001), MUESTRA LO VIGENTE Y LO PENDIENTE, PIDE LOS
      * VALORES NUEVOS CON LAS VALIDACIONES DE CADA UNO Y LA FECHA DE
      * VIGENCIA:
      *   - VIGENCIA HOY: SE GRABA EL .PAR EN EL MOMENTO,
      *   - VIGENCIA FUTURA: QUEDA PENDIENTE Y LO APLICA PAR002 EN LA
      *     CADENA DE ESA NOCHE.
      * CADA CAMBIO QUEDA EN PARAM-CAMBIOS.DAT CON OPERADOR, FECHA,
      * VALORES ANTES Y DESPUES; UN CAMBIO NUEVO ANULA AL PENDIENTE
      * DEL MISMO ARCHIVO. PAR003 LOS LISTA CADA MES PARA AUDITORIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\parametros-mant.sel".
           COPY "\COBOL\fuentes\cpy\param-cambios.sel".
       COPY "\COBOL\fuentes\cpy\tab-situacion.sel".
       COPY "\COBOL\fuentes\cpy\tab-aperturas.sel".
       COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-parametros-mant.fds".
       COPY "\COBOL\fuentes\cpy\fd-param-cambios.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-situacion.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-aperturas.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".

       WORKING-STORAGE SECTION.

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-mant.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-situacion.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-aperturas.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".

       77  WK-PCB-STAT                  PIC X(02).
       77  WK-FINAL                     PIC 9.
       77  WK-DATO-VALIDO               PIC 9.
       77  WK-OPCION                    PIC 9(02).
       77  WK-FILA                      PIC 9(02).
       77  WK-POS                       PIC 9(04).
       77  WK-TECLA                     PIC X.
       77  WK-CONFIRMA                  PIC X(01).
       77  WK-HOY                       PIC 9(08).
       77  WK-HORA                      PIC 9(04).
       77  WK-VIGENCIA                  PIC 9(08).
       77  WK-ULTIMO-NUMERO             PIC 9(06).
       77  WK-HAY-PENDIENTE             PIC 9.
       77  WK-VIGENCIA-PENDIENTE        PIC 9(08).
       77  WK-IMAGEN-ACTUAL             PIC X(26).
       77  WK-TEXTO-ACTUAL              PIC X(60).
       77  WK-TEXTO-PENDIENTE           PIC X(60).
       77  WK-MENSAJE                   PIC X(50).

       01  WK-VIGENCIA-DESC             PIC 9(08).
       01  FILLER REDEFINES WK-VIGENCIA-DESC.
           03 WK-VD-ANHIO               PIC 9(04).
           03 WK-VD-MES                 PIC 9(02).
           03 WK-VD-DIA                 PIC 9(02).

       01  LIN-ARCHIVO.
           03 L-OPCION                  PIC 9.
           03 FILLER                    PIC X(03) VALUE " - ".
           03 L-DESCRIPCION             PIC X(40).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF NOT ( WK-OPERADOR-ROL = "A" )
              DISPLAY MESSAGE
              "Solo un administrador puede cambiar parametros"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO  THRU F-INICIO
           PERFORM PROCESO THRU F-PROCESO
           GOBACK.

       INICIO.
           PERFORM CARGAR-TABLA-SITUACION THRU
                   F-CARGAR-TABLA-SITUACION
           PERFORM CARGAR-TABLA-APERTURAS THRU
                   F-CARGAR-TABLA-APERTURAS
           PERFORM CARGAR-TABLA-SUCURSALES THRU
                   F-CARGAR-TABLA-SUCURSALES.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           ACCEPT WK-FECHA FROM CENTURY-DATE
           ACCEPT WK-HS FROM TIME
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-HS-HORA TO WK-HS-HORA-ED
           MOVE WK-HS-MIN  TO WK-HS-MIN-ED
           DISPLAY AT 0201 WK-FECHA-ED
           DISPLAY "PARAMETROS DEL SISTEMA" AT 0230
           DISPLAY AT 0273 WK-HS-ED
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM VENTANA THRU F-VENTANA
           DISPLAY "Archivo de parametros" AT 0404
           MOVE 5 TO WK-FILA
           PERFORM MOSTRAR-ARCHIVO THRU F-MOSTRAR-ARCHIVO
                   VARYING PMT-INDEX FROM 1 BY 1
                   UNTIL PMT-INDEX > 7
           DISPLAY "Opcion (0=salir): " AT 1404
           MOVE 0 TO WK-OPCION
           ACCEPT WK-OPCION AT 1422
           IF WK-OPCION = 0
              GO TO F-PROCESO
           END-IF
           IF WK-OPCION > 7
              DISPLAY MESSAGE "Opcion inexistente"
              END-DISPLAY
              GO TO PROCESO
           END-IF
           SET PMT-INDEX TO WK-OPCION
           MOVE TAB-PMT-PROGRAMA(PMT-INDEX) TO WK-PMT-ARCHIVO
           PERFORM MANTENER-ARCHIVO THRU F-MANTENER-ARCHIVO
           GO TO PROCESO.
       F-PROCESO. EXIT.

       MOSTRAR-ARCHIVO.
           SET L-OPCION TO PMT-INDEX
           MOVE TAB-PMT-DESCRIPCION(PMT-INDEX) TO L-DESCRIPCION
           COMPUTE WK-POS = WK-FILA * 100 + 06
           DISPLAY LIN-ARCHIVO AT WK-POS
           ADD 1 TO WK-FILA.
       F-MOSTRAR-ARCHIVO. EXIT.

      * MUESTRA LO VIGENTE Y LO PENDIENTE, PIDE LOS VALORES NUEVOS Y
      * LA VIGENCIA, Y GRABA EL CAMBIO CONFIRMADO
       MANTENER-ARCHIVO.
           PERFORM VENTANA THRU F-VENTANA
           DISPLAY TAB-PMT-DESCRIPCION(PMT-INDEX) AT 0404
           PERFORM BUSCAR-PENDIENTE THRU F-BUSCAR-PENDIENTE
           PERFORM LEER-PARAMETRO-MANT THRU F-LEER-PARAMETRO-MANT
           MOVE PMT-IMAGEN TO WK-IMAGEN-ACTUAL
           PERFORM DESCRIBIR-PARAMETRO-MANT
                   THRU F-DESCRIBIR-PARAMETRO-MANT
           MOVE WK-PMT-TEXTO TO WK-TEXTO-ACTUAL
           IF WK-PMT-EXISTE = 1
              DISPLAY "Vigente  : " AT 0602 WK-TEXTO-ACTUAL
           ELSE
              DISPLAY "Fabrica  : " AT 0602 WK-TEXTO-ACTUAL
           END-IF
           IF WK-HAY-PENDIENTE = 1
              MOVE WK-VIGENCIA-PENDIENTE TO WK-FECHA
              PERFORM MOVER-FECHA THRU F-MOVER-FECHA
              DISPLAY "Pendiente: " AT 0702 WK-TEXTO-PENDIENTE
              DISPLAY "desde el " AT 0813 WK-FECHA-ED
              DISPLAY "(un cambio nuevo lo anula)" AT 0834
           END-IF
           EVALUATE WK-PMT-ARCHIVO
              WHEN "RIE001"
                 PERFORM PEDIR-RIE001  THRU F-PEDIR-RIE001
              WHEN "NEG002"
                 PERFORM PEDIR-NEG002  THRU F-PEDIR-NEG002
              WHEN "FRA001"
                 PERFORM PEDIR-FRA001  THRU F-PEDIR-FRA001
              WHEN "RES001"
                 PERFORM PEDIR-RES001  THRU F-PEDIR-RES001
              WHEN "CTAS007"
                 PERFORM PEDIR-CTAS007 THRU F-PEDIR-CTAS007
              WHEN "LAV001"
                 PERFORM PEDIR-LAV001  THRU F-PEDIR-LAV001
              WHEN "DOR001"
                 PERFORM PEDIR-DOR001  THRU F-PEDIR-DOR001
           END-EVALUATE
           IF PMT-IMAGEN = WK-IMAGEN-ACTUAL AND WK-PMT-EXISTE = 1
              DISPLAY MESSAGE "Sin cambios respecto de lo vigente"
              END-DISPLAY
              GO TO F-MANTENER-ARCHIVO
           END-IF
           PERFORM PEDIR-VIGENCIA THRU F-PEDIR-VIGENCIA
           PERFORM DESCRIBIR-PARAMETRO-MANT
                   THRU F-DESCRIBIR-PARAMETRO-MANT
           DISPLAY "Nuevo    : " AT 1802 WK-PMT-TEXTO
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Confirma el cambio (S/N): " AT 2002
              ACCEPT WK-CONFIRMA AT 2028
              IF WK-CONFIRMA = "S" OR "N"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Responda S o N"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-CONFIRMA = "N"
              GO TO F-MANTENER-ARCHIVO
           END-IF
           PERFORM GRABAR-CAMBIO THRU F-GRABAR-CAMBIO
           DISPLAY "Presione ENTER..." AT 2302
           ACCEPT WK-TECLA AT 2320.
       F-MANTENER-ARCHIVO. EXIT.

      * CAMBIO PENDIENTE DEL ARCHIVO ELEGIDO, SI LO HAY
       BUSCAR-PENDIENTE.
           MOVE 0 TO WK-HAY-PENDIENTE
           MOVE 0 TO WK-FINAL
           OPEN INPUT PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              GO TO F-BUSCAR-PENDIENTE
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PARAM-CAMBIOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PCB-ARCHIVO = WK-PMT-ARCHIVO AND PCB-ESTADO = "P"
                 MOVE 1            TO WK-HAY-PENDIENTE
                 MOVE PCB-VIGENCIA TO WK-VIGENCIA-PENDIENTE
                 MOVE PCB-NUEVO    TO PMT-IMAGEN
                 PERFORM DESCRIBIR-PARAMETRO-MANT
                         THRU F-DESCRIBIR-PARAMETRO-MANT
                 MOVE WK-PMT-TEXTO TO WK-TEXTO-PENDIENTE
              END-IF
           END-PERFORM
           CLOSE PARAM-CAMBIOS.
       F-BUSCAR-PENDIENTE. EXIT.

      * APERTURAS Y SITUACIONES CONTRA SUS TABLAS, SUCURSAL 0 (TODAS)
      * O UNA DE LA RED
       PEDIR-RIE001.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Tipo de apertura 1.........: " AT 1002
              ACCEPT PMT-RIE-APERTURA-1 AT 1032
              DISPLAY "Tipo de apertura 2.........: " AT 1102
              ACCEPT PMT-RIE-APERTURA-2 AT 1132
              DISPLAY "Situacion 1................: " AT 1202
              ACCEPT PMT-RIE-SITUACION-1 AT 1232
              DISPLAY "Situacion 2................: " AT 1302
              ACCEPT PMT-RIE-SITUACION-2 AT 1332
              DISPLAY "Sucursal (0=todas).........: " AT 1402
              ACCEPT PMT-RIE-SUCURSAL AT 1432
              MOVE SPACES TO WK-MENSAJE
              SET APER-INDEX TO 1
              SEARCH TAB-APERTURA-DETALLE
               AT END
                 MOVE "Apertura 1 inexistente" TO WK-MENSAJE
               WHEN TAB-CTAS-APERTURA(APER-INDEX) = PMT-RIE-APERTURA-1
                 CONTINUE
              END-SEARCH
              SET APER-INDEX TO 1
              SEARCH TAB-APERTURA-DETALLE
               AT END
                 MOVE "Apertura 2 inexistente" TO WK-MENSAJE
               WHEN TAB-CTAS-APERTURA(APER-INDEX) = PMT-RIE-APERTURA-2
                 CONTINUE
              END-SEARCH
              SET SIT-INDEX TO 1
              SEARCH TAB-SITUACION-DETALLE
               AT END
                 MOVE "Situacion 1 inexistente" TO WK-MENSAJE
               WHEN TAB-SIT-COD(SIT-INDEX) = PMT-RIE-SITUACION-1
                 CONTINUE
              END-SEARCH
              SET SIT-INDEX TO 1
              SEARCH TAB-SITUACION-DETALLE
               AT END
                 MOVE "Situacion 2 inexistente" TO WK-MENSAJE
               WHEN TAB-SIT-COD(SIT-INDEX) = PMT-RIE-SITUACION-2
                 CONTINUE
              END-SEARCH
              IF PMT-RIE-SUCURSAL > 0
                 SET SUC-INDEX TO 1
                 SEARCH TAB-SUCURSALES-DETALLE
                  AT END
                    MOVE "Sucursal inexistente" TO WK-MENSAJE
                  WHEN TAB-SUCURSALES-COD(SUC-INDEX) = PMT-RIE-SUCURSAL
                    CONTINUE
                 END-SEARCH
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-RIE001. EXIT.

      * PORCENTAJE DE UTILIZACION DEL LIMITE, DE 1 A 100
       PEDIR-NEG002.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Utilizacion desde (%)......: " AT 1002
              ACCEPT PMT-NEG-PORCENTAJE AT 1032
              MOVE SPACES TO WK-MENSAJE
              IF PMT-NEG-PORCENTAJE = 0 OR PMT-NEG-PORCENTAJE > 100
                 MOVE "El porcentaje va de 1 a 100" TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-NEG002. EXIT.

      * CANTIDAD DE CONSUMOS POR DIA Y TOPE POR CONSUMO, AMBOS > 0
       PEDIR-FRA001.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Consumos por tarjeta y dia.: " AT 1002
              ACCEPT PMT-FRA-MAX-CONSUMOS AT 1032
              DISPLAY "Tope por consumo $.........: " AT 1102
              ACCEPT PMT-FRA-TOPE-IMPORTE AT 1132
              MOVE SPACES TO WK-MENSAJE
              IF PMT-FRA-MAX-CONSUMOS = 0
                 MOVE "La cantidad de consumos debe ser mayor a 0"
                   TO WK-MENSAJE
              END-IF
              IF PMT-FRA-TOPE-IMPORTE = 0
                 MOVE "El tope debe ser mayor a 0" TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-FRA001. EXIT.

      * PORCENTAJE DE PAGO MINIMO Y DIAS DE PLAZO > 0; PRODUCTO 0 =
      * TODOS
       PEDIR-RES001.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Pago minimo (%)............: " AT 1002
              ACCEPT PMT-RES-PORC-MINIMO AT 1032
              DISPLAY "Dias de plazo de pago......: " AT 1102
              ACCEPT PMT-RES-DIAS-PLAZO AT 1132
              DISPLAY "Producto (0=todos).........: " AT 1202
              ACCEPT PMT-RES-PRODUCTO AT 1232
              MOVE SPACES TO WK-MENSAJE
              IF PMT-RES-PORC-MINIMO = 0
                 MOVE "El pago minimo debe ser mayor a 0"
                   TO WK-MENSAJE
              END-IF
              IF PMT-RES-DIAS-PLAZO = 0
                 MOVE "El plazo debe ser mayor a 0" TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-RES001. EXIT.

      * IMPORTE DESDE EL QUE UN MOVIMIENTO PIDE SEGUNDA APROBACION
       PEDIR-CTAS007.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Doble control desde $......: " AT 1002
              ACCEPT PMT-CTA-TOPE-APROBACION AT 1032
              MOVE SPACES TO WK-MENSAJE
              IF PMT-CTA-TOPE-APROBACION = 0
                 MOVE "El tope debe ser mayor a 0" TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-CTAS007. EXIT.

      * UMBRALES > 0, EL DE UNA OPERACION NO MAYOR QUE EL DEL MES
       PEDIR-LAV001.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Umbral mensual $...........: " AT 1002
              ACCEPT PMT-LAV-UMBRAL-MES AT 1032
              DISPLAY "Umbral por operacion $.....: " AT 1102
              ACCEPT PMT-LAV-UMBRAL-OPERACION AT 1132
              DISPLAY "Operaciones del patron.....: " AT 1202
              ACCEPT PMT-LAV-CANT-PATRON AT 1232
              MOVE SPACES TO WK-MENSAJE
              IF PMT-LAV-UMBRAL-MES = 0
                 OR PMT-LAV-UMBRAL-OPERACION = 0
                 MOVE "Los umbrales deben ser mayores a 0"
                   TO WK-MENSAJE
              END-IF
              IF PMT-LAV-UMBRAL-OPERACION > PMT-LAV-UMBRAL-MES
                 MOVE "El umbral por operacion supera al mensual"
                   TO WK-MENSAJE
              END-IF
              IF PMT-LAV-CANT-PATRON = 0
                 MOVE "El patron debe ser mayor a 0" TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-LAV001. EXIT.

      * DIAS HASTA EL AVISO Y HASTA DORMIDA; EL AVISO VA ANTES
       PEDIR-DOR001.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Dias sin movimiento, aviso.: " AT 1002
              ACCEPT PMT-DOR-DIAS-AVISO AT 1032
              DISPLAY "Dias sin movimiento, dormid: " AT 1102
              ACCEPT PMT-DOR-DIAS-DORMIDA AT 1132
              MOVE SPACES TO WK-MENSAJE
              IF PMT-DOR-DIAS-AVISO = 0
                 MOVE "Los dias de aviso deben ser mayores a 0"
                   TO WK-MENSAJE
              END-IF
              IF PMT-DOR-DIAS-DORMIDA NOT > PMT-DOR-DIAS-AVISO
                 MOVE "La cuenta duerme despues del aviso"
                   TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-DOR001. EXIT.

      * SIN MENSAJE EL DATO ES VALIDO; CON MENSAJE SE LO MUESTRA Y SE
      * VUELVE A PEDIR
       CONTROLAR-MENSAJE.
           IF WK-MENSAJE = SPACES
              MOVE 1 TO WK-DATO-VALIDO
           ELSE
              DISPLAY MESSAGE WK-MENSAJE
              END-DISPLAY
           END-IF.
       F-CONTROLAR-MENSAJE. EXIT.

      * VIGENCIA 0 = HOY; NO SE ACEPTAN FECHAS PASADAS
       PEDIR-VIGENCIA.
           ACCEPT WK-HOY FROM CENTURY-DATE
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              MOVE 0 TO WK-VIGENCIA
              DISPLAY "Rige desde AAAAMMDD (0=hoy): " AT 1602
              ACCEPT WK-VIGENCIA AT 1632
              IF WK-VIGENCIA = 0
                 MOVE WK-HOY TO WK-VIGENCIA
              END-IF
              MOVE WK-VIGENCIA TO WK-VIGENCIA-DESC
              MOVE SPACES TO WK-MENSAJE
              IF WK-VD-MES < 1 OR WK-VD-MES > 12
                 OR WK-VD-DIA < 1 OR WK-VD-DIA > 31
                 MOVE "Fecha incorrecta" TO WK-MENSAJE
              END-IF
              IF WK-VIGENCIA < WK-HOY
                 MOVE "La vigencia no puede ser anterior a hoy"
                   TO WK-MENSAJE
              END-IF
              PERFORM CONTROLAR-MENSAJE THRU F-CONTROLAR-MENSAJE
           END-PERFORM.
       F-PEDIR-VIGENCIA. EXIT.

      * EL PENDIENTE ANTERIOR DEL ARCHIVO SE ANULA; CON VIGENCIA HOY
      * EL .PAR SE GRABA YA, SI NO QUEDA PENDIENTE PARA PAR002
       GRABAR-CAMBIO.
           PERFORM ANULAR-PENDIENTE    THRU F-ANULAR-PENDIENTE
           PERFORM LEER-ULTIMO-NUMERO  THRU F-LEER-ULTIMO-NUMERO
           ACCEPT WK-HS FROM TIME
           COMPUTE WK-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           INITIALIZE PCB-REG
           ADD 1 WK-ULTIMO-NUMERO GIVING PCB-NUMERO
           MOVE WK-PMT-ARCHIVO   TO PCB-ARCHIVO
           MOVE WK-OPERADOR      TO PCB-OPERADOR
           MOVE WK-HOY           TO PCB-FECHA
           MOVE WK-HORA          TO PCB-HORA
           MOVE WK-VIGENCIA      TO PCB-VIGENCIA
           MOVE WK-IMAGEN-ACTUAL TO PCB-ANTERIOR
           MOVE PMT-IMAGEN       TO PCB-NUEVO
           IF WK-VIGENCIA = WK-HOY
              PERFORM GRABAR-PARAMETRO-MANT
                      THRU F-GRABAR-PARAMETRO-MANT
              MOVE "A"    TO PCB-ESTADO
              MOVE WK-HOY TO PCB-FECHA-APLICADO
              DISPLAY "Parametros grabados, rigen desde hoy" AT 2202
           ELSE
              MOVE "P"    TO PCB-ESTADO
              MOVE 0      TO PCB-FECHA-APLICADO
              DISPLAY "Cambio pendiente, lo aplica la cadena nocturna"
                      AT 2202
           END-IF
           OPEN EXTEND PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              OPEN OUTPUT PARAM-CAMBIOS
           END-IF
           WRITE PCB-REG
           CLOSE PARAM-CAMBIOS.
       F-GRABAR-CAMBIO. EXIT.

       ANULAR-PENDIENTE.
           IF WK-HAY-PENDIENTE = 0
              GO TO F-ANULAR-PENDIENTE
           END-IF
           MOVE 0 TO WK-FINAL
           OPEN I-O PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              GO TO F-ANULAR-PENDIENTE
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PARAM-CAMBIOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PCB-ARCHIVO = WK-PMT-ARCHIVO AND PCB-ESTADO = "P"
                 MOVE "X" TO PCB-ESTADO
                 REWRITE PCB-REG
              END-IF
           END-PERFORM
           CLOSE PARAM-CAMBIOS.
       F-ANULAR-PENDIENTE. EXIT.

       LEER-ULTIMO-NUMERO.
           MOVE 0 TO WK-ULTIMO-NUMERO
           MOVE 0 TO WK-FINAL
           OPEN INPUT PARAM-CAMBIOS
           IF NOT ( WK-PCB-STAT = "00" )
              GO TO F-LEER-ULTIMO-NUMERO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PARAM-CAMBIOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PCB-NUMERO > WK-ULTIMO-NUMERO
                 MOVE PCB-NUMERO TO WK-ULTIMO-NUMERO
              END-IF
           END-PERFORM
           CLOSE PARAM-CAMBIOS.
       F-LEER-ULTIMO-NUMERO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-parametros-mant.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-describir-parametro-mant.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-situacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-aperturas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM PAR001.
