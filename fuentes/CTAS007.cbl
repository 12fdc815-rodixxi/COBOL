      * EL ARCHIVO GENERADO (MOV-CAPTURADOS.PRN) SE TRANSMITE LUEGO
      * COMO CUALQUIER MOV-CUENTAS.PRN DE SUCURSAL.
      * CODIGO DE MOVIMIENTO "F" TERMINA LA CAPTURA.
      * EL TITULAR DE CADA ALTA SE CONTROLA EN EL MOMENTO CONTRA LA
      * LISTA DE SANCIONADOS Y PEP (VAL-LISTA): SI COINCIDE, LA ALTA
      * NO SE GRABA Y QUEDA RETENIDA EN LA COLA DE CUMPLIMIENTO.
      * EL OPERADOR NO PUEDE CAPTURAR MOVIMIENTOS SOBRE SUS PROPIAS
      * CUENTAS: EL DOCUMENTO PROPIO QUE OPE001 CARGA EN EL MAESTRO
      * DE OPERADORES SE RECHAZA COMO CUENTA Y COMO DESTINO DE UNA
      * TRANSFERENCIA.
      * LA PANTALLA NO ABRE MIENTRAS EL CERROJO DE NOC001 DICE "EN
      * CURSO": EL CICLO DE MEDIODIA (NOC003) TOMA ESTE ARCHIVO Y LO
      * DEJA VACIO CON SU TRAILER EN CERO UNA VEZ APLICADO.
      * EL CAMBIO DE PRODUCTO "P" PIDE EL PRODUCTO NUEVO, ACTIVO EN EL
      * CATALOGO Y DISTINTO DEL ACTUAL, Y LO GRABA EN M-MONTO.
      * EL DOCUMENTO (DE LA CUENTA Y DEL DESTINO DE UNA TRANSFERENCIA)
      * SE PIDE CON SU TIPO Y SE VALIDA CON VAL-DOC SEGUN LA REGLA DE
      * ESE TIPO; SALVO EN UNA ALTA, TIENE QUE ESTAR EMPADRONADO. EL
      * MOVIMIENTO LLEVA TIPO, NUMERO NORMALIZADO Y EL NUMERO INTERNO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\tab-productos.sel".
           COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
           COPY "\COBOL\fuentes\cpy\aprobacion.sel".
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
           COPY "\COBOL\fuentes\cpy\operadores.sel".
           SELECT CERROJO
           ASSIGN TO "\COBOL\arch\noc001.lck"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-LCK-STAT.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\ctas007.par"
           ORGANIZATION IS SEQUENTIAL
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".

       COPY "\COBOL\fuentes\cpy\fd-aprobacion.fds".
       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".
       COPY "\COBOL\fuentes\cpy\fd-operadores.fds".

      * MISMO CERROJO DE CORRIDA QUE NOC001: MIENTRAS UNA CADENA
      * (LA NOCTURNA O EL CICLO DE MEDIODIA) TOMA LOS ARCHIVOS DE
      * CAPTURA NO SE ABRE UNA SESION NUEVA SOBRE ELLOS
       FD  CERROJO.
       01  LCK-REG.
           03 LCK-ESTADO                PIC X(08).
           03 LCK-FECHA                 PIC 9(08).
           03 LCK-HORA                  PIC 9(08).
           03 LCK-OPERADOR              PIC X(08).

       FD  PARAMETROS.
       01  PAR-REG.
       77  WK-SIGNO            PIC X(01).
       77  WK-MONTO            PIC 9(10)V99.
       77  WK-DOC-DESTINO      PIC 9(08)         VALUE 0.
       77  WK-TIPO-DESTINO     PIC X(01)         VALUE SPACE.
       77  WK-NRO-DESTINO      PIC X(11)         VALUE SPACES.
       77  WK-DNI-ALTA         PIC 9(08)         VALUE 0.
       77  WK-PROD-DESTINO     PIC 9(02)         VALUE 0.
       77  WK-PROD-NUEVO       PIC 9(02)         VALUE 0.
       77  WK-APR-STAT         PIC X(02).
       77  WK-PAR-STAT         PIC X(02).
      * TOPE DE CAPTURA DIRECTA: POR ENCIMA, EL MOVIMIENTO VA A LA
       77  WK-HOY-APR          PIC 9(08)         VALUE 0.
       77  WK-MONTO-ABS        PIC 9(10)V99      VALUE 0.
       77  WK-APR-PAR          PIC X(01)         VALUE SPACE.
       77  WK-RVC-STAT         PIC X(02).
       77  WK-RETENIDAS        PIC 9(06)         VALUE 0.
      * DOCUMENTO PROPIO DEL OPERADOR FIRMADO; CERO = NO DECLARADO
       77  WK-OPE-STAT         PIC X(02).
       77  WK-OPE-FINAL        PIC 9             VALUE 0.
       77  WK-DOC-PROPIO       PIC 9(08)         VALUE 0.
       77  WK-LCK-STAT         PIC X(02).
       77  WK-EN-CURSO         PIC 9             VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-lista-control.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM VER-CERROJO THRU F-VER-CERROJO
           IF WK-EN-CURSO = 1
              DISPLAY MESSAGE
              "Hay una corrida en curso, reintente mas tarde"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

      * CON EL CERROJO "EN CURSO" LA SESION NO ARRANCA: LA CADENA
      * ESTA LEYENDO Y VACIANDO EL ARCHIVO QUE ESTA PANTALLA GRABA
       VER-CERROJO.
           OPEN INPUT CERROJO
           IF NOT ( WK-LCK-STAT = "00" )
              GO TO F-VER-CERROJO
           END-IF
           READ CERROJO AT END
                CONTINUE
           NOT AT END
                IF LCK-ESTADO = "EN CURSO"
                   MOVE 1 TO WK-EN-CURSO
                END-IF
           END-READ
           CLOSE CERROJO.
       F-VER-CERROJO. EXIT.

       INICIO.
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO
           PERFORM CARGAR-TABLA-PROVINCIAS THRU
           PERFORM CARGAR-TABLA-SUCURSALES THRU
                   F-CARGAR-TABLA-SUCURSALES
           PERFORM LEER-TOPE THRU F-LEER-TOPE
           PERFORM LEER-DOC-PROPIO THRU F-LEER-DOC-PROPIO
           ACCEPT WK-HOY-APR FROM CENTURY-DATE
           ACCEPT WK-FECHA       FROM CENTURY-DATE
           CALL "FEC-NAC-ED" USING WK-FECHA
           END-IF.
       F-LEER-TOPE. EXIT.

       LEER-DOC-PROPIO.
           OPEN INPUT OPERADORES
           IF NOT ( WK-OPE-STAT = "00" )
              GO TO F-LEER-DOC-PROPIO
           END-IF
           PERFORM UNTIL WK-OPE-FINAL = 1
              READ OPERADORES AT END
                   MOVE 1 TO WK-OPE-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF OPE-ID = WK-OPERADOR
                 AND OPE-DOCUMENTO IS NUMERIC
                 MOVE OPE-DOCUMENTO TO WK-DOC-PROPIO
                 MOVE 1 TO WK-OPE-FINAL
              END-IF
           END-PERFORM
           CLOSE OPERADORES.
       F-LEER-DOC-PROPIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
                 WHEN "E" PERFORM PEDIR-MONTO THRU F-PEDIR-MONTO
                          PERFORM PEDIR-MONEDA THRU F-PEDIR-MONEDA
                 WHEN "L" PERFORM PEDIR-LIMITE THRU F-PEDIR-LIMITE
                 WHEN "P" PERFORM PEDIR-PRODUCTO-NUEVO
                                  THRU F-PEDIR-PRODUCTO-NUEVO
              END-EVALUATE
              PERFORM PEDIR-FECHA-EFECTIVA
                      THRU F-PEDIR-FECHA-EFECTIVA
       PEDIR-COD-MOV.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "COD. MOV. (A/B/M/S/R/L/P/E/X, F=fin): " AT 0502
              ACCEPT WK-COD-MOV AT 0541
              IF WK-COD-MOV = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-COD-MOV = "A" OR "B" OR "M" OR "S" OR "R"
                 OR "L" OR "P" OR "E" OR "X"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Codigo de movimiento incorrecto"
           END-PERFORM.
       F-PEDIR-COD-MOV. EXIT.

      * EL DOCUMENTO SE VALIDA CON EL MISMO CRITERIO DE CTAS003, EL
      * DE SU TIPO EN VAL-DOC (EL DNI ENTRE 7 Y 8 CIFRAS, NUNCA CERO)
       PEDIR-CUENTA.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "TIPO DOC. (D/E/C/T/L/P): " AT 0602
              ACCEPT M-TIPO-DOC AT 0627
              DISPLAY "NUMERO: " AT 0630
              ACCEPT M-NRO-DOC AT 0638
              PERFORM VALIDAR-DOCUMENTO THRU F-VALIDAR-DOCUMENTO
              EVALUATE TRUE
                 WHEN WK-DOC-VALIDO = 0
                    DISPLAY MESSAGE "Documento invalido"
                    END-DISPLAY
                 WHEN WK-DOC-VALIDO = 2
                    DISPLAY MESSAGE "Documento no empadronado"
                    END-DISPLAY
                 WHEN M-CTA = WK-DOC-PROPIO AND M-CTA > 0
                    DISPLAY MESSAGE
                    "No puede operar sobre sus propias cuentas"
                    END-DISPLAY
                 WHEN OTHER
                    MOVE 1 TO WK-DATO-VALIDO
              END-EVALUATE
           END-PERFORM
           DISPLAY "PRODUCTO  : " AT 0702
           ACCEPT M-PRODUCTO AT 0714
           END-SEARCH.
       F-VALIDAR-SUCURSAL. EXIT.

      * 0 = FORMATO INVALIDO, 2 = NO EMPADRONADO (SOLO LA ALTA PUEDE
      * TRAER UNA PERSONA NUEVA, QUE CTAS003 EMPADRONA AL GRABARLA)
       VALIDAR-DOCUMENTO.
           MOVE 1 TO WK-DOC-VALIDO
           MOVE "B"        TO WK-VDO-ACCION
           MOVE M-TIPO-DOC TO WK-VDO-TIPO
           MOVE M-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "N"
                 MOVE 0 TO WK-DOC-VALIDO
              WHEN "E"
                 IF NOT ( M-MOV = "A" )
                    MOVE 2 TO WK-DOC-VALIDO
                 END-IF
           END-EVALUATE
           MOVE WK-VDO-TIPO      TO M-TIPO-DOC
           MOVE WK-VDO-NUMERO    TO M-NRO-DOC
           MOVE WK-VDO-DOCUMENTO TO M-CTA
           MOVE WK-VDO-DNI       TO WK-DNI-ALTA.
       F-VALIDAR-DOCUMENTO. EXIT.

      * DATOS COMPLETOS DEL TITULAR, PARA ALTAS Y MODIFICACIONES;
           MOVE WK-MONTO TO M-MONTO.
       F-PEDIR-LIMITE. EXIT.

      * EL PRODUCTO AL QUE PASA LA CUENTA VIAJA EN M-MONTO, COMO EL
      * LIMITE; SE VALIDA CONTRA EL CATALOGO CON LA MISMA REGLA DEL
      * ALTA Y NO PUEDE SER EL QUE LA CUENTA YA TIENE
       PEDIR-PRODUCTO-NUEVO.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "PRODUCTO NUEVO: " AT 0902
              ACCEPT WK-PROD-NUEVO AT 0918
              MOVE 0 TO WK-PRODUCTO-VALIDO
              SET PROD-INDEX TO 1
              SEARCH TAB-PRODUCTOS-DETALLE
               WHEN TAB-PRODUCTOS-COD(PROD-INDEX) = WK-PROD-NUEVO
                IF TAB-PRODUCTOS-ACTIVO(PROD-INDEX) = "A"
                   MOVE 1 TO WK-PRODUCTO-VALIDO
                END-IF
              END-SEARCH
              IF WK-PRODUCTO-VALIDO = 0
                 OR WK-PROD-NUEVO = M-PRODUCTO
                 DISPLAY MESSAGE "Producto nuevo invalido"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM
           MOVE WK-PROD-NUEVO TO M-MONTO.
       F-PEDIR-PRODUCTO-NUEVO. EXIT.

      * MONEDA DE LA CUENTA O DEL AJUSTE: BLANCO O "P" PESOS, "D"
      * DOLARES; EL AJUSTE EN OTRA MONEDA QUE LA CUENTA LO RECHAZA
      * CTAS003 A LA NOCHE
      * OPERADOR DISTINTO CON ROL "A" LO LIBERA EN APR001. UN CERO
      * DE MAS YA COSTO UN BACKOUT DE CTAS006.
       GRABAR-MOVIMIENTO.
           IF M-MOV = "A"
              PERFORM CONTROLAR-LISTA THRU F-CONTROLAR-LISTA
              IF WK-LST-COINCIDENCIA = "X"
                 DISPLAY "Alta no grabada" AT 1602
                 GO TO F-GRABAR-MOVIMIENTO
              END-IF
              IF NOT ( WK-LST-COINCIDENCIA = SPACE )
                 DISPLAY "Retenida por cumplimiento" AT 1602
                 GO TO F-GRABAR-MOVIMIENTO
              END-IF
           END-IF
           IF M-MOV = "S" OR "L" OR "E"
              IF M-MONTO < 0
                 COMPUTE WK-MONTO-ABS = M-MONTO * -1
           DISPLAY "Movimiento grabado" AT 1602.
       F-GRABAR-MOVIMIENTO. EXIT.

      * EL TITULAR QUE COINCIDE CON LA LISTA DE CONTROL QUEDA EN LA
      * COLA DE CUMPLIMIENTO CON EL MOVIMIENTO ENTERO; SI LST002 LO
      * LIBERA, LA ALTA VUELVE AL LOTE POR MOV-LIBERADOS.PRN. CON LA
      * LISTA INCOMPLETA ("X") LA ALTA NO SE GRABA NI SE RETIENE
       CONTROLAR-LISTA.
           MOVE WK-DNI-ALTA TO WK-LST-DOCUMENTO
           MOVE M-APE TO WK-LST-APELLIDO
           MOVE M-NOM TO WK-LST-NOMBRE
           CALL "VAL-LISTA" USING WK-LST-CONSULTA
           IF WK-LST-COINCIDENCIA = SPACE
              GO TO F-CONTROLAR-LISTA
           END-IF
           IF WK-LST-COINCIDENCIA = "X"
              DISPLAY MESSAGE
              "Lista de control incompleta, avise a sistemas"
              END-DISPLAY
              GO TO F-CONTROLAR-LISTA
           END-IF
           MOVE "CTAS007"   TO RVC-ORIGEN
           MOVE WK-OPERADOR TO RVC-OPERADOR
           MOVE M-CTA       TO RVC-DOCUMENTO
           MOVE WK-DNI-ALTA TO RVC-PER-DOCUMENTO
           MOVE M-PRODUCTO  TO RVC-PRODUCTO
           MOVE M-APE       TO RVC-PER-APELLIDO
           MOVE M-NOM       TO RVC-PER-NOMBRE
           MOVE MOV-REG     TO RVC-RETENIDO
           PERFORM GRABAR-CUMPLIMIENTO THRU F-GRABAR-CUMPLIMIENTO
           ADD 1 TO WK-RETENIDAS.
       F-CONTROLAR-LISTA. EXIT.

       GRABAR-APROBACION.
           INITIALIZE APR-REG
           MOVE "P"          TO APR-ESTADO
           END-PERFORM
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "DESTINO TIPO/NRO  : " AT 1002
              ACCEPT WK-TIPO-DESTINO AT 1023
              ACCEPT WK-NRO-DESTINO AT 1025
              MOVE "B"             TO WK-VDO-ACCION
              MOVE WK-TIPO-DESTINO TO WK-VDO-TIPO
              MOVE WK-NRO-DESTINO  TO WK-VDO-NUMERO
              CALL "VAL-DOC" USING WK-VDO-CONSULTA
              EVALUATE TRUE
                 WHEN WK-VDO-RESULTADO = "N"
                    DISPLAY MESSAGE "Documento invalido"
                    END-DISPLAY
                 WHEN WK-VDO-RESULTADO = "E"
                    DISPLAY MESSAGE "Documento no empadronado"
                    END-DISPLAY
                 WHEN WK-VDO-DOCUMENTO = WK-DOC-PROPIO
                    DISPLAY MESSAGE
                    "No puede operar sobre sus propias cuentas"
                    END-DISPLAY
                 WHEN OTHER
                    MOVE WK-VDO-DOCUMENTO TO WK-DOC-DESTINO
                    MOVE WK-VDO-TIPO      TO WK-TIPO-DESTINO
                    MOVE WK-VDO-NUMERO    TO WK-NRO-DESTINO
                    MOVE 1 TO WK-DATO-VALIDO
              END-EVALUATE
           END-PERFORM
           DISPLAY "PRODUCTO DESTINO  : " AT 1102
           ACCEPT WK-PROD-DESTINO AT 1123
              PERFORM GRABAR-APROBACION THRU F-GRABAR-APROBACION
              MOVE "2"             TO M-MOV
              MOVE WK-DOC-DESTINO  TO M-CTA
              MOVE WK-TIPO-DESTINO TO M-TIPO-DOC
              MOVE WK-NRO-DESTINO  TO M-NRO-DOC
              MOVE WK-PROD-DESTINO TO M-PRODUCTO
              MOVE "2" TO WK-APR-PAR
              PERFORM GRABAR-APROBACION THRU F-GRABAR-APROBACION
           ADD 1 TO WK-GRABADOS
           MOVE "2"             TO M-MOV
           MOVE WK-DOC-DESTINO  TO M-CTA
           MOVE WK-TIPO-DESTINO TO M-TIPO-DOC
           MOVE WK-NRO-DESTINO  TO M-NRO-DOC
           MOVE WK-PROD-DESTINO TO M-PRODUCTO
           WRITE MOV-REG
           ADD 1 TO WK-GRABADOS
                   WK-GRABADOS CONVERT
           DISPLAY "A aprobacion........: " AT 1902
                   WK-A-APROBACION CONVERT
           DISPLAY "Retenidas cumplim...: " AT 2002
                   WK-RETENIDAS CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.
       COPY "\COBOL\fuentes\cpy\procedure-cargar-aperturas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-cumplimiento.cpy".

       END PROGRAM CTAS007.
