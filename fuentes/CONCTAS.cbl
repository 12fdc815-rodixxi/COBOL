       COPY "\COBOL\fuentes\cpy\tab-productos.sel".
       COPY "\COBOL\fuentes\cpy\domicilios.sel".
       COPY "\COBOL\fuentes\cpy\cotitulares.sel".
       COPY "\COBOL\fuentes\cpy\garantes.sel".
       COPY "\COBOL\fuentes\cpy\notas.sel".
       COPY "\COBOL\fuentes\cpy\contactos.sel".
       COPY "\COBOL\fuentes\cpy\auditoria.sel".
       COPY "\COBOL\fuentes\cpy\extracto-cta.sel".
       COPY "\COBOL\fuentes\cpy\accesos.sel".
       COPY "\COBOL\fuentes\cpy\cbu.sel".
           SELECT TAB-CAMBIO
           ASSIGN TO "\COBOL\arch\tab-cambio.dat"
           ORGANIZATION IS SEQUENTIAL
       COPY "\COBOL\fuentes\cpy\fd-tab-productos.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-notas.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-extracto-cta.fds".
       COPY "\COBOL\fuentes\cpy\fd-accesos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cbu.fds".

      * COTIZACION PARA MOSTRAR EL EQUIVALENTE EN PESOS DE LAS
      * CUENTAS EN DOLARES; UNA LINEA POR MONEDA
       77  WK-PLASTICOS                 PIC 9(04).
       77  WK-PLASTICOS-CONCIDERADO     PIC 9(04).
       77  WK-DOCUMENTO                 PIC 9(08).
       77  WK-TIPO-BUSCA                PIC X(01).
       77  WK-NRO-BUSCA                 PIC X(11).
       77  WK-CRITERIO                  PIC 9.
       77  WK-NOMBRE-BUSCA              PIC X(20).
       77  WK-FRAG-LEN                  PIC 99.
       77  WK-COT-STAT                  PIC X(02).
       77  WK-HAY-COTITULARES           PIC 9         VALUE 0.
       77  WK-COT-FINAL                 PIC 9         VALUE 0.
       77  WK-CBU-STAT                  PIC X(02).
       77  WK-HAY-CBU                   PIC 9         VALUE 0.
       77  WK-FILA-COT                  PIC 9(02)     VALUE 0.
       01  WK-NOMBRE-COTITULAR          PIC X(40)     VALUE SPACES.
       77  WK-GAR-STAT                  PIC X(02).
       77  WK-HAY-GARANTES              PIC 9         VALUE 0.
       77  WK-GAR-FINAL                 PIC 9         VALUE 0.
       77  WK-FILA-GAR                  PIC 9(02)     VALUE 0.
       01  WK-ETIQ-GARANTE.
           03 FILLER                    PIC X(04)     VALUE "Gar.".
           03 WK-ETIQ-OBLIGACION        PIC X(01).
           03 FILLER                    PIC X(03)     VALUE ": ".
       77  WK-CAM-STAT                  PIC X(02).
       77  WK-CAM-FINAL                 PIC 9         VALUE 0.
       77  WK-TASA-DOLAR                PIC 9(05)V99  VALUE 1.
       01  WK-NOMBRE-COMPLETO           PIC X(40) VALUE SPACES.

       COPY "\COBOL\fuentes\cpy\wk-notas.cpy".
       COPY "\COBOL\fuentes\cpy\wk-ver-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-extracto.cpy".
       COPY "\COBOL\fuentes\cpy\wk-accesos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       77  WK-AUD-STAT                  PIC X(02).


           OPEN INPUT M-COTITULARES
           IF WK-COT-STAT = "00"
              MOVE 1 TO WK-HAY-COTITULARES
           END-IF
           OPEN INPUT CBU-CUENTAS
           IF WK-CBU-STAT = "00"
              MOVE 1 TO WK-HAY-CBU
           END-IF
           OPEN INPUT GARANTES
           IF WK-GAR-STAT = "00"
              MOVE 1 TO WK-HAY-GARANTES
           END-IF.
       F-ABRIR-ARCHIVO.

           END-IF.
       F-PEDIR-DOCUMENTO.

      * EL DOCUMENTO SE PIDE CON SU TIPO (ESPACIO = DNI) Y VAL-DOC LO
      * TRADUCE AL NUMERO INTERNO CON QUE ESTA GRABADA LA CUENTA
       PEDIR-DNI.
           INITIALIZE WK-DOCUMENTO-CORRECTO
           PERFORM UNTIL WK-DOCUMENTO-CORRECTO = 1
               DISPLAY "TIPO DOC. (D/E/C/T/L/P): " AT 0402
               ACCEPT WK-TIPO-BUSCA AT 0427
               DISPLAY "NUMERO: " AT 0430
               ACCEPT WK-NRO-BUSCA AT 0438
               IF WK-NRO-BUSCA = SPACES
                  DISPLAY MESSAGE "Vuelva a Ingresar"
                  END-DISPLAY
                  EXIT PERFORM CYCLE
               END-IF
               IF WK-NRO-BUSCA = "9" OR "99999999"
                  DISPLAY MESSAGE "Se finaliza la consulta"
                  END-DISPLAY
                  PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
                  EXIT PROGRAM
               END-IF
               MOVE "B"           TO WK-VDO-ACCION
               MOVE 0             TO WK-VDO-SIMULACION
               MOVE WK-TIPO-BUSCA TO WK-VDO-TIPO
               MOVE WK-NRO-BUSCA  TO WK-VDO-NUMERO
               CALL "VAL-DOC" USING WK-VDO-CONSULTA
               EVALUATE WK-VDO-RESULTADO
                  WHEN "S"
                     MOVE WK-VDO-DOCUMENTO TO WK-DOCUMENTO
                     MOVE 1 TO WK-DOCUMENTO-CORRECTO
                  WHEN "E"
                     DISPLAY MESSAGE "Documento no empadronado"
                     END-DISPLAY
                  WHEN OTHER
                     DISPLAY MESSAGE "Documento invalido"
                     END-DISPLAY
               END-EVALUATE
           END-PERFORM.
       F-PEDIR-DNI.

           PERFORM DETALLE-PRODUCTO THRU F-DETALLE-PRODUCTO
           DISPLAY "Producto :" AT 0502 CTAS-PRODUCTO CONVERT
           DISPLAY WK-DETALLE-PRODUCTO AT 0516
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           DISPLAY "Doc.: " AT 0546 WK-VDO-SIGLA
           DISPLAY WK-VDO-IMPRESO AT 0557
           PERFORM GENERAR-NOMBRE THRU F-GENERAR-NOMBRE
           DISPLAY "Titular:" AT 0602 WK-NOMBRE-COMPLETO
           PERFORM GENERAR-FECHA-NAC THRU F-GENERAR-FECHA-NAC
           PERFORM GENERAR-FECHA-BAJA THRU F-GENERAR-FECHA-BAJA
           DISPLAY "Fecha Baja :" AT 1102 WK-FEC-ED-2
           PERFORM MOSTRAR-DOMICILIO THRU F-MOSTRAR-DOMICILIO
           PERFORM MOSTRAR-CBU THRU F-MOSTRAR-CBU
           PERFORM MOSTRAR-COTITULARES THRU F-MOSTRAR-COTITULARES
           PERFORM MOSTRAR-GARANTES THRU F-MOSTRAR-GARANTES.
       F-DETALLE.

      * LOS COTITULARES DEL PRODUCTO EN PANTALLA, DEBAJO DEL
           END-PERFORM.
       F-MOSTRAR-COTITULARES.

      * LOS GARANTES VIGENTES DE LA CUENTA (GAR001), DEBAJO DE LOS
      * COTITULARES, CON LA OBLIGACION QUE AFIANZAN: P PLAN, L LIMITE
      * (HASTA TRES VISIBLES)
       MOSTRAR-GARANTES.
           IF WK-HAY-GARANTES = 0
              GO TO F-MOSTRAR-GARANTES
           END-IF
           MOVE 0 TO WK-GAR-FINAL
           MOVE 14 TO WK-FILA-GAR
           MOVE CTAS-DOCUMENTO TO GAR-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO GAR-PRODUCTO
           MOVE LOW-VALUES     TO GAR-OBLIGACION
           MOVE 0              TO GAR-REFERENCIA
                                  GAR-GARANTE
           START GARANTES KEY GREATER OR EQUAL GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GAR-FINAL
           END-START
           PERFORM UNTIL WK-GAR-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-GAR-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF GAR-DOCUMENTO <> CTAS-DOCUMENTO
                 OR GAR-PRODUCTO <> CTAS-PRODUCTO
                 MOVE 1 TO WK-GAR-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF GAR-ESTADO <> "A"
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-FILA-GAR > 16
                 MOVE 1 TO WK-GAR-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              MOVE GAR-OBLIGACION TO WK-ETIQ-OBLIGACION
              INITIALIZE WK-NOMBRE-COTITULAR
              STRING GAR-APELLIDO DELIMITED BY SPACE
                     " "          DELIMITED BY SIZE
                     GAR-NOMBRE   DELIMITED BY SPACE
                 INTO WK-NOMBRE-COTITULAR
              END-STRING
              COMPUTE WK-POS-BUSQUEDA = WK-FILA-GAR * 100 + 46
              DISPLAY WK-ETIQ-GARANTE AT WK-POS-BUSQUEDA
              COMPUTE WK-POS-BUSQUEDA = WK-FILA-GAR * 100 + 54
              DISPLAY WK-NOMBRE-COTITULAR(1:25) AT WK-POS-BUSQUEDA
              ADD 1 TO WK-FILA-GAR
           END-PERFORM.
       F-MOSTRAR-GARANTES.

      * EL DOMICILIO Y EL CONTACTO SALEN DEL MAESTRO QUE MANTIENE
      * DOM001; SE MUESTRAN EN LA COLUMNA DERECHA DEL PANEL
       MOSTRAR-DOMICILIO.
           END-READ.
       F-MOSTRAR-DOMICILIO.

      * EL CBU LO ASIGNA CBU001 EN EL CIERRE; UNA CUENTA DADA DE ALTA
      * HOY TODAVIA NO LO TIENE
       MOSTRAR-CBU.
           IF WK-HAY-CBU = 0
              GO TO F-MOSTRAR-CBU
           END-IF
           MOVE CTAS-DOCUMENTO TO CBU-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO CBU-PRODUCTO
           READ CBU-CUENTAS KEY IS CBU-CUENTA
           INVALID KEY
                DISPLAY "Sin CBU asignado" AT 1146
           NOT INVALID KEY
                DISPLAY "CBU: " AT 1146 CBU-NUMERO
           END-READ.
       F-MOSTRAR-CBU.

       DETALLE-PLASTICO.
           IF WK-FILA-PLASTICO > 22
              DISPLAY "Mas tarjetas, presione ENTER..." AT 2402
           END-IF
           IF WK-HAY-COTITULARES = 1
              CLOSE M-COTITULARES
           END-IF
           IF WK-HAY-CBU = 1
              CLOSE CBU-CUENTAS
           END-IF
           IF WK-HAY-GARANTES = 1
              CLOSE GARANTES
           END-IF.
       F-CERRAR-ARCHIVO.

       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-search-producto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-notas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-ver-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-extracto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-acceso.cpy".
      *----------------------------------------------------------------
