      * ARCHIVO DE ESTADOS). LOS RENGLONES CUYA TARJETA ORIGINAL NO
      * TENEMOS, Y LAS TARJETAS NUEVAS QUE YA EXISTIERAN, SALEN EN EL
      * LISTADO DE EXCEPCIONES.
      *
      * LAS TARJETAS ADICIONALES DE COTITULARES (PEDIDAS POR COT001
      * EN PLAS-ADICIONALES.DAT) LLEGAN SIN TARJETA ANTERIOR (CEROS)
      * Y CON EL DOCUMENTO, PRODUCTO Y CODOCUMENTO DEL PEDIDO: SE DAN
      * DE ALTA A NOMBRE DEL TITULAR, CON EL CODOCUMENTO, EL NOMBRE
      * CORTO DEL COTITULAR Y EL SUBLIMITE DEL PEDIDO, QUE PASA A
      * "C". SIN PEDIDO PENDIENTE EL RENGLON SALE COMO SIN ORIGINAL.
      * EL PLASTICO NUEVO LLEVA EL TIPO DE DOCUMENTO DEL ORIGINAL; EL
      * DE UNA ADICIONAL TOMA LOS TIPOS DEL TITULAR Y DEL COTITULAR
      * DEL PADRON DE DOCUMENTOS (VAL-DOC "I").
      * CADA TARJETA DADA DE ALTA QUEDA ADEMAS EN PLAS-RECEPCIONES.DAT
      * COMO RECIBIDA, CON SU TIPO (REPOSICION, REEMISION DE UNA
      * COMPROMETIDA SEGUN EL BLOQUEO "C" DE PLAS012, O PRIMERA
      * EMISION), PARA QUE PLAS013 CONCILIE LA FACTURA DEL PROVEEDOR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
           COPY "\COBOL\fuentes\cpy\adicionales.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           COPY "\COBOL\fuentes\cpy\recepciones-plas.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

           03 CUM-PLASTICO-ANTERIOR   PIC 9(16).
           03 CUM-FECHA-EMISION       PIC 9(08).
           03 CUM-FECHA-HASTA         PIC 9(08).
      * SOLO EN LAS ADICIONALES: LA CLAVE DEL PEDIDO DE COT001
           03 CUM-DOCUMENTO           PIC 9(08).
           03 CUM-PRODUCTO            PIC 9(02).
           03 CUM-CODOCUMENTO         PIC 9(08).

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".

       COPY "\COBOL\fuentes\cpy\fd-adicionales.fds".

       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".

       COPY "\COBOL\fuentes\cpy\fd-recepciones-plas.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).


       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CUM-STAT                  PIC X(02).
       77  WK-SOLREG-STAT               PIC X(02).
       77  WK-SOLREG-FINAL              PIC 9      VALUE 0.
       77  WK-FECHA-HOY                 PIC 9(08)  VALUE 0.
       77  WK-ADI-STAT                  PIC X(02).
       77  WK-ADI-FINAL                 PIC 9      VALUE 0.
       77  WK-ADIC-HALLADA              PIC 9      VALUE 0.

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-DOCUMENTO-ORIG            PIC 9(08).
       77  WK-NOMBRE-ORIG               PIC X(25).
       77  WK-PRODUCTO-ORIG             PIC 9(02).
       77  WK-TIPO-DOC-ORIG             PIC X(01).

      * PLASTICOS BLOQUEADOS POR COMPROMISO (MOTIVO "C" DE PLAS012):
      * SU REPOSICION SE REGISTRA COMO REEMISION "C"
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-BLQ-FINAL                 PIC 9      VALUE 0.
       77  WK-REC-STAT                  PIC X(02).
       77  WK-CMP-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND-CMP                   PIC 9(04)  VALUE 0.
       77  WK-TIPO-RECEPCION            PIC X(01)  VALUE SPACE.
       01  TAB-COMPROMETIDAS.
           03 TAB-CMP-PLASTICO          PIC 9(16) OCCURS 9999.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
       F-INICIO. EXIT.

       ABRIR-ARCHIVO.
           PERFORM CARGAR-COMPROMETIDAS THRU F-CARGAR-COMPROMETIDAS
           OPEN INPUT  CUMPLIDOS
           OPEN I-O    M-PLASTICOS
           OPEN OUTPUT LISTADO
           OPEN EXTEND RECEPCIONES
           IF NOT ( WK-REC-STAT = "00" )
              OPEN OUTPUT RECEPCIONES
           END-IF.
       F-ABRIR-ARCHIVO. EXIT.

      * CARGA EN MEMORIA LOS PLASTICOS QUE PLAS012 BLOQUEO POR
      * COMPROMISO
       CARGAR-COMPROMETIDAS.
           OPEN INPUT BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              GO TO F-CARGAR-COMPROMETIDAS
           END-IF
           PERFORM UNTIL WK-BLQ-FINAL = 1
              READ BLOQUEOS AT END
                   MOVE 1 TO WK-BLQ-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BLQ-MOTIVO = "C" AND WK-CMP-CANT < 9999
                 ADD 1 TO WK-CMP-CANT
                 MOVE BLQ-PLASTICO TO TAB-CMP-PLASTICO(WK-CMP-CANT)
              END-IF
           END-PERFORM
           CLOSE BLOQUEOS.
       F-CARGAR-COMPROMETIDAS. EXIT.

      * LA TARJETA RECIBIDA QUEDA EN EL REGISTRO DE RECEPCIONES, SIN
      * FACTURA HASTA QUE PLAS013 LA ENCUENTRE EN LA DEL PROVEEDOR
       GRABAR-RECEPCION.
           IF CUM-PLASTICO-ANTERIOR = 0
              MOVE "E" TO WK-TIPO-RECEPCION
           ELSE
              MOVE "R" TO WK-TIPO-RECEPCION
              PERFORM VARYING WK-IND-CMP FROM 1 BY 1
                      UNTIL WK-IND-CMP > WK-CMP-CANT
                 IF TAB-CMP-PLASTICO(WK-IND-CMP)
                    = CUM-PLASTICO-ANTERIOR
                    MOVE "C" TO WK-TIPO-RECEPCION
                    MOVE WK-CMP-CANT TO WK-IND-CMP
                 END-IF
              END-PERFORM
           END-IF
           INITIALIZE REC-REG
           MOVE CUM-PLASTICO-NUEVO    TO REC-PLASTICO
           MOVE CUM-PLASTICO-ANTERIOR TO REC-PLASTICO-ANTERIOR
           MOVE PLAS-DOCUMENTO        TO REC-DOCUMENTO
           MOVE WK-TIPO-RECEPCION     TO REC-TIPO
           MOVE WK-FECHA-HOY          TO REC-FECHA-RECEPCION
           MOVE CUM-FECHA-EMISION     TO REC-FECHA-EMISION
           MOVE 0                     TO REC-FACTURA
                                         REC-FECHA-FACTURA
                                         REC-PRECIO
           WRITE REC-REG.
       F-GRABAR-RECEPCION. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
      * LA TARJETA REEMPLAZADA ES LA LLAVE DE TODO: DE ELLA SE HEREDA
      * EL DOCUMENTO DEL TITULAR Y EL NOMBRE CORTO EMBOZADO
       APLICAR-CUMPLIDO.
           IF CUM-PLASTICO-ANTERIOR = 0
              PERFORM ALTA-ADICIONAL THRU F-ALTA-ADICIONAL
              GO TO F-APLICAR-CUMPLIDO
           END-IF
      * LOS DOS NUMEROS DEL RENGLON SE CONTROLAN CON EL DIGITO
      * VERIFICADOR ANTES DE USARLOS: EL VIEJO DECIDE DE QUIEN SE
      * HEREDA Y EL NUEVO QUEDA EN EL MAESTRO PARA SIEMPRE
                MOVE PLAS-DOCUMENTO    TO WK-DOCUMENTO-ORIG
                MOVE PLAS-NOMBRE-CORTO TO WK-NOMBRE-ORIG
                MOVE PLAS-PRODUCTO     TO WK-PRODUCTO-ORIG
                MOVE PLAS-TIPO-DOC     TO WK-TIPO-DOC-ORIG
                PERFORM ALTA-PLASTICO  THRU F-ALTA-PLASTICO
           END-READ.
       F-APLICAR-CUMPLIDO. EXIT.
           MOVE CUM-FECHA-HASTA     TO PLAS-FECHA-HASTA
           MOVE CUM-FECHA-EMISION   TO PLAS-FECHA-EMISION
           MOVE WK-PRODUCTO-ORIG    TO PLAS-PRODUCTO
           MOVE WK-TIPO-DOC-ORIG    TO PLAS-TIPO-DOC
           WRITE PLAS-REG
           INVALID KEY
                PERFORM DETALLE THRU F-DETALLE
                ADD 1 TO WK-DUPLICADAS
           NOT INVALID KEY
                ADD 1 TO WK-ALTAS
                PERFORM GRABAR-RECEPCION THRU F-GRABAR-RECEPCION
                PERFORM MARCAR-SOLICITUD THRU F-MARCAR-SOLICITUD
           END-WRITE.
       F-ALTA-PLASTICO. EXIT.

      * ADICIONAL DE COTITULAR: LOS DATOS SALEN DEL PEDIDO PENDIENTE,
      * QUE SE CUMPLE EN EL MISMO RECORRIDO
       ALTA-ADICIONAL.
           CALL "VAL-LUHN" USING CUM-PLASTICO-NUEVO
                                 WK-LUHN-VALIDO
           IF WK-LUHN-VALIDO = "N"
              PERFORM DETALLE THRU F-DETALLE
              MOVE "DIG. VERIF. NUEVO MALO" TO L-OBS
              WRITE REG-LIS FROM LIN-DETALLE
              ADD 1 TO WK-LINEA
              ADD 1 TO WK-SIN-ORIGINAL
              GO TO F-ALTA-ADICIONAL
           END-IF
           MOVE 0 TO WK-ADIC-HALLADA
           OPEN I-O PEDIDOS-ADIC
           IF WK-ADI-STAT = "00"
              MOVE 0 TO WK-ADI-FINAL
              PERFORM UNTIL WK-ADI-FINAL = 1
                 READ PEDIDOS-ADIC AT END
                      MOVE 1 TO WK-ADI-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF ADI-DOCUMENTO = CUM-DOCUMENTO
                    AND ADI-PRODUCTO = CUM-PRODUCTO
                    AND ADI-CODOCUMENTO = CUM-CODOCUMENTO
                    AND ADI-ESTADO = "P"
                    MOVE 1 TO WK-ADIC-HALLADA
                    MOVE 1 TO WK-ADI-FINAL
                 END-IF
              END-PERFORM
              IF WK-ADIC-HALLADA = 0
                 CLOSE PEDIDOS-ADIC
              END-IF
           END-IF
           IF WK-ADIC-HALLADA = 0
              PERFORM DETALLE THRU F-DETALLE
              MOVE "SIN PEDIDO DE ADICIONAL" TO L-OBS
              WRITE REG-LIS FROM LIN-DETALLE
              ADD 1 TO WK-LINEA
              ADD 1 TO WK-SIN-ORIGINAL
              GO TO F-ALTA-ADICIONAL
           END-IF
           INITIALIZE PLAS-REG
           MOVE CUM-PLASTICO-NUEVO  TO PLAS-PLASTICO
           MOVE ADI-DOCUMENTO       TO PLAS-DOCUMENTO
           MOVE ADI-NOMBRE-CORTO    TO PLAS-NOMBRE-CORTO
           MOVE "PE"                TO PLAS-ESTADO
           MOVE CUM-FECHA-HASTA     TO PLAS-FECHA-HASTA
           MOVE CUM-FECHA-EMISION   TO PLAS-FECHA-EMISION
           MOVE ADI-PRODUCTO        TO PLAS-PRODUCTO
           MOVE ADI-CODOCUMENTO     TO PLAS-CODOCUMENTO
           MOVE ADI-SUBLIMITE       TO PLAS-SUBLIMITE
           MOVE "I"                 TO WK-VDO-ACCION
           MOVE ADI-DOCUMENTO       TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO         TO PLAS-TIPO-DOC
           MOVE ADI-CODOCUMENTO     TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO         TO PLAS-TIPO-CODOC
           WRITE PLAS-REG
           INVALID KEY
                PERFORM DETALLE THRU F-DETALLE
                MOVE "TARJETA YA EXISTE" TO L-OBS
                WRITE REG-LIS FROM LIN-DETALLE
                ADD 1 TO WK-LINEA
                ADD 1 TO WK-DUPLICADAS
           NOT INVALID KEY
                ADD 1 TO WK-ALTAS
                PERFORM GRABAR-RECEPCION THRU F-GRABAR-RECEPCION
                MOVE "C"                TO ADI-ESTADO
                MOVE WK-FECHA-HOY       TO ADI-FECHA-CUMPLIDA
                MOVE CUM-PLASTICO-NUEVO TO ADI-PLASTICO
                REWRITE ADI-REG
           END-WRITE
           CLOSE PEDIDOS-ADIC.
       F-ALTA-ADICIONAL. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
       CERRAR-ARCHIVO.
           CLOSE CUMPLIDOS
                 M-PLASTICOS
                 LISTADO
                 RECEPCIONES.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
