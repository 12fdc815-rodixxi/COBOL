      * REGISTRO: TIPO "A"/"B"/"R" MAS LA LINEA), ASI MARKETING
      * CAMBIA LA REDACCION SIN RECOMPILAR; SI EL ARCHIVO NO ESTA SE
      * USA LA PLANTILLA DE FABRICA. CAMPOS DE SUSTITUCION EN EL
      * TEXTO: &NOMBRE, &DOCUMENTO, &SALDO Y &FECHA; EN LA CARTA DE
      * CIERRE ADEMAS &LIQUIDA Y &IMPORTE, LA LIQUIDACION FINAL QUE
      * CTAS003 DEJA EN CIERRES.DAT (DEVOLUCION DEL SALDO A FAVOR O
      * IMPORTE A CANCELAR DEL SALDO DEUDOR). LAS CARTAS DE
      * CLIENTES CON DOM-EMAIL VALIDO SALEN A UN ARCHIVO PROPIO
      * ANOTADO EN EL MANIFIESTO DE LA PASARELA DE EMAIL; EL RESTO
      * SIGUE EN PAPEL. EL LISTADO TOTALIZA CARTAS POR TIPO Y POR
      * CANAL PARA QUE CORRESPONDENCIA CONCILIE SOBRES.
      * CADA CARTA EMITIDA QUEDA ANOTADA EN LA HISTORIA DE CONTACTOS
      * DEL CLIENTE (CONTACTOS.DAT) CON SU TIPO Y SU CANAL.
      * LAS CARTAS EN PAPEL SE ANOTAN TAMBIEN EN PIEZAS-CORREO.DAT
      * PARA QUE COR001 LAS ENSOBRE JUNTO CON LAS DEMAS PIEZAS DEL
      * DIA DEL MISMO DOCUMENTO; CARTAS-CAR001.CTA QUEDA COMO COPIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT PLANTILLA
           ASSIGN TO "\COBOL\arch\cartas-plantilla.dat"
           ORGANIZATION IS SEQUENTIAL
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

       FD  PLANTILLA.
       01  TPL-REG.
           03 FILLER                    PIC X(04) VALUE ".eml".

       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".
       77  WK-TPL-CANT                  PIC 9(02)      VALUE 0.
       77  WK-IND                       PIC 9(02)      VALUE 0.
       77  WK-POS                       PIC 9(02)      VALUE 0.
       77  WK-NOMBRE                    PIC X(40).
       77  WK-DOCUMENTO-ED              PIC 9(08).
       77  WK-SALDO-ED                  PIC -ZZZ.ZZZ.ZZ9,99.
       77  WK-LIQUIDA                   PIC X(40).
       77  WK-IMPORTE-ED                PIC ZZZ.ZZZ.ZZ9,99.
       77  WK-IMPORTE-CIERRE            PIC 9(10)V99.

       01  WK-LINEA-TRABAJO             PIC X(100).
       01  WK-LINEA-NUEVA               PIC X(100).
           03 FILLER PIC X(81) VALUE
           "BConfirmamos el cierre de su cuenta. Saldo final: &SALDO".
           03 FILLER PIC X(81) VALUE
           "BLiquidacion final: &LIQUIDA &IMPORTE".
           03 FILLER PIC X(81) VALUE
           "BAtentamente, Atencion al Cliente".
           03 FILLER PIC X(81) VALUE
           "RFecha: &FECHA".
           OPEN OUTPUT CARTAS
           OPEN OUTPUT MANIFIESTO
           OPEN OUTPUT LISTADO
           MOVE "CAR001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "CAR001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
      * PRIMERO LA PLANTILLA DE FABRICA; SI CARTAS-PLANTILLA.DAT
      * EXISTE Y TRAE RENGLONES, SE USA SOLO LO DEL ARCHIVO
       CARGAR-PLANTILLA.
           MOVE 13 TO WK-TPL-CANT
           MOVE TAB-TPL-FABRICA TO TAB-PLANTILLA(1:1053)
           OPEN INPUT PLANTILLA
           IF NOT ( WK-TPL-STAT = "00" )
              GO TO F-CARGAR-PLANTILLA
           END-PERFORM
           CLOSE PLANTILLA
           IF WK-TPL-CANT = 0
              MOVE 13 TO WK-TPL-CANT
              MOVE TAB-TPL-FABRICA TO TAB-PLANTILLA(1:1053)
           END-IF
           MOVE 0 TO WK-FINAL.
       F-CARGAR-PLANTILLA. EXIT.
           END-STRING
           MOVE AUD-DOCUMENTO TO WK-DOCUMENTO-ED
           MOVE AUD-DES-SALDO TO WK-SALDO-ED
           IF WK-CANAL-EMAIL = 0
              MOVE AUD-DOCUMENTO TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           PERFORM ARMAR-LIQUIDACION THRU F-ARMAR-LIQUIDACION
           PERFORM EMITIR-LINEA THRU F-EMITIR-LINEA
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-TPL-CANT
           ELSE
              PERFORM EMITIR-DOMICILIO THRU F-EMITIR-DOMICILIO
              WRITE REG-CARTA FROM TITULO-LINE
           END-IF
           PERFORM ANOTAR-CONTACTO THRU F-ANOTAR-CONTACTO.
       F-EMITIR-CARTA. EXIT.

       ANOTAR-CONTACTO.
           MOVE AUD-DOCUMENTO TO WK-CNT-DOC
           MOVE AUD-PRODUCTO  TO WK-CNT-PROD
           EVALUATE AUD-MOV
              WHEN "A"
                   MOVE "BI" TO WK-CNT-TIPO
                   MOVE "CARTA DE BIENVENIDA" TO WK-CNT-DESCRIPCION
              WHEN "B"
                   MOVE "CI" TO WK-CNT-TIPO
                   MOVE "CARTA DE CIERRE" TO WK-CNT-DESCRIPCION
              WHEN "R"
                   MOVE "RE" TO WK-CNT-TIPO
                   MOVE "CARTA REACTIVACION" TO WK-CNT-DESCRIPCION
           END-EVALUATE
           IF WK-CANAL-EMAIL = 1
              MOVE "E" TO WK-CNT-CANAL
           ELSE
              MOVE "P" TO WK-CNT-CANAL
           END-IF
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-ANOTAR-CONTACTO. EXIT.

      * LA LIQUIDACION DEL CIERRE SALE DEL SALDO FINAL DE LA BAJA,
      * CON EL MISMO CRITERIO DE CTAS003: A FAVOR DEL CLIENTE SE LE
      * DEVUELVE, DEUDOR LO DEBE CANCELAR
       ARMAR-LIQUIDACION.
           MOVE SPACES TO WK-LIQUIDA
           MOVE 0      TO WK-IMPORTE-CIERRE
           EVALUATE TRUE
              WHEN AUD-DES-SALDO > 0
                   MOVE "a devolver a usted $" TO WK-LIQUIDA
                   MOVE AUD-DES-SALDO TO WK-IMPORTE-CIERRE
              WHEN AUD-DES-SALDO < 0
                   MOVE "a cancelar por usted $" TO WK-LIQUIDA
                   COMPUTE WK-IMPORTE-CIERRE = AUD-DES-SALDO * -1
              WHEN OTHER
                   MOVE "sin saldo pendiente" TO WK-LIQUIDA
           END-EVALUATE
           MOVE WK-IMPORTE-CIERRE TO WK-IMPORTE-ED.
       F-ARMAR-LIQUIDACION. EXIT.

       ABRIR-EMAIL.
           MOVE AUD-DOCUMENTO TO WK-NE-DOC
           COMPUTE WK-NE-ORDEN = WK-POR-EMAIL + 1
           MOVE 6            TO WK-TOKEN-LARGO
           MOVE WK-FECHA-ED  TO WK-VALOR
           PERFORM SUSTITUIR THRU F-SUSTITUIR
           MOVE "&LIQUIDA"   TO WK-TOKEN
           MOVE 8            TO WK-TOKEN-LARGO
           MOVE WK-LIQUIDA   TO WK-VALOR
           PERFORM SUSTITUIR THRU F-SUSTITUIR
           MOVE "&IMPORTE"   TO WK-TOKEN
           MOVE 8            TO WK-TOKEN-LARGO
           IF WK-IMPORTE-CIERRE = 0
              MOVE SPACES        TO WK-VALOR
           ELSE
              MOVE WK-IMPORTE-ED TO WK-VALOR
           END-IF
           PERFORM SUSTITUIR THRU F-SUSTITUIR
           IF WK-CANAL-EMAIL = 1
              WRITE REG-EML FROM WK-LINEA-TRABAJO
           ELSE
              WRITE REG-CARTA FROM WK-LINEA-TRABAJO
              MOVE WK-LINEA-TRABAJO TO WK-PZA-TEXTO
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           END-IF.
       F-EMITIR-LINEA. EXIT.

           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           COMPUTE LK-CANTIDAD = WK-CARTAS-ALTA
                               + WK-CARTAS-BAJA
                               + WK-CARTAS-REACT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM CAR001.
