       COPY "\COBOL\fuentes\cpy\domicilios.sel".
       COPY "\COBOL\fuentes\cpy\cotitulares.sel".
       COPY "\COBOL\fuentes\cpy\notas.sel".
       COPY "\COBOL\fuentes\cpy\contactos.sel".
       COPY "\COBOL\fuentes\cpy\auditoria.sel".
       COPY "\COBOL\fuentes\cpy\extracto-cta.sel".
       COPY "\COBOL\fuentes\cpy\accesos.sel".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-notas.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-extracto-cta.fds".
       COPY "\COBOL\fuentes\cpy\fd-accesos.fds".
       77  WK-PLAS-FINAL                PIC 9.
       77  WK-SIN-PLAS                  PIC 9.
       77  WK-DOCUMENTO                 PIC 9(08).
       77  WK-TIPO-BUSCA                PIC X(01).
       77  WK-NRO-BUSCA                 PIC X(11).
       77  WK-EN-RIESGO                 PIC 9.
       77  WK-A-REPONER                 PIC 9.
       77  WK-DOM-STAT                  PIC X(02).
       01  WK-ESTADO-GENERAL            PIC X(30).

       COPY "\COBOL\fuentes\cpy\wk-notas.cpy".
       COPY "\COBOL\fuentes\cpy\wk-ver-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-extracto.cpy".
       COPY "\COBOL\fuentes\cpy\wk-accesos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       77  WK-AUD-STAT                  PIC X(02).

      *----------------------------------------------------------------
           END-PERFORM.
       F-PROCESO. EXIT.

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
       F-PEDIR-DNI. EXIT.

           PERFORM DETALLE-PRODUCTO THRU F-DETALLE-PRODUCTO
           DISPLAY "Producto:" AT 0502 CTAS-PRODUCTO CONVERT
           DISPLAY WK-DETALLE-PRODUCTO AT 0515
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           DISPLAY "Doc.: " AT 0546 WK-VDO-SIGLA
           DISPLAY WK-VDO-IMPRESO AT 0557
           PERFORM GENERAR-NOMBRE THRU F-GENERAR-NOMBRE
           DISPLAY "Titular :" AT 0602 WK-NOMBRE-COMPLETO
           PERFORM GENERER-APERTURA THRU F-GENERER-APERTURA
       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-search-producto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-notas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-ver-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-extracto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-acceso.cpy".
      *----------------------------------------------------------------
