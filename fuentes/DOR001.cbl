      *     REACTIVE EN DOR002, CON AUDITORIA "T",
      *   - Y LISTA EL INVENTARIO COMPLETO DE CUENTAS INACTIVAS CON
      *     SU SALDO: EL QUE CUMPLIMIENTO PIDE TODOS LOS ANIOS.
      * CADA CARTA DE AVISO QUEDA ANOTADA EN LA HISTORIA DE CONTACTOS
      * DEL CLIENTE (CONTACTOS.DAT) Y EN PIEZAS-CORREO.DAT, DE DONDE
      * COR001 LA ENSOBRA CON LAS DEMAS PIEZAS DEL DIA DEL CLIENTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-DOR001.cta"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

       FD  CARTAS.
       01  REG-CARTA                    PIC X(100).
       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
           OPEN I-O M-CUENTAS
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CARTAS
           MOVE "DOR001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "DOR001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN EXTEND RODAMIENTO
           IF NOT ( WK-ROD-STAT = "00" )
              OPEN OUTPUT RODAMIENTO
              ADD 1 TO WK-CARTAS-SUPRIMIDAS
              GO TO F-AVISAR-CUENTA
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-PZA-DOC
           PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           MOVE SPACES TO REG-CARTA
           STRING "Sr./Sra. " CTAS-APELLIDO
                  " su cuenta producto " CTAS-PRODUCTO
                  " no registra movimientos: de continuar asi"
              INTO REG-CARTA
           END-STRING
           MOVE REG-CARTA TO WK-PZA-TEXTO
           WRITE REG-CARTA
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "pasara a inactiva. Acerquese a su sucursal."
             TO REG-CARTA
           MOVE REG-CARTA TO WK-PZA-TEXTO
           WRITE REG-CARTA
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           ADD 1 TO WK-AVISADAS
           MOVE CTAS-DOCUMENTO TO WK-CNT-DOC
           MOVE CTAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "DO"           TO WK-CNT-TIPO
           MOVE "P"            TO WK-CNT-CANAL
           MOVE "AVISO INACTIVIDAD" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO
           MOVE "CARTA DE AVISO" TO L-OBS
           PERFORM DETALLE THRU F-DETALLE.
       F-AVISAR-CUENTA. EXIT.
           CLOSE M-CUENTAS
                 LISTADO
                 CARTAS
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           GOBACK.
       F-ERROR-ES. EXIT.

           CLOSE M-CUENTAS
                 LISTADO
                 CARTAS
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           MOVE WK-LEIDAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.


       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM DOR001.
