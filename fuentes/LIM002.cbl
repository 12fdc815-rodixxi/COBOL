      * LA CARTA DE CONFIRMACION (CARTAS-LIM002.CTA). SI NO, SE
      * DENIEGA CON SU CODIGO DE MOTIVO. TODO QUEDA EN EL PEDIDO:
      * PUNTAJE, MOTIVO, FECHA Y QUIEN PIDIO.
      * SI LA CUENTA TIENE UN AUMENTO PREAPROBADO VIGENTE DE LIM003
      * (ESTADO "O") QUE CUBRE LO PEDIDO, EL PEDIDO SE APRUEBA SIN
      * PUNTUAR (MOTIVO "PA") Y LA OFERTA QUEDA USADA ("U"); LA
      * CUENTA EN SITUACION 3 SE DENIEGA IGUAL.
      * CADA CARTA DE CONFIRMACION QUEDA ANOTADA EN LA HISTORIA DE
      * CONTACTOS DEL CLIENTE (CONTACTOS.DAT) Y EN PIEZAS-CORREO.DAT,
      * DE DONDE COR001 LA ENSOBRA CON LAS DEMAS PIEZAS DEL DIA.
      * UN LIMITE APROBADO POR ENCIMA DEL TOPE SIN GARANTIA DE
      * LIM002.PAR (SEGUNDO CAMPO, DEFAULT 300000; EL MISMO QUE USA
      * GAR001) SALE EN EL LISTADO COMO "APROB C/GARANTE" PARA QUE
      * CREDITOS CARGUE EL GARANTE EN GAR001.
      * SI EL TITULAR INTEGRA UN GRUPO ECONOMICO (GRUPOS.DAT), ANTES
      * DE APROBAR SE MIDE LA EXPOSICION DEL GRUPO CON EL LIMITE
      * NUEVO, CON LA MISMA REGLA DEL INFORME GRP001: SI SUPERA EL
      * PORCENTAJE DE LA CARTERA DE GRP001.PAR EL PEDIDO SE DENIEGA
      * CON MOTIVO "GE" (TAMBIEN EL QUE TRAE UNA OFERTA DE LIM003,
      * QUE QUEDA SIN USAR).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\pedidos-limite.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           COPY "\COBOL\fuentes\cpy\grupos.sel".
           COPY "\COBOL\fuentes\cpy\parametros-grupos.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\cotizaciones.sel".
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-LIM002.cta"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\fd-pedidos-limite.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".
       COPY "\COBOL\fuentes\cpy\fd-grupos.fds".
       COPY "\COBOL\fuentes\cpy\fd-parametros-grupos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotizaciones.fds".

       FD  CARTAS.
       01  REG-CARTA                    PIC X(100).
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PUNTAJE-MINIMO        PIC 9(03).
           03 PAR-LIMITE-GARANTE        PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-grupos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cotizacion.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-PLI-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-CUO-STAT                  PIC X(02).
       77  WK-PLN-STAT                  PIC X(02).
       77  WK-COT-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-AUD-FINAL                 PIC 9          VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9          VALUE 0.
       77  WK-PUNTAJE-MINIMO            PIC 9(03)      VALUE 060.
       77  WK-LIMITE-GARANTE            PIC 9(06)      VALUE 300000.
       77  WK-CON-GARANTE               PIC 9(06)      VALUE 0.
       77  WK-PUNTAJE                   PIC S9(04)     VALUE 0.
       77  WK-PUNTOS-PAGOS              PIC 9(03)      VALUE 0.
       77  WK-PUNTOS-MORA               PIC 9(03)      VALUE 0.
       77  WK-OFE-IND                   PIC 9(04)      VALUE 0.
       77  WK-OFE-ENCONTRADA            PIC 9(04)      VALUE 0.
       77  WK-OFE-PUNTAJE               PIC 9(03)      VALUE 0.
       77  WK-OFE-LIMITE                PIC 9(06)      VALUE 0.
       77  WK-PLI-GUARDADO              PIC X(55).
       77  WK-EXCEDE-GRUPO              PIC 9          VALUE 0.
       77  WK-POR-GRUPO                 PIC 9(06)      VALUE 0.
       77  WK-EXP-ACTUAL                PIC 9(13)V99   VALUE 0.
       77  WK-EXP-NUEVA                 PIC 9(13)V99   VALUE 0.
       77  WK-EXP-GRUPO                 PIC 9(15)V99   VALUE 0.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
            03 FILLER                   PIC X(22) VALUE
            "Denegados..........: ".
            03 LIN-TOT-DENEGADOS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-GARANTE.
            03 FILLER                   PIC X(22) VALUE
            "Requieren garante..: ".
            03 LIN-TOT-GARANTE          PIC ZZZZZ9.
       01  TITULO-BOTTOM-GRUPO.
            03 FILLER                   PIC X(22) VALUE
            "Frenados por grupo.: ".
            03 LIN-TOT-GRUPO            PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(22) VALUE
            "Total de Hojas.....: ".
           PERFORM CARGAR-PEDIDOS THRU F-CARGAR-PEDIDOS
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CARTAS
           MOVE "LIM002" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "LIM002" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN I-O M-CUENTAS
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
           MOVE WK-HOY            TO WK-CTZ-FECHA
           PERFORM ABRIR-GRUPOS   THRU F-ABRIR-GRUPOS
           IF WK-GRU-CANT > 0 AND WK-PENDIENTES > 0
              PERFORM EXPONER-CARTERA THRU F-EXPONER-CARTERA
           END-IF
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.
                   IF PAR-PUNTAJE-MINIMO > 0
                      MOVE PAR-PUNTAJE-MINIMO TO WK-PUNTAJE-MINIMO
                   END-IF
                   IF PAR-LIMITE-GARANTE IS NUMERIC
                      AND PAR-LIMITE-GARANTE > 0
                      MOVE PAR-LIMITE-GARANTE TO WK-LIMITE-GARANTE
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
              PERFORM CERRAR-PEDIDO THRU F-CERRAR-PEDIDO
              GO TO F-DECIDIR-PEDIDO
           END-IF
           PERFORM BUSCAR-OFERTA THRU F-BUSCAR-OFERTA
           IF WK-OFE-ENCONTRADA > 0
              AND NOT ( CTAS-SITUACION = 3 )
              MOVE WK-OFE-PUNTAJE TO PLI-PUNTAJE
              PERFORM CONTROLAR-GRUPO THRU F-CONTROLAR-GRUPO
              IF WK-EXCEDE-GRUPO = 1
                 MOVE "D"  TO PLI-ESTADO
                 MOVE "GE" TO PLI-MOTIVO
                 PERFORM CERRAR-PEDIDO THRU F-CERRAR-PEDIDO
                 GO TO F-DECIDIR-PEDIDO
              END-IF
              MOVE "A"  TO PLI-ESTADO
              MOVE "PA" TO PLI-MOTIVO
              PERFORM APLICAR-LIMITE THRU F-APLICAR-LIMITE
              PERFORM CERRAR-PEDIDO THRU F-CERRAR-PEDIDO
              PERFORM USAR-OFERTA THRU F-USAR-OFERTA
              GO TO F-DECIDIR-PEDIDO
           END-IF
           PERFORM CALCULAR-PUNTAJE THRU F-CALCULAR-PUNTAJE
           MOVE WK-PUNTAJE TO PLI-PUNTAJE
           MOVE 0 TO WK-EXCEDE-GRUPO
           IF NOT ( CTAS-SITUACION = 3 )
              AND NOT ( WK-PUNTAJE < WK-PUNTAJE-MINIMO )
              PERFORM CONTROLAR-GRUPO THRU F-CONTROLAR-GRUPO
           END-IF
           EVALUATE TRUE
              WHEN CTAS-SITUACION = 3
                   MOVE "D"  TO PLI-ESTADO
              WHEN WK-PUNTAJE < WK-PUNTAJE-MINIMO
                   MOVE "D"  TO PLI-ESTADO
                   MOVE "PU" TO PLI-MOTIVO
              WHEN WK-EXCEDE-GRUPO = 1
                   MOVE "D"  TO PLI-ESTADO
                   MOVE "GE" TO PLI-MOTIVO
              WHEN OTHER
                   MOVE "A"  TO PLI-ESTADO
                   MOVE "AP" TO PLI-MOTIVO
           PERFORM CERRAR-PEDIDO THRU F-CERRAR-PEDIDO.
       F-DECIDIR-PEDIDO. EXIT.

      * LA OFERTA PREAPROBADA DE LIM003 PARA LA MISMA CUENTA, SI
      * CUBRE EL LIMITE PEDIDO
       BUSCAR-OFERTA.
           MOVE 0 TO WK-OFE-ENCONTRADA
           MOVE PLI-REG TO WK-PLI-GUARDADO
           PERFORM VARYING WK-OFE-IND FROM 1 BY 1
                   UNTIL WK-OFE-IND > WK-PLI-CANT
                      OR WK-OFE-ENCONTRADA > 0
              MOVE TAB-PLI-REG(WK-OFE-IND) TO PLI-REG
              IF PLI-ESTADO = "O"
                 AND PLI-DOCUMENTO = CTAS-DOCUMENTO
                 AND PLI-PRODUCTO = CTAS-PRODUCTO
                 MOVE WK-OFE-IND        TO WK-OFE-ENCONTRADA
                 MOVE PLI-PUNTAJE       TO WK-OFE-PUNTAJE
                 MOVE PLI-LIMITE-PEDIDO TO WK-OFE-LIMITE
              END-IF
           END-PERFORM
           MOVE WK-PLI-GUARDADO TO PLI-REG
           IF WK-OFE-ENCONTRADA > 0
              AND WK-OFE-LIMITE < PLI-LIMITE-PEDIDO
              MOVE 0 TO WK-OFE-ENCONTRADA
           END-IF.
       F-BUSCAR-OFERTA. EXIT.

       USAR-OFERTA.
           MOVE PLI-REG TO WK-PLI-GUARDADO
           MOVE TAB-PLI-REG(WK-OFE-ENCONTRADA) TO PLI-REG
           MOVE "U"    TO PLI-ESTADO
           MOVE WK-HOY TO PLI-FECHA-DECISION
           MOVE PLI-REG TO TAB-PLI-REG(WK-OFE-ENCONTRADA)
           MOVE WK-PLI-GUARDADO TO PLI-REG.
       F-USAR-OFERTA. EXIT.

      * EXPOSICION DEL GRUPO DEL TITULAR CON EL LIMITE PEDIDO EN LUGAR
      * DEL ACTUAL. EXPONER-GRUPO RECORRE M-CUENTAS, ASI QUE LA CUENTA
      * DEL PEDIDO SE VUELVE A LEER PARA QUE APLICAR-LIMITE LA
      * REGRABE
       CONTROLAR-GRUPO.
           MOVE 0 TO WK-EXCEDE-GRUPO
           MOVE CTAS-DOCUMENTO TO WK-GEX-DOCUMENTO
           PERFORM BUSCAR-GRUPO-DOC THRU F-BUSCAR-GRUPO-DOC
           IF WK-GEX-GRUPO-DOC = 0
              GO TO F-CONTROLAR-GRUPO
           END-IF
           MOVE WK-GEX-GRUPO-DOC TO WK-GEX-GRUPO
           PERFORM EXPONER-CUENTA THRU F-EXPONER-CUENTA
           MOVE WK-GEX-CTA-EXPOSICION TO WK-EXP-ACTUAL
           IF WK-GEX-CTA-USO > PLI-LIMITE-PEDIDO
              MOVE WK-GEX-CTA-USO    TO WK-EXP-NUEVA
           ELSE
              MOVE PLI-LIMITE-PEDIDO TO WK-EXP-NUEVA
           END-IF
           PERFORM EXPONER-GRUPO THRU F-EXPONER-GRUPO
           COMPUTE WK-EXP-GRUPO = WK-GEX-EXPOSICION
                                - WK-EXP-ACTUAL + WK-EXP-NUEVA
           IF WK-EXP-GRUPO > WK-GEX-TOPE
              MOVE 1 TO WK-EXCEDE-GRUPO
           END-IF
           MOVE PLI-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE PLI-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                MOVE "READ" TO WK-FE-OPERACION
                PERFORM ERROR-ES THRU F-ERROR-ES
           END-READ.
       F-CONTROLAR-GRUPO. EXIT.

      * UNA PASADA POR LA AUDITORIA DE LA CUENTA: LOS PAGOS SUMAN,
      * LOS DEVENGAMIENTOS DE MORA RESTAN
       CALCULAR-PUNTAJE.
           MOVE 1 TO WK-HUBO-CAMBIOS
           IF PLI-ESTADO = "A"
              ADD 1 TO WK-APROBADOS
              IF PLI-LIMITE-PEDIDO > WK-LIMITE-GARANTE
                 ADD 1 TO WK-CON-GARANTE
                 MOVE "APROB C/GARANTE" TO L-RESULTADO
              ELSE
                 MOVE "APROBADO" TO L-RESULTADO
              END-IF
           ELSE
              ADD 1 TO WK-DENEGADOS
              IF PLI-MOTIVO = "GE"
                 ADD 1 TO WK-POR-GRUPO
                 MOVE "DENEG. GRUPO" TO L-RESULTADO
              ELSE
                 MOVE "DENEGADO" TO L-RESULTADO
              END-IF
           END-IF
           PERFORM DETALLE THRU F-DETALLE.
       F-CERRAR-PEDIDO. EXIT.

       GRABAR-CARTA.
           MOVE CTAS-DOCUMENTO TO WK-PZA-DOC
           PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           WRITE REG-CARTA FROM CAR-SEPARADOR
           INITIALIZE CAR-TEXTO
           STRING "Sr./Sra. " CTAS-APELLIDO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "Su limite de credito fue elevado a "
                  PLI-LIMITE-PEDIDO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "Atentamente, Departamento de Creditos"
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE CTAS-DOCUMENTO TO WK-CNT-DOC
           MOVE CTAS-PRODUCTO  TO WK-CNT-PROD
           MOVE "LI"           TO WK-CNT-TIPO
           MOVE "P"            TO WK-CNT-CANAL
           MOVE "AUMENTO DE LIMITE" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-GRABAR-CARTA. EXIT.

       DETALLE.
           CLOSE M-CUENTAS
                 LISTADO
                 CARTAS
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           PERFORM CERRAR-GRUPOS THRU F-CERRAR-GRUPOS
           GOBACK.
       F-ERROR-ES. EXIT.

           CLOSE M-CUENTAS
                 LISTADO
                 CARTAS
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           PERFORM CERRAR-GRUPOS THRU F-CERRAR-GRUPOS
           MOVE WK-LEIDOS TO LK-CANTIDAD
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.
       F-REGRABAR-PEDIDOS. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-PENDIENTES TO LIN-TOT-PENDIENTES
           MOVE WK-APROBADOS  TO LIN-TOT-APROBADOS
           MOVE WK-DENEGADOS  TO LIN-TOT-DENEGADOS
           MOVE WK-CON-GARANTE TO LIN-TOT-GARANTE
           MOVE WK-POR-GRUPO  TO LIN-TOT-GRUPO
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-PENDIENTES
           WRITE REG-LIS FROM TITULO-BOTTOM-APROBADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-DENEGADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-GARANTE
           WRITE REG-LIS FROM TITULO-BOTTOM-GRUPO
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-cotizacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grupos.cpy".

       END PROGRAM LIM002.
