                           WITH DUPLICATES
                           FILE STATUS DB-STAT.
           SELECT LISTADO
           ASSIGN TO WK-ARCHIVO-LISTADO
           ORGANIZATION IS SEQUENTIAL.
           SELECT CSV-RIESGO
           ASSIGN TO "\COBOL\listado\RIE001.csv"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\rie001.srt".
           COPY "\COBOL\fuentes\cpy\supresiones.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT PARAMETROS
           ASSIGN TO WK-ARCHIVO-PARAMETRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
       COPY "\COBOL\fuentes\cpy\plasticos.sel".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".

       COPY "\COBOL\fuentes\cpy\fd-supresiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

       SD  SORT-FILE.
       01  SORT-REC.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".
       77  WK-SELECCIONADO              PIC 9(04).
       77  WK-SELECCIONADO-CONDICION    PIC 9.
       77  WK-SORT-FINAL                PIC 9.
       77  WK-DIAS-MORA                 PIC S9(06).

       77  WK-PAR-STAT                  PIC X(02).
      * LA CADENA USA RIE001.PAR Y LISTADO-RIE001; UN PEDIDO DE LA
      * COLA (COL002) TRAE SUS PROPIOS PARAMETROS Y SU PROPIO LISTADO
       77  WK-ARCHIVO-PARAMETRO         PIC X(60).
       77  WK-ARCHIVO-LISTADO           PIC X(60).
       77  WK-PAR-VALIDO                PIC 9.
       77  WK-APERTURA-1                PIC 9 VALUE 2.
       77  WK-APERTURA-2                PIC 9 VALUE 3.
       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      * 0 = LISTADO DE LA NOCHE, 1 = PEDIDO DE LA COLA DE COL002:
      * SOLO EL LISTADO, SIN CSV, CARTAS NI CONTACTOS
       01  LK-MODO                      PIC 9.
       SCREEN SECTION.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           IF LK-MODO = 1
              MOVE "\COBOL\arch\rie001-ped.par" TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-RIE001-PED"
                TO WK-ARCHIVO-LISTADO
           ELSE
              MOVE "\COBOL\arch\rie001.par"     TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-RIE001"
                TO WK-ARCHIVO-LISTADO
           END-IF
           PERFORM VERIFICAR-EXTRACTO THRU F-VERIFICAR-EXTRACTO
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
      * UN PEDIDO CON PARAMETROS INVALIDOS NO CORRE CON LA SELECCION
      * STANDARD: EL SUPERVISOR PIDIO OTRA COSA
           IF LK-MODO = 1 AND WK-PAR-VALIDO = 0
              PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
              MOVE 3 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PROCESO    THRU F-PROCESO 
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.
      * INVALIDOS, SE MANTIENE LA SELECCION ORIGINAL (APERTURA 2/3,
      * SITUACION 3/5).
       LEER-PARAMETRO.
           MOVE 0 TO WK-PAR-VALIDO
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
           OPEN INPUT M-CUENTAS
           OPEN INPUT M-PLASTICOS
           OPEN OUTPUT LISTADO
           IF LK-MODO = 1
              GO TO F-ABRIR-ARCHIVO
           END-IF
           PERFORM CARGAR-SUPRESIONES THRU F-CARGAR-SUPRESIONES
           OPEN OUTPUT CSV-RIESGO
           OPEN OUTPUT CARTAS-RIESGO
           OPEN OUTPUT MANIFIESTO
           MOVE "RIE001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "RIE001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
      * IMPRIME ENCABEZADO
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
              IF LK-MODO = 0
                 PERFORM ENCABEZAR-CSV THRU F-ENCABEZAR-CSV
              END-IF
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           MOVE SR-SALDO             TO L-SDO
           MOVE SR-DIAS-MORA         TO L-DIAS
           WRITE REG-LIS             FROM LIN-DETALLE
           ADD 1 TO WK-LISTADO
           ADD 1 TO WK-LINEA
           IF LK-MODO = 1
              GO TO F-DETALLE
           END-IF
           MOVE SR-DOCUMENTO         TO C-DOC
           MOVE SR-NOM-CORTO         TO C-NOM-CORTO
           MOVE WK-DETALLE-SITUACION TO C-SIT
              END-STRING
              WRITE REG-CSV
           END-IF
           PERFORM GRABAR-CARTA      THRU F-GRABAR-CARTA.
       F-DETALLE. EXIT.

      * GENERA LA CARTA DE AVISO DE RIESGO PARA EL TITULAR, CON LOS
      * MARCADO COMO INVALIDO (CORRESPONDENCIA DEVUELTA, MARCA DE
      * DEV001) SUPRIME EL PAPEL Y SE CUENTA APARTE. EL RENGLON DEL
      * LISTADO Y EL CSV (QUE LLEVA EL TELEFONO PARA LA GESTION)
      * SALEN IGUAL. LA CARTA ENVIADA QUEDA ANOTADA EN LA HISTORIA DE
      * CONTACTOS DEL CLIENTE (CONTACTOS.DAT) CON SU CANAL. LA CARTA
      * EN PAPEL SE ANOTA TAMBIEN EN PIEZAS-CORREO.DAT PARA QUE COR001
      * LA ENSOBRE CON LAS DEMAS PIEZAS DEL DIA DEL MISMO DOCUMENTO
       GRABAR-CARTA.
           MOVE 0 TO WK-CANAL-EMAIL
           IF WK-SUP-ALCANCE = "T"
                 GO TO F-GRABAR-CARTA
              END-IF
           END-IF
           IF WK-CANAL-EMAIL = 0
              MOVE SR-DOCUMENTO TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           INITIALIZE REG-CARTA
           STRING "Fecha: " WK-FECHA-ED INTO REG-CARTA END-STRING
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           ELSE
              WRITE REG-CARTA FROM TITULO-LINE
           END-IF
           MOVE SR-DOCUMENTO   TO WK-CNT-DOC
           MOVE 0              TO WK-CNT-PROD
           MOVE "SI"           TO WK-CNT-TIPO
           IF WK-CANAL-EMAIL = 1
              MOVE "E"         TO WK-CNT-CANAL
           ELSE
              MOVE "P"         TO WK-CNT-CANAL
           END-IF
           MOVE "AVISO DE SITUACION" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO
           ADD 1 TO WK-CARTAS.
       F-GRABAR-CARTA. EXIT.

           IF WK-CANAL-EMAIL = 1
              WRITE REG-EML FROM REG-CARTA
           ELSE
              MOVE REG-CARTA TO WK-PZA-TEXTO
              WRITE REG-CARTA
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           END-IF.
       F-GRABAR-RENGLON. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           IF LK-MODO = 1
              PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES
              GO TO F-FINAL-PROG
           END-IF
      * EL CSV PARA EL VENDOR DE CORREO ES UNA TRANSMISION SALIENTE:
      * QUEDA ASENTADA PARA QUE TRN002 PERSIGA EL ACUSE
           MOVE "rie001.csv" TO WK-TRN-ARCHIVO
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           IF LK-MODO = 1
              CLOSE M-CUENTAS
                    M-PLASTICOS
                    LISTADO
              GO TO F-CERRAR-ARCHIVO
           END-IF
           INITIALIZE MAN-REG
           MOVE "T"          TO TRL-TIPO
           MOVE WK-POR-EMAIL TO TRL-CANTIDAD
                 MANIFIESTO
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-hasta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-supresiones.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-search-situacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-situacion.cpy".
