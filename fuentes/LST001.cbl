      * =================================================================== */
      *                                                                     */
      *   LST001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   revision de la cartera contra la lista de sancionados y PEP      */
      *   cada vez que llega una lista nueva                               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LST001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LAS ALTAS Y LOS COTITULARES NUEVOS SE CONTROLAN AL ENTRAR
      * (VAL-LISTA EN CTAS003, CTAS007 Y COT001), PERO LA LISTA DE
      * CONTROL CAMBIA: ALGUIEN QUE HOY ES CLIENTE PUEDE APARECER EN
      * LA PROXIMA. ESTE PASO NOCTURNO MIRA LA FECHA DE CABECERA DE
      * LISTA-CONTROL.DAT Y, SI ES DISTINTA DE LA ULTIMA REVISADA
      * (LST001.CTL), PASA TODAS LAS CUENTAS VIVAS DE M-CUENTAS Y
      * TODOS LOS COTITULARES POR VAL-LISTA. CADA COINCIDENCIA QUE NO
      * ESTE YA PENDIENTE VA A LA COLA DE CUMPLIMIENTO (SIN NADA
      * RETENIDO: LA CUENTA YA EXISTE) PARA QUE LA RESUELVA LST002, Y
      * SALE EN EL LISTADO. SIN LISTA NUEVA NO HACE NADA.
      * RETURN-CODE 1 SI LA TABLA DE PENDIENTES SE LLENA (PUEDE HABER
      * DUPLICADOS EN LA COLA), 9 SI NO PUEDE ABRIR LOS MAESTROS O
      * SI LA LISTA NO ENTRA ENTERA EN VAL-LISTA (LA REVISION SE
      * CORTA Y LA LISTA NO QUEDA COMO REVISADA).
      * LA PERSONA SE BUSCA EN LA LISTA POR EL DNI CONTENIDO EN SU
      * DOCUMENTO (VAL-DOC "I" DESDE EL NUMERO INTERNO): EL DE LA
      * LE/LC O EL DE ADENTRO DEL CUIT/CUIL; EL PASAPORTE SOLO POR
      * APELLIDO Y NOMBRE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\lista-control.sel".
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           SELECT CONTROL-LST
           ASSIGN TO "\COBOL\arch\lst001.ctl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CTL-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-LST001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-lista-control.fds".
       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".

      * FECHA DE LA ULTIMA LISTA REVISADA
       FD  CONTROL-LST.
       01  CTL-REG.
           03 CTL-FECHA-LISTA           PIC 9(08).
           03 CTL-FECHA-REVISION        PIC 9(08).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-lista-control.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-COT-STAT                  PIC X(02).
       77  WK-LST-STAT                  PIC X(02).
       77  WK-RVC-STAT                  PIC X(02).
       77  WK-CTL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-FECHA-LISTA               PIC 9(08)     VALUE 0.
       77  WK-FECHA-REVISADA            PIC 9(08)     VALUE 0.
       77  WK-CUENTAS-LEIDAS            PIC 9(08)     VALUE 0.
       77  WK-COT-LEIDOS                PIC 9(08)     VALUE 0.
       77  WK-NUEVAS                    PIC 9(06)     VALUE 0.
       77  WK-YA-PENDIENTES             PIC 9(06)     VALUE 0.
       77  WK-PEN-CANT                  PIC 9(04)     VALUE 0.
       77  WK-PEN-LLENA                 PIC 9         VALUE 0.
       77  WK-LISTA-INCOMPLETA          PIC 9         VALUE 0.
       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-PENDIENTE                 PIC 9         VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.

      * LO QUE YA ESPERA DECISION EN LA COLA (CUENTA + PERSONA), PARA
      * NO REPETIRLO CADA VEZ QUE LLEGA UNA LISTA
       01  TAB-PENDIENTES.
           03 TAB-PEN-ITEM OCCURS 2000.
              05 TAB-PEN-DOC            PIC 9(08).
              05 TAB-PEN-PROD           PIC 9(02).
              05 TAB-PEN-PERSONA        PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "REVISION DE CARTERA CONTRA LISTA - LST001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(05) VALUE "Orig.".
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 FILLER                   PIC X(09) VALUE "Cuenta".
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(09) VALUE "Persona".
            03 FILLER                   PIC X(21) VALUE "Apellido".
            03 FILLER                   PIC X(13) VALUE "Nombre".
            03 FILLER                   PIC X(04) VALUE "C/T".
            03 FILLER                   PIC X(11) VALUE "Referencia".
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-ORIGEN                 PIC X(05).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PERSONA                PIC 9(08).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-APELLIDO               PIC X(20).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-NOMBRE                 PIC X(12).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-COINCIDENCIA           PIC X(01).
            03 FILLER                   PIC X(01) VALUE "/".
            03 L-TIPO                   PIC X(01).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-REFERENCIA             PIC X(10).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-OBS                    PIC X(15).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           03 L-CANT                    PIC ZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           OPEN OUTPUT LISTADO
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           END-IF
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * SOLO SE REVISA LA CARTERA CUANDO LA LISTA CAMBIO; UNA LISTA
      * SIN CABECERA NO TIENE FECHA Y SE REVISA SIEMPRE
       PROCESO.
           PERFORM LEER-FECHAS THRU F-LEER-FECHAS
           IF NOT ( WK-LST-STAT = "00" )
              MOVE "SIN LISTA DE CONTROL" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-PROCESO
           END-IF
           IF WK-FECHA-LISTA > 0
              AND WK-FECHA-LISTA = WK-FECHA-REVISADA
              MOVE "SIN LISTA NUEVA" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-PROCESO
           END-IF
           OPEN INPUT M-CUENTAS
           IF NOT ( DB-STAT = "00" )
              MOVE "OPEN"      TO WK-FE-OPERACION
              MOVE "M-CUENTAS" TO WK-FE-CLAVE
              PERFORM ERROR-ES THRU F-ERROR-ES
              GO TO F-PROCESO
           END-IF
           PERFORM CARGAR-PENDIENTES THRU F-CARGAR-PENDIENTES
           PERFORM REVISAR-CUENTAS   THRU F-REVISAR-CUENTAS
           CLOSE M-CUENTAS
           IF WK-LISTA-INCOMPLETA = 1
              GO TO F-PROCESO
           END-IF
           PERFORM REVISAR-COTITULARES THRU F-REVISAR-COTITULARES
           PERFORM GRABAR-CONTROL    THRU F-GRABAR-CONTROL.
       F-PROCESO. EXIT.

       LEER-FECHAS.
           OPEN INPUT LISTA-CONTROL
           IF NOT ( WK-LST-STAT = "00" )
              GO TO F-LEER-FECHAS
           END-IF
           READ LISTA-CONTROL AT END
                CONTINUE
           NOT AT END
                IF LCB-TIPO = "C"
                   MOVE LCB-FECHA-LISTA TO WK-FECHA-LISTA
                END-IF
           END-READ
           CLOSE LISTA-CONTROL
           OPEN INPUT CONTROL-LST
           IF WK-CTL-STAT = "00"
              READ CONTROL-LST AT END
                   CONTINUE
              NOT AT END
                   MOVE CTL-FECHA-LISTA TO WK-FECHA-REVISADA
              END-READ
              CLOSE CONTROL-LST
           END-IF.
       F-LEER-FECHAS. EXIT.

       CARGAR-PENDIENTES.
           OPEN INPUT CUMPLIMIENTO
           IF NOT ( WK-RVC-STAT = "00" )
              GO TO F-CARGAR-PENDIENTES
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ CUMPLIMIENTO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF RVC-ESTADO = "P"
                 PERFORM AGREGAR-PENDIENTE THRU F-AGREGAR-PENDIENTE
              END-IF
           END-PERFORM
           CLOSE CUMPLIMIENTO.
       F-CARGAR-PENDIENTES. EXIT.

       AGREGAR-PENDIENTE.
           IF WK-PEN-CANT < 2000
              ADD 1 TO WK-PEN-CANT
              MOVE RVC-DOCUMENTO     TO TAB-PEN-DOC(WK-PEN-CANT)
              MOVE RVC-PRODUCTO      TO TAB-PEN-PROD(WK-PEN-CANT)
              MOVE RVC-PER-DOCUMENTO TO TAB-PEN-PERSONA(WK-PEN-CANT)
           ELSE
              MOVE 1 TO WK-PEN-LLENA
           END-IF.
       F-AGREGAR-PENDIENTE. EXIT.

      * LAS CUENTAS DADAS DE BAJA YA NO OPERAN Y NO SE REVISAN
       REVISAR-CUENTAS.
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-FECHA-BAJA <> 0
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-CUENTAS-LEIDAS
              MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
              PERFORM DNI-CONTENIDO THRU F-DNI-CONTENIDO
              MOVE CTAS-APELLIDO  TO WK-LST-APELLIDO
              MOVE CTAS-NOMBRE    TO WK-LST-NOMBRE
              CALL "VAL-LISTA" USING WK-LST-CONSULTA
              IF WK-LST-COINCIDENCIA = "X"
                 PERFORM LISTA-INCOMPLETA THRU F-LISTA-INCOMPLETA
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( WK-LST-COINCIDENCIA = SPACE )
                 MOVE "CTA"          TO L-ORIGEN
                 MOVE CTAS-DOCUMENTO TO RVC-DOCUMENTO
                 MOVE WK-VDO-DNI     TO RVC-PER-DOCUMENTO
                 MOVE CTAS-PRODUCTO  TO RVC-PRODUCTO
                 MOVE CTAS-APELLIDO  TO RVC-PER-APELLIDO
                 MOVE CTAS-NOMBRE    TO RVC-PER-NOMBRE
                 PERFORM REGISTRAR THRU F-REGISTRAR
              END-IF
           END-PERFORM.
       F-REVISAR-CUENTAS. EXIT.

       REVISAR-COTITULARES.
           OPEN INPUT M-COTITULARES
           IF NOT ( WK-COT-STAT = "00" )
              GO TO F-REVISAR-COTITULARES
           END-IF
           MOVE LOW-VALUES TO COT-CLAVE
           START M-COTITULARES KEY NOT < COT-CLAVE
           END-START
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ M-COTITULARES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-COT-LEIDOS
              MOVE COT-CODOCUMENTO TO WK-VDO-DOCUMENTO
              PERFORM DNI-CONTENIDO THRU F-DNI-CONTENIDO
              MOVE COT-APELLIDO    TO WK-LST-APELLIDO
              MOVE COT-NOMBRE      TO WK-LST-NOMBRE
              CALL "VAL-LISTA" USING WK-LST-CONSULTA
              IF WK-LST-COINCIDENCIA = "X"
                 PERFORM LISTA-INCOMPLETA THRU F-LISTA-INCOMPLETA
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( WK-LST-COINCIDENCIA = SPACE )
                 MOVE "COT"           TO L-ORIGEN
                 MOVE COT-DOCUMENTO   TO RVC-DOCUMENTO
                 MOVE COT-PRODUCTO    TO RVC-PRODUCTO
                 MOVE WK-VDO-DNI      TO RVC-PER-DOCUMENTO
                 MOVE COT-APELLIDO    TO RVC-PER-APELLIDO
                 MOVE COT-NOMBRE      TO RVC-PER-NOMBRE
                 PERFORM REGISTRAR THRU F-REGISTRAR
              END-IF
           END-PERFORM
           CLOSE M-COTITULARES.
       F-REVISAR-COTITULARES. EXIT.

      * UNA LISTA QUE NO ENTRO ENTERA EN VAL-LISTA NO CONTROLA A
      * NADIE: SE CORTA LA REVISION Y SE DEJA EN LA BITACORA ("TL",
      * TABLA LLENA)
       LISTA-INCOMPLETA.
           MOVE 1 TO WK-LISTA-INCOMPLETA
                     WK-FINAL
           MOVE "*** LISTA DE CONTROL INCOMPLETA, REVISION DETENIDA"
             TO LIN-AVISO
           WRITE REG-LIS FROM LIN-AVISO
           MOVE "VAL-LISTA"     TO WK-FE-OPERACION
           MOVE "LISTA-CONTROL" TO WK-FE-CLAVE
           MOVE "TL"            TO DB-STAT
           PERFORM ERROR-ES THRU F-ERROR-ES.
       F-LISTA-INCOMPLETA. EXIT.

      * DEL NUMERO INTERNO DE WK-VDO-DOCUMENTO AL DNI QUE SE BUSCA
      * EN LA LISTA (CERO PARA EL PASAPORTE)
       DNI-CONTENIDO.
           MOVE "I" TO WK-VDO-ACCION
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-DNI TO WK-LST-DOCUMENTO.
       F-DNI-CONTENIDO. EXIT.

      * LA COINCIDENCIA NUEVA ENTRA A LA COLA Y A LA TABLA DE
      * PENDIENTES; LA QUE YA ESPERABA DECISION SOLO SE LISTA
       REGISTRAR.
           PERFORM BUSCAR-PENDIENTE THRU F-BUSCAR-PENDIENTE
           IF WK-PENDIENTE = 1
              MOVE "YA PENDIENTE" TO L-OBS
              ADD 1 TO WK-YA-PENDIENTES
           ELSE
              MOVE "LST001"           TO RVC-ORIGEN
              MOVE WK-OPERADOR-ACTIVO TO RVC-OPERADOR
              MOVE SPACES             TO RVC-RETENIDO
              PERFORM GRABAR-CUMPLIMIENTO THRU F-GRABAR-CUMPLIMIENTO
              PERFORM AGREGAR-PENDIENTE   THRU F-AGREGAR-PENDIENTE
              MOVE "A REVISION" TO L-OBS
              ADD 1 TO WK-NUEVAS
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE RVC-DOCUMENTO       TO L-DOC
           MOVE RVC-PRODUCTO        TO L-PROD
           MOVE RVC-PER-DOCUMENTO   TO L-PERSONA
           MOVE RVC-PER-APELLIDO    TO L-APELLIDO
           MOVE RVC-PER-NOMBRE      TO L-NOMBRE
           MOVE WK-LST-COINCIDENCIA TO L-COINCIDENCIA
           MOVE WK-LST-TIPO         TO L-TIPO
           MOVE WK-LST-REFERENCIA   TO L-REFERENCIA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-REGISTRAR. EXIT.

       BUSCAR-PENDIENTE.
           MOVE 0 TO WK-PENDIENTE
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PEN-CANT
                      OR WK-PENDIENTE = 1
              IF TAB-PEN-DOC(WK-IND)     = RVC-DOCUMENTO
                 AND TAB-PEN-PROD(WK-IND) = RVC-PRODUCTO
                 AND TAB-PEN-PERSONA(WK-IND) = RVC-PER-DOCUMENTO
                 MOVE 1 TO WK-PENDIENTE
              END-IF
           END-PERFORM.
       F-BUSCAR-PENDIENTE. EXIT.

      * LA LISTA QUEDA REVISADA: MANIANA NO SE VUELVE A PASAR LA
      * CARTERA SALVO QUE LLEGUE OTRA
       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-LST
           MOVE WK-FECHA-LISTA TO CTL-FECHA-LISTA
           MOVE WK-HOY         TO CTL-FECHA-REVISION
           WRITE CTL-REG
           CLOSE CONTROL-LST.
       F-GRABAR-CONTROL. EXIT.

      * SIN MAESTRO DE CUENTAS NO HAY REVISION: SE REGISTRA EN LA
      * BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9,
      * SIN MARCAR LA LISTA COMO REVISADA
       ERROR-ES.
           MOVE "LST001" TO WK-FE-PROGRAMA
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE 9 TO RETURN-CODE.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           IF WK-PEN-LLENA = 1
              MOVE "*** COLA DE PENDIENTES LLENA, PUEDE HABER REPETIDOS"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              IF RETURN-CODE = 0
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Cuentas revisadas...........: " TO L-ROTULO
           MOVE WK-CUENTAS-LEIDAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Cotitulares revisados.......: " TO L-ROTULO
           MOVE WK-COT-LEIDOS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Coincidencias a revision....: " TO L-ROTULO
           MOVE WK-NUEVAS TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Coincidencias ya pendientes.: " TO L-ROTULO
           MOVE WK-YA-PENDIENTES TO L-CANT
           WRITE REG-LIS FROM LIN-CONTROL
           CLOSE LISTADO
           COMPUTE LK-CANTIDAD = WK-CUENTAS-LEIDAS + WK-COT-LEIDOS.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-cumplimiento.cpy".

       END PROGRAM LST001.
