      * =================================================================== */
      *                                                                     */
      *   COR001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   correspondencia unificada: un sobre por cliente con todas sus    */
      *   piezas de papel del dia, ordenado por codigo postal              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COR001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 16/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CADA CORRIDA QUE IMPRIME CORRESPONDENCIA (CAR001, CER001,
      * DOR001, GAR-AVISO, LIM002, LIM003, PLAS012, RES001, RIE001 Y
      * TAS001) SACABA SU PROPIO .CTA Y UN CLIENTE CON UN RESUMEN Y
      * UNA CARTA EL MISMO DIA RECIBIA DOS SOBRES.
      * AHORA ESAS CORRIDAS ANOTAN CADA PIEZA DE PAPEL TAMBIEN EN
      * PIEZAS-CORREO.DAT Y ESTE PASO NOCTURNO, DESPUES DE TODAS
      * ELLAS:
      *   - ORDENA LAS PIEZAS DEL DIA POR DOM-CODIGO-POSTAL Y
      *     DOCUMENTO Y ARMA UN SOLO SOBRE POR DOCUMENTO CON TODAS
      *     SUS PIEZAS, EN CORREO-COR001.CTA: REGISTRO "Z" DE CORTE
      *     AL EMPEZAR CADA CODIGO POSTAL, "S" CON EL DOMICILIO DEL
      *     SOBRE, "P" AL EMPEZAR CADA PIEZA, "L" POR RENGLON, "F" AL
      *     CERRAR EL SOBRE CON SUS PIEZAS Y RENGLONES, "Y" AL CERRAR
      *     EL CODIGO POSTAL CON SUS SOBRES Y PIEZAS, Y "T" FINAL,
      *   - GRABA EL MANIFIESTO POSTAL (CORREO-MANIFIESTO.PRN) CON LA
      *     CANTIDAD DE SOBRES Y PIEZAS POR CODIGO POSTAL Y EL TOTAL,
      *   - RETIENE LAS PIEZAS DE DOCUMENTOS SIN DOMICILIO EN EL
      *     MAESTRO DE DOM001, SIN CODIGO POSTAL O CON EL DOMICILIO
      *     MARCADO INVALIDO POR DEV001: NO SE ENSOBRAN Y SALEN EN EL
      *     LISTADO PARA QUE CORRESPONDENCIA LAS SAQUE DEL .CTA DE LA
      *     CORRIDA DE ORIGEN,
      *   - Y VACIA PIEZAS-CORREO.DAT PARA EL DIA SIGUIENTE.
      * LOS .CTA DE CADA CORRIDA SIGUEN SALIENDO COMO COPIA. SI LAS
      * PIEZAS NO BALANCEAN (LEIDAS = ENSOBRADAS + RETENIDAS) LA
      * CORRIDA TERMINA CON RETURN-CODE 1 Y PIEZAS-CORREO.DAT QUEDA
      * SIN VACIAR PARA REVISARLO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           SELECT CORREO
           ASSIGN TO "\COBOL\listado\CORREO-COR001.cta"
           ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO-POSTAL
           ASSIGN TO "\COBOL\arch\correo-manifiesto.prn"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-COR001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\cor001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".

      * FLUJO DE IMPRESION PARA LA ENSOBRADORA: EL PRIMER CARACTER
      * DICE QUE ES CADA RENGLON (VER LA DESCRIPCION DEL PROGRAMA)
       FD  CORREO.
       01  COR-REG.
           03 COR-TIPO                PIC X(01).
           03 COR-TEXTO               PIC X(100).
       01  COR-ZONA REDEFINES COR-REG.
           03 COZ-TIPO                PIC X(01).
           03 COZ-CODIGO-POSTAL       PIC X(08).
           03 COZ-ZONA                PIC 9(04).
           03 FILLER                  PIC X(88).
       01  COR-SOBRE REDEFINES COR-REG.
           03 COS-TIPO                PIC X(01).
           03 COS-SOBRE               PIC 9(06).
           03 COS-DOCUMENTO           PIC 9(08).
           03 COS-CALLE               PIC X(30).
           03 COS-LOCALIDAD           PIC X(20).
           03 COS-CODIGO-POSTAL       PIC X(08).
           03 COS-PROVINCIA           PIC X(01).
           03 FILLER                  PIC X(27).
       01  COR-PIEZA REDEFINES COR-REG.
           03 COP-TIPO                PIC X(01).
           03 COP-SOBRE               PIC 9(06).
           03 COP-ORIGEN              PIC X(08).
           03 COP-PIEZA               PIC 9(06).
           03 FILLER                  PIC X(80).
       01  COR-FIN-SOBRE REDEFINES COR-REG.
           03 COF-TIPO                PIC X(01).
           03 COF-SOBRE               PIC 9(06).
           03 COF-PIEZAS              PIC 9(03).
           03 COF-RENGLONES           PIC 9(05).
           03 FILLER                  PIC X(86).
       01  COR-FIN-ZONA REDEFINES COR-REG.
           03 COY-TIPO                PIC X(01).
           03 COY-CODIGO-POSTAL       PIC X(08).
           03 COY-SOBRES              PIC 9(06).
           03 COY-PIEZAS              PIC 9(06).
           03 FILLER                  PIC X(80).
       01  COR-TRAILER REDEFINES COR-REG.
           03 COT-TIPO                PIC X(01).
           03 COT-FECHA               PIC 9(08).
           03 COT-ZONAS               PIC 9(04).
           03 COT-SOBRES              PIC 9(06).
           03 COT-PIEZAS              PIC 9(06).
           03 FILLER                  PIC X(76).

      * MANIFIESTO PARA EL CORREO: UN "Z" POR CODIGO POSTAL Y UN
      * "T" FINAL CON EL TOTAL DE LA IMPOSICION
       FD  MANIFIESTO-POSTAL.
       01  MPO-REG.
           03 MPO-TIPO                PIC X(01).
           03 MPO-FECHA               PIC 9(08).
           03 MPO-CODIGO-POSTAL       PIC X(08).
           03 MPO-SOBRES              PIC 9(06).
           03 MPO-PIEZAS              PIC 9(06).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       SD  SORT-FILE.
       01  SORT-REC.
      * 0 = SE ENSOBRA, 1 = RETENIDA (VAN AL FINAL)
           03 SRT-RETENIDA              PIC 9(01).
           03 SRT-CODIGO-POSTAL         PIC X(08).
           03 SRT-DOCUMENTO             PIC 9(08).
           03 SRT-ORIGEN                PIC X(08).
           03 SRT-PIEZA                 PIC 9(06).
           03 SRT-RENGLON               PIC 9(04).
           03 SRT-MOTIVO                PIC X(20).
           03 SRT-TEXTO                 PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       77  WK-DOM-STAT                  PIC X(02).
       77  WK-HAY-DOMICILIOS            PIC 9          VALUE 0.
       77  WK-HAY-PIEZAS                PIC 9          VALUE 0.
       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.

      * DOMICILIO DEL ULTIMO DOCUMENTO BUSCADO EN LA CARGA DEL SORT
       77  WK-DOC-BUSCADO               PIC 9(08)      VALUE 0.
       77  WK-CP-BUSCADO                PIC X(08)      VALUE SPACES.
       77  WK-RETENIDA                  PIC 9(01)      VALUE 0.
       77  WK-MOTIVO                    PIC X(20)      VALUE SPACES.

      * CORTES DEL FLUJO ORDENADO
       77  WK-HAY-ZONA                  PIC 9          VALUE 0.
       77  WK-HAY-SOBRE                 PIC 9          VALUE 0.
       77  WK-HAY-RETENIDAS             PIC 9          VALUE 0.
       77  WK-CP-ACTUAL                 PIC X(08)      VALUE SPACES.
       77  WK-DOC-ACTUAL                PIC 9(08)      VALUE 0.
       77  WK-ZON-SOBRES                PIC 9(06)      VALUE 0.
       77  WK-ZON-PIEZAS                PIC 9(06)      VALUE 0.
       77  WK-ZON-VARIAS                PIC 9(06)      VALUE 0.
       77  WK-SOB-PIEZAS                PIC 9(03)      VALUE 0.
       77  WK-SOB-RENGLONES             PIC 9(05)      VALUE 0.

       77  WK-PIEZAS-LEIDAS             PIC 9(06)      VALUE 0.
       77  WK-RENGLONES-LEIDOS          PIC 9(07)      VALUE 0.
       77  WK-PIEZAS-ENSOBRADAS         PIC 9(06)      VALUE 0.
       77  WK-RENGLONES-ENSOBRADOS      PIC 9(07)      VALUE 0.
       77  WK-PIEZAS-RETENIDAS          PIC 9(06)      VALUE 0.
       77  WK-RENGLONES-RETENIDOS       PIC 9(07)      VALUE 0.
       77  WK-SOBRES                    PIC 9(06)      VALUE 0.
       77  WK-SOBRES-VARIAS             PIC 9(06)      VALUE 0.
       77  WK-ZONAS                     PIC 9(04)      VALUE 0.
       77  WK-BALANCEA                  PIC 9          VALUE 1.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(55) VALUE
            "CORRESPONDENCIA UNIFICADA POR CODIGO POSTAL - COR001".
            03 FILLER                   PIC X(23) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(14) VALUE "Cod.postal".
            03 FILLER                   PIC X(10) VALUE "    Sobres".
            03 FILLER                   PIC X(10) VALUE "    Piezas".
            03 FILLER                   PIC X(16) VALUE
            "  Varias piezas".

       01  LIN-ZONA.
            03 L-CODIGO-POSTAL          PIC X(08).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-SOBRES                 PIC ZZZZZZZZZ9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-PIEZAS                 PIC ZZZZZ9.
            03 FILLER                   PIC X(09) VALUE ALL SPACES.
            03 L-VARIAS                 PIC ZZZZZ9.

       01  TIT-SECCION-RET              PIC X(60) VALUE
           "PIEZAS RETENIDAS (SACAR DEL .CTA DE LA CORRIDA DE ORIGEN)".

       01  TITULO-04.
            03 FILLER                   PIC X(11) VALUE "Documento".
            03 FILLER                   PIC X(10) VALUE "Corrida".
            03 FILLER                   PIC X(08) VALUE "Pieza".
            03 FILLER                   PIC X(20) VALUE "Motivo".

       01  LIN-RETENIDA.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-ORIGEN                 PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PIEZA                  PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-MOTIVO                 PIC X(20).

       01  LIN-AVISO                    PIC X(100).

       01  LIN-TOTAL.
            03 L-ROTULO                 PIC X(30).
            03 L-CANT                   PIC ZZZZZZ9.

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
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CORREO
           OPEN OUTPUT MANIFIESTO-POSTAL
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
           OPEN INPUT PIEZAS-CORREO
           IF WK-PZA-STAT = "00"
              MOVE 1 TO WK-HAY-PIEZAS
           END-IF
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
           IF WK-HAY-RETENIDAS = 1
              WRITE REG-LIS FROM TITULO-04
           ELSE
              WRITE REG-LIS FROM TITULO-03
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           IF WK-HAY-PIEZAS = 0
              MOVE "SIN PIEZAS DE PAPEL PARA ENSOBRAR HOY" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
              GO TO F-PROCESO
           END-IF
           SORT SORT-FILE
                ASCENDING  KEY SRT-RETENIDA
                ASCENDING  KEY SRT-CODIGO-POSTAL
                ASCENDING  KEY SRT-DOCUMENTO
                ASCENDING  KEY SRT-ORIGEN
                ASCENDING  KEY SRT-PIEZA
                ASCENDING  KEY SRT-RENGLON
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS EMITIR-ORDENADO.
       F-PROCESO. EXIT.

      * CADA RENGLON DEL DIA VA AL SORT CON EL CODIGO POSTAL DEL
      * DOCUMENTO; LOS RENGLONES DE UNA PIEZA SON CONSECUTIVOS, ASI
      * QUE EL DOMICILIO SE BUSCA UNA SOLA VEZ POR DOCUMENTO SEGUIDO
       CARGAR-SORT.
           PERFORM UNTIL WK-FINAL = 1
              READ PIEZAS-CORREO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-RENGLONES-LEIDOS
              IF PZA-RENGLON = 1
                 ADD 1 TO WK-PIEZAS-LEIDAS
              END-IF
              IF PZA-DOCUMENTO NOT = WK-DOC-BUSCADO
                 OR WK-RENGLONES-LEIDOS = 1
                 PERFORM BUSCAR-DOMICILIO THRU F-BUSCAR-DOMICILIO
              END-IF
              INITIALIZE SORT-REC
              MOVE WK-RETENIDA     TO SRT-RETENIDA
              MOVE WK-CP-BUSCADO   TO SRT-CODIGO-POSTAL
              MOVE PZA-DOCUMENTO   TO SRT-DOCUMENTO
              MOVE PZA-ORIGEN      TO SRT-ORIGEN
              MOVE PZA-PIEZA       TO SRT-PIEZA
              MOVE PZA-RENGLON     TO SRT-RENGLON
              MOVE WK-MOTIVO       TO SRT-MOTIVO
              MOVE PZA-TEXTO       TO SRT-TEXTO
              RELEASE SORT-REC
           END-PERFORM.
       F-CARGAR-SORT. EXIT.

      * SIN DOMICILIO, SIN CODIGO POSTAL O CON LA MARCA DE
      * CORRESPONDENCIA DEVUELTA DE DEV001 LA PIEZA SE RETIENE
       BUSCAR-DOMICILIO.
           MOVE PZA-DOCUMENTO TO WK-DOC-BUSCADO
           MOVE SPACES        TO WK-CP-BUSCADO
           MOVE 1             TO WK-RETENIDA
           IF WK-HAY-DOMICILIOS = 0
              MOVE "SIN DOMICILIO" TO WK-MOTIVO
              GO TO F-BUSCAR-DOMICILIO
           END-IF
           MOVE PZA-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                MOVE "SIN DOMICILIO" TO WK-MOTIVO
                GO TO F-BUSCAR-DOMICILIO
           END-READ
           IF DOM-DIR-INVALIDA = "S"
              MOVE "DOMICILIO INVALIDO" TO WK-MOTIVO
              GO TO F-BUSCAR-DOMICILIO
           END-IF
           IF DOM-CODIGO-POSTAL = SPACES
              MOVE "SIN CODIGO POSTAL" TO WK-MOTIVO
              GO TO F-BUSCAR-DOMICILIO
           END-IF
           MOVE DOM-CODIGO-POSTAL TO WK-CP-BUSCADO
           MOVE SPACES            TO WK-MOTIVO
           MOVE 0                 TO WK-RETENIDA.
       F-BUSCAR-DOMICILIO. EXIT.

      * EL FLUJO ORDENADO SE CORTA POR CODIGO POSTAL (ZONA) Y POR
      * DOCUMENTO (SOBRE); LAS RETENIDAS VIENEN AL FINAL
       EMITIR-ORDENADO.
           MOVE 0 TO WK-SORT-FINAL
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF SRT-RETENIDA = 1
                 PERFORM RETENER THRU F-RETENER
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-HAY-SOBRE = 1
                 AND ( SRT-CODIGO-POSTAL NOT = WK-CP-ACTUAL
                    OR SRT-DOCUMENTO NOT = WK-DOC-ACTUAL )
                 PERFORM CERRAR-SOBRE THRU F-CERRAR-SOBRE
              END-IF
              IF WK-HAY-ZONA = 1
                 AND SRT-CODIGO-POSTAL NOT = WK-CP-ACTUAL
                 PERFORM CERRAR-ZONA THRU F-CERRAR-ZONA
              END-IF
              IF WK-HAY-ZONA = 0
                 PERFORM ABRIR-ZONA THRU F-ABRIR-ZONA
              END-IF
              IF WK-HAY-SOBRE = 0
                 PERFORM ABRIR-SOBRE THRU F-ABRIR-SOBRE
              END-IF
              IF SRT-RENGLON = 1
                 PERFORM ABRIR-PIEZA THRU F-ABRIR-PIEZA
              END-IF
              MOVE SPACES    TO COR-REG
              MOVE "L"       TO COR-TIPO
              MOVE SRT-TEXTO TO COR-TEXTO
              WRITE COR-REG
              ADD 1 TO WK-SOB-RENGLONES
                       WK-RENGLONES-ENSOBRADOS
           END-PERFORM
           IF WK-HAY-SOBRE = 1
              PERFORM CERRAR-SOBRE THRU F-CERRAR-SOBRE
           END-IF
           IF WK-HAY-ZONA = 1
              PERFORM CERRAR-ZONA THRU F-CERRAR-ZONA
           END-IF.
       F-EMITIR-ORDENADO. EXIT.

      * REGISTRO DE CORTE DE SORTEO AL EMPEZAR UN CODIGO POSTAL
       ABRIR-ZONA.
           ADD 1 TO WK-ZONAS
           MOVE 1                 TO WK-HAY-ZONA
           MOVE SRT-CODIGO-POSTAL TO WK-CP-ACTUAL
           MOVE 0                 TO WK-ZON-SOBRES
                                     WK-ZON-PIEZAS
                                     WK-ZON-VARIAS
           MOVE SPACES            TO COR-REG
           MOVE "Z"               TO COZ-TIPO
           MOVE SRT-CODIGO-POSTAL TO COZ-CODIGO-POSTAL
           MOVE WK-ZONAS          TO COZ-ZONA
           WRITE COR-REG.
       F-ABRIR-ZONA. EXIT.

      * CIERRE DEL CODIGO POSTAL: CANTIDADES EN EL FLUJO, EN EL
      * MANIFIESTO POSTAL Y EN EL LISTADO
       CERRAR-ZONA.
           MOVE SPACES          TO COR-REG
           MOVE "Y"             TO COY-TIPO
           MOVE WK-CP-ACTUAL    TO COY-CODIGO-POSTAL
           MOVE WK-ZON-SOBRES   TO COY-SOBRES
           MOVE WK-ZON-PIEZAS   TO COY-PIEZAS
           WRITE COR-REG
           MOVE "Z"             TO MPO-TIPO
           MOVE WK-HOY          TO MPO-FECHA
           MOVE WK-CP-ACTUAL    TO MPO-CODIGO-POSTAL
           MOVE WK-ZON-SOBRES   TO MPO-SOBRES
           MOVE WK-ZON-PIEZAS   TO MPO-PIEZAS
           WRITE MPO-REG
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-CP-ACTUAL    TO L-CODIGO-POSTAL
           MOVE WK-ZON-SOBRES   TO L-SOBRES
           MOVE WK-ZON-PIEZAS   TO L-PIEZAS
           MOVE WK-ZON-VARIAS   TO L-VARIAS
           WRITE REG-LIS FROM LIN-ZONA
           ADD 1 TO WK-LINEA
           MOVE 0 TO WK-HAY-ZONA.
       F-CERRAR-ZONA. EXIT.

      * UN SOBRE POR DOCUMENTO CON EL DOMICILIO DEL MAESTRO DE DOM001
       ABRIR-SOBRE.
           ADD 1 TO WK-SOBRES
                    WK-ZON-SOBRES
           MOVE 1             TO WK-HAY-SOBRE
           MOVE SRT-DOCUMENTO TO WK-DOC-ACTUAL
           MOVE 0             TO WK-SOB-PIEZAS
                                 WK-SOB-RENGLONES
           MOVE SRT-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                INITIALIZE DOM-REG
           END-READ
           MOVE SPACES            TO COR-REG
           MOVE "S"               TO COS-TIPO
           MOVE WK-SOBRES         TO COS-SOBRE
           MOVE SRT-DOCUMENTO     TO COS-DOCUMENTO
           MOVE DOM-CALLE         TO COS-CALLE
           MOVE DOM-LOCALIDAD     TO COS-LOCALIDAD
           MOVE SRT-CODIGO-POSTAL TO COS-CODIGO-POSTAL
           MOVE DOM-PROVINCIA     TO COS-PROVINCIA
           WRITE COR-REG.
       F-ABRIR-SOBRE. EXIT.

       CERRAR-SOBRE.
           MOVE SPACES           TO COR-REG
           MOVE "F"              TO COF-TIPO
           MOVE WK-SOBRES        TO COF-SOBRE
           MOVE WK-SOB-PIEZAS    TO COF-PIEZAS
           MOVE WK-SOB-RENGLONES TO COF-RENGLONES
           WRITE COR-REG
           IF WK-SOB-PIEZAS > 1
              ADD 1 TO WK-SOBRES-VARIAS
                       WK-ZON-VARIAS
           END-IF
           MOVE 0 TO WK-HAY-SOBRE.
       F-CERRAR-SOBRE. EXIT.

       ABRIR-PIEZA.
           ADD 1 TO WK-SOB-PIEZAS
                    WK-ZON-PIEZAS
                    WK-PIEZAS-ENSOBRADAS
           MOVE SPACES           TO COR-REG
           MOVE "P"              TO COP-TIPO
           MOVE WK-SOBRES        TO COP-SOBRE
           MOVE SRT-ORIGEN       TO COP-ORIGEN
           MOVE SRT-PIEZA        TO COP-PIEZA
           WRITE COR-REG.
       F-ABRIR-PIEZA. EXIT.

      * LA PIEZA RETENIDA NO SE ENSOBRA: UNA LINEA POR PIEZA EN EL
      * LISTADO CON LA CORRIDA Y EL NUMERO DE PIEZA PARA UBICARLA
       RETENER.
           IF WK-HAY-SOBRE = 1
              PERFORM CERRAR-SOBRE THRU F-CERRAR-SOBRE
           END-IF
           IF WK-HAY-ZONA = 1
              PERFORM CERRAR-ZONA THRU F-CERRAR-ZONA
           END-IF
           ADD 1 TO WK-RENGLONES-RETENIDOS
           IF SRT-RENGLON NOT = 1
              GO TO F-RETENER
           END-IF
           ADD 1 TO WK-PIEZAS-RETENIDAS
           IF WK-HAY-RETENIDAS = 0
              MOVE 1 TO WK-HAY-RETENIDAS
              IF WK-LINEA > 60
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              ELSE
                 WRITE REG-LIS FROM TITULO-LINE
                 WRITE REG-LIS FROM TIT-SECCION-RET
                 WRITE REG-LIS FROM TITULO-04
                 WRITE REG-LIS FROM TITULO-LINE
                 ADD 4 TO WK-LINEA
              END-IF
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE SRT-DOCUMENTO TO L-DOC
           MOVE SRT-ORIGEN    TO L-ORIGEN
           MOVE SRT-PIEZA     TO L-PIEZA
           MOVE SRT-MOTIVO    TO L-MOTIVO
           WRITE REG-LIS FROM LIN-RETENIDA
           ADD 1 TO WK-LINEA.
       F-RETENER. EXIT.

       FINAL-PROG.
           MOVE SPACES     TO COR-REG
           MOVE "T"        TO COT-TIPO
           MOVE WK-HOY     TO COT-FECHA
           MOVE WK-ZONAS   TO COT-ZONAS
           MOVE WK-SOBRES  TO COT-SOBRES
           MOVE WK-PIEZAS-ENSOBRADAS TO COT-PIEZAS
           WRITE COR-REG
           MOVE "T"        TO MPO-TIPO
           MOVE WK-HOY     TO MPO-FECHA
           MOVE SPACES     TO MPO-CODIGO-POSTAL
           MOVE WK-SOBRES  TO MPO-SOBRES
           MOVE WK-PIEZAS-ENSOBRADAS TO MPO-PIEZAS
           WRITE MPO-REG
           IF WK-PIEZAS-LEIDAS NOT =
              WK-PIEZAS-ENSOBRADAS + WK-PIEZAS-RETENIDAS
              OR WK-RENGLONES-LEIDOS NOT =
              WK-RENGLONES-ENSOBRADOS + WK-RENGLONES-RETENIDOS
              MOVE 0 TO WK-BALANCEA
           END-IF
           PERFORM TOTALES THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-SOBRES TO LK-CANTIDAD
           IF WK-BALANCEA = 0
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 52
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Piezas leidas...............: " TO L-ROTULO
           MOVE WK-PIEZAS-LEIDAS           TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Piezas ensobradas...........: " TO L-ROTULO
           MOVE WK-PIEZAS-ENSOBRADAS       TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Piezas retenidas............: " TO L-ROTULO
           MOVE WK-PIEZAS-RETENIDAS        TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Renglones leidos............: " TO L-ROTULO
           MOVE WK-RENGLONES-LEIDOS        TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Sobres......................: " TO L-ROTULO
           MOVE WK-SOBRES                  TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Sobres con varias piezas....: " TO L-ROTULO
           MOVE WK-SOBRES-VARIAS           TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Codigos postales............: " TO L-ROTULO
           MOVE WK-ZONAS                   TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE "Total de Hojas..............: " TO L-ROTULO
           MOVE TIT-HOJA                   TO L-CANT
           WRITE REG-LIS FROM LIN-TOTAL
           IF WK-BALANCEA = 0
              MOVE "PIEZAS-CORREO.DAT NO SE VACIO: REVISARLO"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF.
       F-TOTALES. EXIT.

      * LAS PIEZAS YA ENSOBRADAS NO DEBEN VOLVER A SALIR MANANA: SI
      * TODO BALANCEO, PIEZAS-CORREO.DAT QUEDA VACIO
       CERRAR-ARCHIVO.
           CLOSE LISTADO
                 CORREO
                 MANIFIESTO-POSTAL
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           IF WK-HAY-PIEZAS = 1
              CLOSE PIEZAS-CORREO
              IF WK-BALANCEA = 1
                 OPEN OUTPUT PIEZAS-CORREO
                 CLOSE PIEZAS-CORREO
              END-IF
           END-IF.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM COR001.
