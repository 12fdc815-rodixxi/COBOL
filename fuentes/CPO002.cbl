      * =================================================================== */
      *                                                                     */
      *   CPO002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   barrido del maestro de domicilios contra el maestro de codigos   */
      *   postales y la provincia de las cuentas                           */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPO002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CORRIDA POR UNICA VEZ AL IMPLANTAR EL MAESTRO DE CODIGOS
      * POSTALES, DESPUES DE SU CARGA INICIAL CON CPO001: LOS
      * DOMICILIOS CARGADOS ANTES NUNCA SE CONTROLARON. RECORRE
      * DOMICILIOS.IDX Y LISTA, SIN TOCAR NADA:
      *   - CODIGO POSTAL VACIO O INEXISTENTE EN EL MAESTRO,
      *   - LOCALIDAD QUE NO ES DEL CODIGO POSTAL,
      *   - CODIGO POSTAL DE OTRA PROVINCIA QUE DOM-PROVINCIA,
      *   - CODIGO POSTAL DE OTRA PROVINCIA QUE LA CTAS-PROVINCIA DE
      *     ALGUNA CUENTA DEL DOCUMENTO (UNA LINEA POR CUENTA).
      * BACK OFFICE CORRIGE LOS DOMICILIOS CON EL LOTE DE DOM001.
      * SIN MAESTRO DE CODIGOS POSTALES NO HAY CONTRA QUE CONTROLAR:
      * TERMINA CON RETURN-CODE 1 SIN LISTAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CPO002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-cpostal.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-CTAS-FINAL                PIC 9         VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-OBSERVADOS                PIC 9(06)     VALUE 0.
       77  WK-LINEAS-OBS                PIC 9(06)     VALUE 0.
       77  WK-CON-ERROR                 PIC 9         VALUE 0.
       77  WK-SIN-MAESTRO               PIC 9         VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "DOMICILIOS CONTRA CODIGOS POSTALES - CPO002".
            03 FILLER                   PIC X(20) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(10) VALUE "Cod.Post".
            03 FILLER                   PIC X(22) VALUE "Localidad".
            03 FILLER                   PIC X(05) VALUE "Dom".
            03 FILLER                   PIC X(05) VALUE "CP".
            03 FILLER                   PIC X(09) VALUE "Cta/Prov".
            03 FILLER                   PIC X(07) VALUE "Motivo".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CODIGO-POSTAL          PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-LOCALIDAD              PIC X(20).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROV-DOM               PIC X(01).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-PROV-CP                PIC X(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PRODUCTO               PIC X(02).
            03 FILLER                   PIC X(01) VALUE "/".
            03 L-PROV-CTA               PIC X(01).
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 L-MOTIVO                 PIC X(30).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(22) VALUE
            "Domicilios leidos...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-OBSERVADOS.
            03 FILLER                   PIC X(22) VALUE
            "Domicilios con error: ".
            03 LIN-TOT-OBSERVADOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-LINEAS.
            03 FILLER                   PIC X(22) VALUE
            "Observaciones.......: ".
            03 LIN-TOT-LINEAS           PIC ZZZZZ9.

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
           OPEN INPUT M-CUENTAS
           OPEN INPUT M-DOMICILIOS
           OPEN OUTPUT LISTADO
           ACCEPT WK-FECHA        FROM CENTURY-DATE
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

       PROCESO.
           IF NOT ( WK-DOM-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           MOVE 0 TO DOM-DOCUMENTO
           START M-DOMICILIOS KEY NOT < DOM-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-DOMICILIOS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              PERFORM CONTROLAR-DOMICILIO THRU F-CONTROLAR-DOMICILIO
              IF WK-SIN-MAESTRO = 1
                 MOVE 1 TO WK-FINAL
              END-IF
           END-PERFORM.
       F-PROCESO. EXIT.

       CONTROLAR-DOMICILIO.
           MOVE 0                 TO WK-CON-ERROR
           MOVE DOM-CODIGO-POSTAL TO WK-VCP-CODIGO-POSTAL
           MOVE DOM-LOCALIDAD     TO WK-VCP-LOCALIDAD
           MOVE DOM-PROVINCIA     TO WK-VCP-PROVINCIA
           CALL "VAL-CPOSTAL" USING WK-VCP-CONSULTA
           MOVE SPACES TO L-PRODUCTO
                          L-PROV-CTA
           EVALUATE WK-VCP-RESULTADO
              WHEN "M"
                   MOVE 1 TO WK-SIN-MAESTRO
                   GO TO F-CONTROLAR-DOMICILIO
              WHEN "C"
                   MOVE "CODIGO POSTAL INEXISTENTE" TO L-MOTIVO
                   PERFORM IMPRIMIR THRU F-IMPRIMIR
              WHEN "L"
                   MOVE "LOCALIDAD NO ES DEL CODIGO" TO L-MOTIVO
                   PERFORM IMPRIMIR THRU F-IMPRIMIR
              WHEN "P"
                   MOVE "CODIGO DE OTRA PROVINCIA" TO L-MOTIVO
                   PERFORM IMPRIMIR THRU F-IMPRIMIR
           END-EVALUATE
           IF NOT ( WK-VCP-PROV-CP = SPACE )
              PERFORM CONTROLAR-CUENTAS THRU F-CONTROLAR-CUENTAS
           END-IF
           IF WK-CON-ERROR = 1
              ADD 1 TO WK-OBSERVADOS
           END-IF.
       F-CONTROLAR-DOMICILIO. EXIT.

      * TODAS LAS CUENTAS DEL DOCUMENTO: LA PROVINCIA DE CADA UNA
      * TIENE QUE SER LA DEL CODIGO POSTAL DEL DOMICILIO
       CONTROLAR-CUENTAS.
           MOVE 0 TO WK-CTAS-FINAL
           MOVE DOM-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0             TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           PERFORM UNTIL WK-CTAS-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CTAS-DOCUMENTO = DOM-DOCUMENTO )
                 MOVE 1 TO WK-CTAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( CTAS-PROVINCIA = WK-VCP-PROV-CP )
                 MOVE CTAS-PRODUCTO  TO L-PRODUCTO
                 MOVE CTAS-PROVINCIA TO L-PROV-CTA
                 MOVE "CODIGO NO ES DE PROV. CUENTA" TO L-MOTIVO
                 PERFORM IMPRIMIR THRU F-IMPRIMIR
              END-IF
           END-PERFORM.
       F-CONTROLAR-CUENTAS. EXIT.

       IMPRIMIR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE DOM-DOCUMENTO     TO L-DOC
           MOVE DOM-CODIGO-POSTAL TO L-CODIGO-POSTAL
           MOVE DOM-LOCALIDAD     TO L-LOCALIDAD
           MOVE DOM-PROVINCIA     TO L-PROV-DOM
           MOVE WK-VCP-PROV-CP    TO L-PROV-CP
           WRITE REG-LIS FROM LIN-DETALLE
           MOVE 1 TO WK-CON-ERROR
           ADD 1 TO WK-LINEA
                    WK-LINEAS-OBS.
       F-IMPRIMIR. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS     TO LIN-TOT-LEIDOS
           MOVE WK-OBSERVADOS TO LIN-TOT-OBSERVADOS
           MOVE WK-LINEAS-OBS TO LIN-TOT-LINEAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-OBSERVADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-LINEAS
           CLOSE M-CUENTAS
                 M-DOMICILIOS
                 LISTADO
           IF WK-SIN-MAESTRO = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "No hay maestro de codigos postales"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM CPO002.
