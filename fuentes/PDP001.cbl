      * =================================================================== */
      *                                                                     */
      *   PDP001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   depuracion anual de datos personales de ex clientes (ley de      */
      *   proteccion de datos) y certificado de anonimizacion              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDP001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS DATOS PERSONALES DE LOS EX CLIENTES QUEDABAN PARA SIEMPRE
      * EN MCUENTAS-HISTORICO.DAT, ACCESOS.DAT, NOTAS.DAT,
      * GESTIONES.DAT Y DOMICILIOS.IDX, AUNQUE CTAS005 HUBIERA
      * ARCHIVADO SUS CUENTAS HACE ANIOS. ESTE BATCH CORRE UNA VEZ POR
      * ANIO (CIERRE DE ENERO EN NOC001) Y ANONIMIZA A CADA DOCUMENTO
      * DEL HISTORICO QUE CUMPLA TODO ESTO:
      *   - SU ULTIMA CUENTA ARCHIVADA (HIST-FECHA-ARCHIVO MAS NUEVA)
      *     TIENE MAS ANIOS QUE LA RETENCION (PDP001.PAR, 10 SI NO
      *     VIENE),
      *   - NO LE QUEDA NINGUN PRODUCTO EN M-CUENTAS (TAMPOCO UNO
      *     RESTAURADO POR CTAS011),
      *   - NO TIENE EMBARGO ACTIVO, CAUSA JUDICIAL ABIERTA NI
      *     DISPUTA ABIERTA; ESOS SE SALTEAN Y SE LISTAN APARTE.
      * ANONIMIZAR ES: EN EL HISTORICO, APELLIDO "ANONIMIZADO",
      * NOMBRE, FECHA DE NACIMIENTO Y PROVINCIA EN BLANCO/CERO Y EL
      * DOCUMENTO EN CERO (LOS SALDOS Y FECHAS QUEDAN PARA LAS
      * ESTADISTICAS); EN NOTAS, GESTIONES Y ACCESOS, EL DOCUMENTO EN
      * CERO Y EL TEXTO LIBRE DE LA NOTA EN BLANCO; EL DOMICILIO, QUE
      * ESTA INDEXADO POR DOCUMENTO, SE BORRA, Y TAMBIEN LA ENTRADA DEL
      * PADRON DOCUMENTOS.IDX DE LOS NUMEROS INTERNOS (MENORES A
      * 1000000), QUE GUARDA EL NUMERO REAL DE LA LE, LC, CUIT, CUIL O
      * PASAPORTE. EL HISTORICO SE TOCA AL FINAL, ASI UNA CORRIDA
      * CORTADA SE RELANZA Y VUELVE A ENCONTRAR A LOS MISMOS
      * DOCUMENTOS. EL LISTADO ES EL CERTIFICADO PARA EL
      * RESPONSABLE DE PROTECCION DE DATOS: UN RENGLON POR DOCUMENTO
      * ANONIMIZADO CON LO QUE SE LE LIMPIO EN CADA ARCHIVO.
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
           COPY "\COBOL\fuentes\cpy\historico.sel".
           COPY "\COBOL\fuentes\cpy\accesos.sel".
           COPY "\COBOL\fuentes\cpy\notas.sel".
           COPY "\COBOL\fuentes\cpy\gestiones.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\legales.sel".
           COPY "\COBOL\fuentes\cpy\disputas.sel".
           COPY "\COBOL\fuentes\cpy\documentos.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\pdp001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\CERTIFICADO-PDP001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-historico.fds".
       COPY "\COBOL\fuentes\cpy\fd-accesos.fds".
       COPY "\COBOL\fuentes\cpy\fd-notas.fds".
       COPY "\COBOL\fuentes\cpy\fd-gestiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-legales.fds".
       COPY "\COBOL\fuentes\cpy\fd-disputas.fds".
       COPY "\COBOL\fuentes\cpy\fd-documentos.fds".

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-ANIOS-RETENCION       PIC 9(02).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-HIST-STAT                 PIC X(02).
       77  WK-ACC-STAT                  PIC X(02).
       77  WK-NOTA-STAT                 PIC X(02).
       77  WK-GST-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-EMB-STAT                  PIC X(02).
       77  WK-LEG-STAT                  PIC X(02).
       77  WK-DIS-STAT                  PIC X(02).
       77  WK-DOC-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-ANIOS                     PIC 9(02)      VALUE 10.
       77  WK-CORTE                     PIC 9(08)      VALUE 0.
       77  WK-DOC-BUSCADO               PIC 9(08)      VALUE 0.

       77  WK-IND                       PIC 9(05)      VALUE 0.
       77  WK-PDP-CANT                  PIC 9(05)      VALUE 0.
       77  WK-PDP-DESBORDE              PIC 9          VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.

       77  WK-ANONIMIZADOS              PIC 9(05)      VALUE 0.
       77  WK-RECIENTES                 PIC 9(05)      VALUE 0.
       77  WK-CON-PRODUCTO              PIC 9(05)      VALUE 0.
       77  WK-RETENIDOS                 PIC 9(05)      VALUE 0.
       77  WK-TOT-HIST                  PIC 9(07)      VALUE 0.
       77  WK-TOT-NOTAS                 PIC 9(07)      VALUE 0.
       77  WK-TOT-GEST                  PIC 9(07)      VALUE 0.
       77  WK-TOT-ACC                   PIC 9(07)      VALUE 0.
       77  WK-TOT-DOM                   PIC 9(07)      VALUE 0.
       77  WK-TOT-PAD                   PIC 9(07)      VALUE 0.

      * UN DOCUMENTO POR ENTRADA, CON SU ARCHIVADO MAS NUEVO Y LO QUE
      * SE LE LIMPIO EN CADA ARCHIVO. TAB-PDP-MOTIVO: ESPACIO = SE
      * ANONIMIZA, "R" = ARCHIVADO DENTRO DE LA RETENCION, "C" = AUN
      * CLIENTE EN M-CUENTAS, "E" EMBARGO ACTIVO, "L" CAUSA JUDICIAL
      * ABIERTA, "D" DISPUTA ABIERTA
       01  TAB-PDP.
           03 TAB-PDP-ITEM OCCURS 9999.
              05 TAB-PDP-DOC            PIC 9(08).
              05 TAB-PDP-ARCHIVO        PIC 9(08).
              05 TAB-PDP-MOTIVO         PIC X(01).
              05 TAB-PDP-HIST           PIC 9(03).
              05 TAB-PDP-NOTAS          PIC 9(05).
              05 TAB-PDP-GEST           PIC 9(05).
              05 TAB-PDP-ACC            PIC 9(05).
              05 TAB-PDP-DOM            PIC 9(01).
              05 TAB-PDP-PAD            PIC 9(01).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "CERTIFICADO DE ANONIMIZACION DE DATOS - PDP001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(40) VALUE
            "Retencion (anios).: ".
            03 TIT-ANIOS                PIC Z9.
            03 FILLER                   PIC X(24) VALUE
            "   Archivados hasta el: ".
            03 TIT-CORTE                PIC X(10).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(11) VALUE "Documento".
            03 FILLER                   PIC X(13) VALUE "Ult.archivo".
            03 FILLER                   PIC X(09) VALUE "Cuentas".
            03 FILLER                   PIC X(08) VALUE "Notas".
            03 FILLER                   PIC X(11) VALUE "Gestiones".
            03 FILLER                   PIC X(09) VALUE "Accesos".
            03 FILLER                   PIC X(11) VALUE "Domicilio".
            03 FILLER                   PIC X(09) VALUE "Padron".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-ARCHIVO                PIC X(10).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-HIST                   PIC ZZ9.
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-NOTAS                  PIC ZZZZ9.
            03 FILLER                   PIC X(05) VALUE SPACES.
            03 L-GEST                   PIC ZZZZ9.
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-ACC                    PIC ZZZZ9.
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 L-DOM                    PIC X(09).
            03 FILLER                   PIC X(06) VALUE SPACES.
            03 L-PAD                    PIC X(09).

       01  TITULO-RETENIDOS             PIC X(100) VALUE
           "NO ANONIMIZADOS POR EMBARGO, CAUSA JUDICIAL O DISPUTA".

       01  LIN-RETENIDO.
            03 R-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 R-ARCHIVO                PIC X(10).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 R-MOTIVO                 PIC X(30).

       01  LIN-AVISO-DESBORDE           PIC X(100) VALUE
           "*** TABLA DE DOCUMENTOS LLENA: EL RESTO QUEDA PARA LA PROXIM
      -    "A CORRIDA".

       01  TITULO-BOTTOM-ANONIMIZADOS.
            03 FILLER                   PIC X(32) VALUE
            "Documentos anonimizados........:".
            03 LIN-TOT-ANONIMIZADOS     PIC ZZZZ9.
       01  TITULO-BOTTOM-RETENIDOS.
            03 FILLER                   PIC X(32) VALUE
            "Retenidos por causa legal......:".
            03 LIN-TOT-RETENIDOS        PIC ZZZZ9.
       01  TITULO-BOTTOM-CON-PRODUCTO.
            03 FILLER                   PIC X(32) VALUE
            "Con producto en M-CUENTAS......:".
            03 LIN-TOT-CON-PRODUCTO     PIC ZZZZ9.
       01  TITULO-BOTTOM-RECIENTES.
            03 FILLER                   PIC X(32) VALUE
            "Dentro de la retencion.........:".
            03 LIN-TOT-RECIENTES        PIC ZZZZ9.
       01  TITULO-BOTTOM-ARCHIVO.
            03 L-TOT-ROTULO             PIC X(32).
            03 L-TOT-CANT               PIC ZZZZZZ9.
       01  TITULO-BOTTOM-FIRMA          PIC X(100) VALUE
           "Responsable de proteccion de datos: ......................".
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(32) VALUE
            "Total de Hojas.................:".
            03 LIN-TOT-HOJAS            PIC ZZ9.

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
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           COMPUTE WK-CORTE = WK-HOY - WK-ANIOS * 10000
           MOVE WK-ANIOS          TO TIT-ANIOS
           MOVE WK-CORTE          TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-CORTE
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-ANIOS-RETENCION > 0
                      MOVE PAR-ANIOS-RETENCION TO WK-ANIOS
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-02
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 5 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM CARGAR-HISTORICO THRU F-CARGAR-HISTORICO
           IF WK-PDP-CANT = 0
              GO TO F-PROCESO
           END-IF
           PERFORM MARCAR-VIGENTES  THRU F-MARCAR-VIGENTES
           PERFORM MARCAR-EMBARGOS  THRU F-MARCAR-EMBARGOS
           PERFORM MARCAR-LEGALES   THRU F-MARCAR-LEGALES
           PERFORM MARCAR-DISPUTAS  THRU F-MARCAR-DISPUTAS
           PERFORM ANONIMIZAR-NOTAS THRU F-ANONIMIZAR-NOTAS
           PERFORM ANONIMIZAR-GESTIONES
                   THRU F-ANONIMIZAR-GESTIONES
           PERFORM ANONIMIZAR-ACCESOS THRU F-ANONIMIZAR-ACCESOS
           PERFORM BORRAR-DOMICILIOS THRU F-BORRAR-DOMICILIOS
           PERFORM BORRAR-PADRON    THRU F-BORRAR-PADRON
           PERFORM ANONIMIZAR-HISTORICO
                   THRU F-ANONIMIZAR-HISTORICO
           PERFORM LISTAR-ANONIMIZADOS THRU F-LISTAR-ANONIMIZADOS
           PERFORM LISTAR-RETENIDOS THRU F-LISTAR-RETENIDOS.
       F-PROCESO. EXIT.

      * UNA ENTRADA POR DOCUMENTO DEL HISTORICO CON SU ARCHIVADO MAS
      * NUEVO; LOS YA ANONIMIZADOS (DOCUMENTO EN CERO) NO CUENTAN
       CARGAR-HISTORICO.
           OPEN INPUT HISTORICO
           IF NOT ( WK-HIST-STAT = "00" )
              GO TO F-CARGAR-HISTORICO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ HISTORICO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF HIST-DOCUMENTO = 0
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM ANOTAR-DOCUMENTO THRU F-ANOTAR-DOCUMENTO
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE HISTORICO.
       F-CARGAR-HISTORICO. EXIT.

       ANOTAR-DOCUMENTO.
           MOVE HIST-DOCUMENTO TO WK-DOC-BUSCADO
           PERFORM BUSCAR-DOCUMENTO THRU F-BUSCAR-DOCUMENTO
           IF WK-ENCONTRADO = 0
              IF WK-PDP-CANT < 9999
                 ADD 1 TO WK-PDP-CANT
                 MOVE WK-PDP-CANT    TO WK-IND
                 INITIALIZE TAB-PDP-ITEM(WK-IND)
                 MOVE HIST-DOCUMENTO TO TAB-PDP-DOC(WK-IND)
              ELSE
                 MOVE 1 TO WK-PDP-DESBORDE
                 GO TO F-ANOTAR-DOCUMENTO
              END-IF
           END-IF
           IF HIST-FECHA-ARCHIVO > TAB-PDP-ARCHIVO(WK-IND)
              MOVE HIST-FECHA-ARCHIVO TO TAB-PDP-ARCHIVO(WK-IND)
           END-IF.
       F-ANOTAR-DOCUMENTO. EXIT.

      * DEJA WK-IND EN LA ENTRADA DE WK-DOC-BUSCADO SI ESTA
       BUSCAR-DOCUMENTO.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
                   OR WK-ENCONTRADO = 1
              IF TAB-PDP-DOC(WK-IND) = WK-DOC-BUSCADO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-IND
           END-IF.
       F-BUSCAR-DOCUMENTO. EXIT.

      * SE QUEDAN LOS ARCHIVADOS DENTRO DE LA RETENCION Y LOS QUE
      * TODAVIA TIENEN ALGUN PRODUCTO EN M-CUENTAS
       MARCAR-VIGENTES.
           OPEN INPUT M-CUENTAS
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
              IF TAB-PDP-ARCHIVO(WK-IND) > WK-CORTE
                 MOVE "R" TO TAB-PDP-MOTIVO(WK-IND)
                 ADD 1 TO WK-RECIENTES
              ELSE
                 PERFORM BUSCAR-PRODUCTO THRU F-BUSCAR-PRODUCTO
              END-IF
           END-PERFORM
           CLOSE M-CUENTAS.
       F-MARCAR-VIGENTES. EXIT.

       BUSCAR-PRODUCTO.
           MOVE TAB-PDP-DOC(WK-IND) TO CTAS-DOCUMENTO
           MOVE 0                   TO CTAS-PRODUCTO
           START M-CUENTAS KEY IS >= CTAS-CLAVE
                 INVALID KEY
                 GO TO F-BUSCAR-PRODUCTO
           END-START
           READ M-CUENTAS NEXT RECORD AT END
                GO TO F-BUSCAR-PRODUCTO
           END-READ
           IF CTAS-DOCUMENTO = TAB-PDP-DOC(WK-IND)
              MOVE "C" TO TAB-PDP-MOTIVO(WK-IND)
              ADD 1 TO WK-CON-PRODUCTO
           END-IF.
       F-BUSCAR-PRODUCTO. EXIT.

      * LO QUE TIENE UN EXPEDIENTE VIVO NO SE TOCA: EMBARGOS ACTIVOS,
      * CAUSAS ABIERTAS Y DISPUTAS ABIERTAS (CON O SIN PROVISORIO)
       MARCAR-EMBARGOS.
           OPEN INPUT EMBARGOS
           IF NOT ( WK-EMB-STAT = "00" )
              GO TO F-MARCAR-EMBARGOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ EMBARGOS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF EMB-ESTADO = "A"
                 MOVE EMB-DOCUMENTO TO WK-DOC-BUSCADO
                 PERFORM RETENER THRU F-RETENER
                 IF WK-ENCONTRADO = 1
                    MOVE "E" TO TAB-PDP-MOTIVO(WK-IND)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE EMBARGOS.
       F-MARCAR-EMBARGOS. EXIT.

       MARCAR-LEGALES.
           OPEN INPUT LEGALES
           IF NOT ( WK-LEG-STAT = "00" )
              GO TO F-MARCAR-LEGALES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ LEGALES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF LEG-ESTADO = "A"
                 MOVE LEG-DOCUMENTO TO WK-DOC-BUSCADO
                 PERFORM RETENER THRU F-RETENER
                 IF WK-ENCONTRADO = 1
                    MOVE "L" TO TAB-PDP-MOTIVO(WK-IND)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE LEGALES.
       F-MARCAR-LEGALES. EXIT.

       MARCAR-DISPUTAS.
           OPEN INPUT DISPUTAS
           IF NOT ( WK-DIS-STAT = "00" )
              GO TO F-MARCAR-DISPUTAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ DISPUTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF DIS-ESTADO = "A" OR DIS-ESTADO = "P"
                 MOVE DIS-DOCUMENTO TO WK-DOC-BUSCADO
                 PERFORM RETENER THRU F-RETENER
                 IF WK-ENCONTRADO = 1
                    MOVE "D" TO TAB-PDP-MOTIVO(WK-IND)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE DISPUTAS.
       F-MARCAR-DISPUTAS. EXIT.

      * SOLO SE RETIENE A QUIEN IBA A ANONIMIZARSE; EL PRIMER
      * EXPEDIENTE QUE LO RETIENE ES EL QUE SE INFORMA
       RETENER.
           PERFORM BUSCAR-DOCUMENTO THRU F-BUSCAR-DOCUMENTO
           IF WK-ENCONTRADO = 1
              IF TAB-PDP-MOTIVO(WK-IND) = SPACE
                 ADD 1 TO WK-RETENIDOS
              ELSE
                 MOVE 0 TO WK-ENCONTRADO
              END-IF
           END-IF.
       F-RETENER. EXIT.

      * DEJA WK-ENCONTRADO EN 1 SI WK-DOC-BUSCADO SE ANONIMIZA
       ES-ANONIMIZABLE.
           PERFORM BUSCAR-DOCUMENTO THRU F-BUSCAR-DOCUMENTO
           IF WK-ENCONTRADO = 1
              AND NOT ( TAB-PDP-MOTIVO(WK-IND) = SPACE )
              MOVE 0 TO WK-ENCONTRADO
           END-IF.
       F-ES-ANONIMIZABLE. EXIT.

       ANONIMIZAR-NOTAS.
           OPEN I-O NOTAS
           IF NOT ( WK-NOTA-STAT = "00" )
              GO TO F-ANONIMIZAR-NOTAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ NOTAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOTA-DOCUMENTO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE NOTA-DOCUMENTO TO WK-DOC-BUSCADO
              PERFORM ES-ANONIMIZABLE THRU F-ES-ANONIMIZABLE
              IF WK-ENCONTRADO = 1
                 MOVE 0      TO NOTA-DOCUMENTO
                 MOVE SPACES TO NOTA-TEXTO
                 REWRITE NOTA-REG
                 ADD 1 TO TAB-PDP-NOTAS(WK-IND)
                          WK-TOT-NOTAS
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE NOTAS.
       F-ANONIMIZAR-NOTAS. EXIT.

       ANONIMIZAR-GESTIONES.
           OPEN I-O GESTIONES
           IF NOT ( WK-GST-STAT = "00" )
              GO TO F-ANONIMIZAR-GESTIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ GESTIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF GST-DOCUMENTO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE GST-DOCUMENTO TO WK-DOC-BUSCADO
              PERFORM ES-ANONIMIZABLE THRU F-ES-ANONIMIZABLE
              IF WK-ENCONTRADO = 1
                 MOVE 0 TO GST-DOCUMENTO
                 REWRITE GST-REG
                 ADD 1 TO TAB-PDP-GEST(WK-IND)
                          WK-TOT-GEST
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE GESTIONES.
       F-ANONIMIZAR-GESTIONES. EXIT.

       ANONIMIZAR-ACCESOS.
           OPEN I-O ACCESOS
           IF NOT ( WK-ACC-STAT = "00" )
              GO TO F-ANONIMIZAR-ACCESOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ ACCESOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ACC-DOCUMENTO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE ACC-DOCUMENTO TO WK-DOC-BUSCADO
              PERFORM ES-ANONIMIZABLE THRU F-ES-ANONIMIZABLE
              IF WK-ENCONTRADO = 1
                 MOVE 0 TO ACC-DOCUMENTO
                 REWRITE ACC-REG
                 ADD 1 TO TAB-PDP-ACC(WK-IND)
                          WK-TOT-ACC
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE ACCESOS.
       F-ANONIMIZAR-ACCESOS. EXIT.

      * EL DOMICILIO ESTA INDEXADO POR DOCUMENTO: NO SE PUEDE DEJAR
      * SIN CLAVE, SE BORRA ENTERO
       BORRAR-DOMICILIOS.
           OPEN I-O M-DOMICILIOS
           IF NOT ( WK-DOM-STAT = "00" )
              GO TO F-BORRAR-DOMICILIOS
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
              IF TAB-PDP-MOTIVO(WK-IND) = SPACE
                 MOVE TAB-PDP-DOC(WK-IND) TO DOM-DOCUMENTO
                 DELETE M-DOMICILIOS RECORD
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      MOVE 1 TO TAB-PDP-DOM(WK-IND)
                      ADD 1 TO WK-TOT-DOM
                 END-DELETE
              END-IF
           END-PERFORM
           CLOSE M-DOMICILIOS.
       F-BORRAR-DOMICILIOS. EXIT.

      * EL DNI NO SE EMPADRONA (SU NUMERO INTERNO ES EL PROPIO DNI);
      * LOS DEMAS TIPOS TIENEN NUMERO INTERNO MENOR A 1000000 Y SU
      * ENTRADA EN EL PADRON, BUSCADA POR LA CLAVE ALTERNATIVA, SE
      * BORRA CON EL NUMERO REAL DEL DOCUMENTO
       BORRAR-PADRON.
           OPEN I-O M-DOCUMENTOS
           IF NOT ( WK-DOC-STAT = "00" )
              GO TO F-BORRAR-PADRON
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
              IF TAB-PDP-MOTIVO(WK-IND) = SPACE
                 AND TAB-PDP-DOC(WK-IND) < 1000000
                 MOVE TAB-PDP-DOC(WK-IND) TO DOC-DOCUMENTO
                 READ M-DOCUMENTOS KEY IS DOC-DOCUMENTO
                 INVALID KEY
                      CONTINUE
                 NOT INVALID KEY
                      DELETE M-DOCUMENTOS RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           MOVE 1 TO TAB-PDP-PAD(WK-IND)
                           ADD 1 TO WK-TOT-PAD
                      END-DELETE
                 END-READ
              END-IF
           END-PERFORM
           CLOSE M-DOCUMENTOS.
       F-BORRAR-PADRON. EXIT.

      * EL HISTORICO VA ULTIMO: MIENTRAS CONSERVE EL DOCUMENTO, UNA
      * RELANZADA VUELVE A ENCONTRAR AL CLIENTE Y TERMINA DE LIMPIAR
      * LOS OTROS ARCHIVOS
       ANONIMIZAR-HISTORICO.
           OPEN I-O HISTORICO
           IF NOT ( WK-HIST-STAT = "00" )
              GO TO F-ANONIMIZAR-HISTORICO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ HISTORICO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF HIST-DOCUMENTO = 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE HIST-DOCUMENTO TO WK-DOC-BUSCADO
              PERFORM ES-ANONIMIZABLE THRU F-ES-ANONIMIZABLE
              IF WK-ENCONTRADO = 1
                 MOVE 0             TO HIST-DOCUMENTO
                                       HIST-FECHA-NAC
                 MOVE "ANONIMIZADO" TO HIST-APELLIDO
                 MOVE SPACES        TO HIST-NOMBRE
                                       HIST-PROVINCIA
                 REWRITE HIST-REG
                 ADD 1 TO TAB-PDP-HIST(WK-IND)
                          WK-TOT-HIST
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE HISTORICO.
       F-ANONIMIZAR-HISTORICO. EXIT.

       LISTAR-ANONIMIZADOS.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
              IF TAB-PDP-MOTIVO(WK-IND) = SPACE
                 PERFORM LISTAR-UNO THRU F-LISTAR-UNO
              END-IF
           END-PERFORM.
       F-LISTAR-ANONIMIZADOS. EXIT.

       LISTAR-UNO.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           ADD 1 TO WK-ANONIMIZADOS
           MOVE TAB-PDP-DOC(WK-IND)     TO L-DOC
           MOVE TAB-PDP-ARCHIVO(WK-IND) TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED             TO L-ARCHIVO
           MOVE TAB-PDP-HIST(WK-IND)    TO L-HIST
           MOVE TAB-PDP-NOTAS(WK-IND)   TO L-NOTAS
           MOVE TAB-PDP-GEST(WK-IND)    TO L-GEST
           MOVE TAB-PDP-ACC(WK-IND)     TO L-ACC
           IF TAB-PDP-DOM(WK-IND) = 1
              MOVE "BORRADO"  TO L-DOM
           ELSE
              MOVE "NO TENIA" TO L-DOM
           END-IF
           IF TAB-PDP-PAD(WK-IND) = 1
              MOVE "BORRADO"  TO L-PAD
           ELSE
              MOVE "NO TENIA" TO L-PAD
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR-UNO. EXIT.

       LISTAR-RETENIDOS.
           IF WK-RETENIDOS = 0
              GO TO F-LISTAR-RETENIDOS
           END-IF
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-RETENIDOS
           WRITE REG-LIS FROM TITULO-LINE
           ADD 3 TO WK-LINEA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PDP-CANT
              IF TAB-PDP-MOTIVO(WK-IND) = "E"
                 OR TAB-PDP-MOTIVO(WK-IND) = "L"
                 OR TAB-PDP-MOTIVO(WK-IND) = "D"
                 PERFORM LISTAR-RETENIDO THRU F-LISTAR-RETENIDO
              END-IF
           END-PERFORM.
       F-LISTAR-RETENIDOS. EXIT.

       LISTAR-RETENIDO.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-PDP-DOC(WK-IND)     TO R-DOC
           MOVE TAB-PDP-ARCHIVO(WK-IND) TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED             TO R-ARCHIVO
           EVALUATE TAB-PDP-MOTIVO(WK-IND)
              WHEN "E"
                 MOVE "EMBARGO ACTIVO"         TO R-MOTIVO
              WHEN "L"
                 MOVE "CAUSA JUDICIAL ABIERTA" TO R-MOTIVO
              WHEN OTHER
                 MOVE "DISPUTA ABIERTA"        TO R-MOTIVO
           END-EVALUATE
           WRITE REG-LIS FROM LIN-RETENIDO
           ADD 1 TO WK-LINEA.
       F-LISTAR-RETENIDO. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 48
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           IF WK-PDP-DESBORDE = 1
              WRITE REG-LIS FROM LIN-AVISO-DESBORDE
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Documentos desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WK-ANONIMIZADOS TO LIN-TOT-ANONIMIZADOS
           MOVE WK-RETENIDOS    TO LIN-TOT-RETENIDOS
           MOVE WK-CON-PRODUCTO TO LIN-TOT-CON-PRODUCTO
           MOVE WK-RECIENTES    TO LIN-TOT-RECIENTES
           WRITE REG-LIS FROM TITULO-BOTTOM-ANONIMIZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-RETENIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CON-PRODUCTO
           WRITE REG-LIS FROM TITULO-BOTTOM-RECIENTES
           MOVE "Cuentas del historico limpias..:" TO L-TOT-ROTULO
           MOVE WK-TOT-HIST     TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE "Notas limpias..................:" TO L-TOT-ROTULO
           MOVE WK-TOT-NOTAS    TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE "Gestiones limpias..............:" TO L-TOT-ROTULO
           MOVE WK-TOT-GEST     TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE "Accesos limpios................:" TO L-TOT-ROTULO
           MOVE WK-TOT-ACC      TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE "Domicilios borrados............:" TO L-TOT-ROTULO
           MOVE WK-TOT-DOM      TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE "Padron de documentos borrado...:" TO L-TOT-ROTULO
           MOVE WK-TOT-PAD      TO L-TOT-CANT
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVO
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-FIRMA
           CLOSE LISTADO
           MOVE WK-ANONIMIZADOS TO LK-CANTIDAD
           IF WK-ANONIMIZADOS + WK-RETENIDOS + WK-CON-PRODUCTO
              + WK-RECIENTES <> WK-PDP-CANT
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM PDP001.
