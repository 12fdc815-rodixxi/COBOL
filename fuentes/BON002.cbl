      * =================================================================== */
      *                                                                     */
      *   BON002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   informe mensual de bonificaciones: detalle del mes y resumen     */
      *   por operador, por sucursal y por motivo                          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BON002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LEE BONIFICACIONES.DAT (EL REGISTRO QUE DEJA BON001) Y LISTA
      * LAS BONIFICACIONES DEL PERIODO: EL MES EN CURSO, O EL AAAAMM
      * QUE TRAIGA BON002.PAR PARA REPETIR UN MES ANTERIOR. CORRE EN
      * LA NOCHE DE FIN DE MES DESDE NOC001.
      * EL DETALLE MUESTRA TODAS, CON SU ESTADO; LOS RESUMENES POR
      * OPERADOR, SUCURSAL Y MOTIVO CUENTAN COMO BONIFICADO LO QUE
      * LLEGO A LA CUENTA (DIRECTAS "D" Y APROBADAS "A"). POR
      * OPERADOR SE VEN APARTE LAS QUE QUEDARON PENDIENTES O FUERON
      * RECHAZADAS EN LA APROBACION A CUATRO OJOS.
      * RETURN-CODE 1 SI LA TABLA DE OPERADORES SE DESBORDA (EL
      * DETALLE SALE COMPLETO, EL RESUMEN POR OPERADOR NO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\bonificaciones.sel".
           COPY "\COBOL\fuentes\cpy\tab-motivos-bon.sel".
           COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-BON002"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\bon002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-bonificaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-motivos-bon.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * PERIODO A LISTAR (AAAAMM); 0 = EL MES EN CURSO
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PERIODO               PIC 9(06).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-motivos-bon.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".

       77  WK-BON-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PERIODO                   PIC 9(06)     VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)     VALUE 0.
       77  WK-DEL-PERIODO               PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(02)     VALUE 99.
       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-IND-SUC                   PIC 9(03)     VALUE 0.
       77  WK-IND-MOT                   PIC 9(02)     VALUE 0.
       77  WK-OPE-CANT                  PIC 9(04)     VALUE 0.
       77  WK-OPE-DESBORDE              PIC 9         VALUE 0.

      * TOTALES DEL MES POR ESTADO
       77  WK-CANT-DIRECTAS             PIC 9(06)     VALUE 0.
       77  WK-IMP-DIRECTAS              PIC 9(12)V99  VALUE 0.
       77  WK-CANT-APROBADAS            PIC 9(06)     VALUE 0.
       77  WK-IMP-APROBADAS             PIC 9(12)V99  VALUE 0.
       77  WK-CANT-PENDIENTES           PIC 9(06)     VALUE 0.
       77  WK-IMP-PENDIENTES            PIC 9(12)V99  VALUE 0.
       77  WK-CANT-RECHAZADAS           PIC 9(06)     VALUE 0.
       77  WK-IMP-RECHAZADAS            PIC 9(12)V99  VALUE 0.

      * RESUMEN POR OPERADOR, EN ORDEN DE APARICION
       01  TAB-OPERADORES.
           03 TAB-OPE-ITEM OCCURS 200.
              05 TOP-OPERADOR           PIC X(08).
              05 TOP-CANT               PIC 9(05).
              05 TOP-IMPORTE            PIC 9(10)V99.
              05 TOP-PENDIENTES         PIC 9(05).
              05 TOP-RECHAZADAS         PIC 9(05).

      * RESUMEN POR SUCURSAL, INDEXADO POR EL PROPIO CODIGO (LA
      * SUCURSAL 0 SE AGRUPA EN LA 999)
       01  TAB-BON-SUCURSAL.
           03 TAB-BSU-ITEM OCCURS 999.
              05 TBS-CANT               PIC 9(05).
              05 TBS-IMPORTE            PIC 9(10)V99.

      * RESUMEN POR MOTIVO, INDEXADO POR EL CODIGO (0 EN EL 99)
       01  TAB-BON-MOTIVO.
           03 TAB-BMO-ITEM OCCURS 99.
              05 TBM-CANT               PIC 9(05).
              05 TBM-IMPORTE            PIC 9(10)V99.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(38) VALUE
            "BONIFICACIONES DEL MES - BON002".
            03 FILLER                   PIC X(09) VALUE "Periodo: ".
            03 TIT-PERIODO              PIC 9(06).
            03 FILLER                   PIC X(16) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "FECHA".
            03 FILLER                   PIC X(10) VALUE "OPERADOR".
            03 FILLER                   PIC X(09) VALUE "CUENTA".
            03 FILLER                   PIC X(03) VALUE "PR".
            03 FILLER                   PIC X(05) VALUE "SUC".
            03 FILLER                   PIC X(24) VALUE "MOTIVO".
            03 FILLER                   PIC X(12) VALUE "CARGO".
            03 FILLER                   PIC X(14) VALUE "     IMPORTE".
            03 FILLER                   PIC X(10) VALUE "ESTADO".

       01  LIN-DETALLE.
            03 L-FECHA                  PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OPERADOR               PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DOCUMENTO              PIC 9(08).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-PRODUCTO               PIC 9(02).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-SUCURSAL               PIC 9(03).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-MOTIVO                 PIC 9(02).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-MOTIVO-NOMBRE          PIC X(20).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ORI-MOV                PIC X(01).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ORI-FECHA              PIC 9(08).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(10).

       01  TITULO-OPE.
            03 FILLER                   PIC X(40) VALUE
            "RESUMEN POR OPERADOR".
       01  TITULO-OPE-03.
            03 FILLER                   PIC X(10) VALUE "OPERADOR".
            03 FILLER                   PIC X(08) VALUE " CANT.".
            03 FILLER                   PIC X(17) VALUE
            "     BONIFICADO".
            03 FILLER                   PIC X(12) VALUE "PENDIENTES".
            03 FILLER                   PIC X(12) VALUE "RECHAZADAS".
       01  LIN-OPERADOR.
            03 L-OPE-OPERADOR           PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OPE-CANT               PIC ZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-OPE-IMPORTE            PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 L-OPE-PENDIENTES         PIC ZZZZ9.
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 L-OPE-RECHAZADAS         PIC ZZZZ9.

       01  TITULO-SUC.
            03 FILLER                   PIC X(40) VALUE
            "RESUMEN POR SUCURSAL".
       01  TITULO-MOT.
            03 FILLER                   PIC X(40) VALUE
            "RESUMEN POR MOTIVO".
       01  TITULO-GRUPO-03.
            03 FILLER                   PIC X(25) VALUE "CODIGO".
            03 FILLER                   PIC X(08) VALUE " CANT.".
            03 FILLER                   PIC X(17) VALUE
            "     BONIFICADO".
       01  LIN-GRUPO.
            03 L-GRU-COD                PIC 9(03).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-GRU-NOMBRE             PIC X(25).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-GRU-CANT               PIC ZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-GRU-IMPORTE            PIC ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-DIRECTAS.
            03 FILLER                   PIC X(20) VALUE
            "Directas.........: ".
            03 LIN-TOT-CANT-DIR         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-DIR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-APROBADAS.
            03 FILLER                   PIC X(20) VALUE
            "Aprobadas........: ".
            03 LIN-TOT-CANT-APR         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-APR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-PENDIENTES.
            03 FILLER                   PIC X(20) VALUE
            "Pendientes.......: ".
            03 LIN-TOT-CANT-PEN         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-PEN          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHAZADAS.
            03 FILLER                   PIC X(20) VALUE
            "Rechazadas.......: ".
            03 LIN-TOT-CANT-REC         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-REC          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.

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
           PERFORM CARGAR-TABLA-MOTIVOS THRU F-CARGAR-TABLA-MOTIVOS
           PERFORM CARGAR-TABLA-SUCURSALES
                   THRU F-CARGAR-TABLA-SUCURSALES
           INITIALIZE TAB-OPERADORES
                      TAB-BON-SUCURSAL
                      TAB-BON-MOTIVO
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           COMPUTE WK-PERIODO = WK-HOY / 100
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           MOVE WK-PERIODO        TO TIT-PERIODO.
       F-INICIO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-PERIODO > 0
                      MOVE PAR-PERIODO TO WK-PERIODO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

       PROCESO.
           PERFORM ENCABEZAR THRU F-ENCABEZAR
           OPEN INPUT BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              MOVE "SIN BONIFICACIONES REGISTRADAS" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF BON-FECHA(1:6) = WK-PERIODO
                 ADD 1 TO WK-DEL-PERIODO
                 PERFORM DETALLE   THRU F-DETALLE
                 PERFORM ACUMULAR  THRU F-ACUMULAR
              END-IF
           END-PERFORM
           CLOSE BONIFICACIONES.
       F-PROCESO. EXIT.

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

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE BON-FECHA          TO L-FECHA
           MOVE BON-OPERADOR       TO L-OPERADOR
           MOVE BON-DOCUMENTO      TO L-DOCUMENTO
           MOVE BON-PRODUCTO       TO L-PRODUCTO
           MOVE BON-SUCURSAL       TO L-SUCURSAL
           MOVE BON-MOTIVO         TO L-MOTIVO
           MOVE BON-MOTIVO         TO WK-IND-MOT
           PERFORM BUSCAR-MOTIVO   THRU F-BUSCAR-MOTIVO
           MOVE WK-DETALLE-MOTIVO  TO L-MOTIVO-NOMBRE
           MOVE BON-ORI-MOV        TO L-ORI-MOV
           MOVE BON-ORI-FECHA      TO L-ORI-FECHA
           MOVE BON-IMPORTE        TO L-IMPORTE
           EVALUATE BON-ESTADO
              WHEN "D"
                   MOVE "DIRECTA"    TO L-ESTADO
              WHEN "A"
                   MOVE "APROBADA"   TO L-ESTADO
              WHEN "P"
                   MOVE "PENDIENTE"  TO L-ESTADO
              WHEN "R"
                   MOVE "RECHAZADA"  TO L-ESTADO
              WHEN OTHER
                   MOVE BON-ESTADO   TO L-ESTADO
           END-EVALUATE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       BUSCAR-MOTIVO.
           MOVE "(DESCONOCIDO)" TO WK-DETALLE-MOTIVO
           SET MOT-INDEX TO 1
           SEARCH TAB-MOTIVOS-DETALLE
            WHEN TAB-MOTIVOS-COD(MOT-INDEX) = WK-IND-MOT
             MOVE TAB-MOTIVOS-NOMBRE(MOT-INDEX) TO WK-DETALLE-MOTIVO
           END-SEARCH.
       F-BUSCAR-MOTIVO. EXIT.

      * LOS TOTALES POR ESTADO VAN SIEMPRE; A LOS RESUMENES POR
      * SUCURSAL Y MOTIVO SOLO LO QUE LLEGO A LA CUENTA
       ACUMULAR.
           EVALUATE BON-ESTADO
              WHEN "D"
                   ADD 1           TO WK-CANT-DIRECTAS
                   ADD BON-IMPORTE TO WK-IMP-DIRECTAS
              WHEN "A"
                   ADD 1           TO WK-CANT-APROBADAS
                   ADD BON-IMPORTE TO WK-IMP-APROBADAS
              WHEN "P"
                   ADD 1           TO WK-CANT-PENDIENTES
                   ADD BON-IMPORTE TO WK-IMP-PENDIENTES
              WHEN "R"
                   ADD 1           TO WK-CANT-RECHAZADAS
                   ADD BON-IMPORTE TO WK-IMP-RECHAZADAS
           END-EVALUATE
           PERFORM ACUMULAR-OPERADOR THRU F-ACUMULAR-OPERADOR
           IF NOT ( BON-ESTADO = "D" OR "A" )
              GO TO F-ACUMULAR
           END-IF
           MOVE BON-SUCURSAL TO WK-IND-SUC
           IF WK-IND-SUC = 0
              MOVE 999 TO WK-IND-SUC
           END-IF
           ADD 1           TO TBS-CANT(WK-IND-SUC)
           ADD BON-IMPORTE TO TBS-IMPORTE(WK-IND-SUC)
           MOVE BON-MOTIVO TO WK-IND-MOT
           IF WK-IND-MOT = 0
              MOVE 99 TO WK-IND-MOT
           END-IF
           ADD 1           TO TBM-CANT(WK-IND-MOT)
           ADD BON-IMPORTE TO TBM-IMPORTE(WK-IND-MOT).
       F-ACUMULAR. EXIT.

       ACUMULAR-OPERADOR.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-OPE-CANT
                   OR TOP-OPERADOR(WK-IND) = BON-OPERADOR
              CONTINUE
           END-PERFORM
           IF WK-IND > WK-OPE-CANT
              IF WK-OPE-CANT = 200
                 MOVE 1 TO WK-OPE-DESBORDE
                 GO TO F-ACUMULAR-OPERADOR
              END-IF
              ADD 1 TO WK-OPE-CANT
              MOVE WK-OPE-CANT  TO WK-IND
              MOVE BON-OPERADOR TO TOP-OPERADOR(WK-IND)
           END-IF
           EVALUATE BON-ESTADO
              WHEN "D"
              WHEN "A"
                   ADD 1           TO TOP-CANT(WK-IND)
                   ADD BON-IMPORTE TO TOP-IMPORTE(WK-IND)
              WHEN "P"
                   ADD 1           TO TOP-PENDIENTES(WK-IND)
              WHEN "R"
                   ADD 1           TO TOP-RECHAZADAS(WK-IND)
           END-EVALUATE.
       F-ACUMULAR-OPERADOR. EXIT.

       RESUMEN-OPERADORES.
           PERFORM ENCABEZAR THRU F-ENCABEZAR
           WRITE REG-LIS FROM TITULO-OPE
           WRITE REG-LIS FROM TITULO-OPE-03
           WRITE REG-LIS FROM TITULO-LINE
           ADD 3 TO WK-LINEA
           IF WK-OPE-DESBORDE = 1
              MOVE "*** MAS DE 200 OPERADORES, RESUMEN INCOMPLETO ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
              MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-OPE-CANT
              IF WK-LINEA > 64
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              MOVE TOP-OPERADOR(WK-IND)   TO L-OPE-OPERADOR
              MOVE TOP-CANT(WK-IND)       TO L-OPE-CANT
              MOVE TOP-IMPORTE(WK-IND)    TO L-OPE-IMPORTE
              MOVE TOP-PENDIENTES(WK-IND) TO L-OPE-PENDIENTES
              MOVE TOP-RECHAZADAS(WK-IND) TO L-OPE-RECHAZADAS
              WRITE REG-LIS FROM LIN-OPERADOR
              ADD 1 TO WK-LINEA
           END-PERFORM.
       F-RESUMEN-OPERADORES. EXIT.

       RESUMEN-SUCURSALES.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-SUC
           WRITE REG-LIS FROM TITULO-GRUPO-03
           WRITE REG-LIS FROM TITULO-LINE
           ADD 4 TO WK-LINEA
           PERFORM LISTAR-SUCURSAL THRU F-LISTAR-SUCURSAL
                   VARYING WK-IND-SUC FROM 1 BY 1
                   UNTIL WK-IND-SUC > 998
           MOVE 999 TO WK-IND-SUC
           PERFORM LISTAR-SUCURSAL THRU F-LISTAR-SUCURSAL.
       F-RESUMEN-SUCURSALES. EXIT.

       LISTAR-SUCURSAL.
           IF TBS-CANT(WK-IND-SUC) = 0
              GO TO F-LISTAR-SUCURSAL
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-IND-SUC TO L-GRU-COD
           MOVE "(DESCONOCIDA)" TO WK-DETALLE-SUCURSAL
           SET SUC-INDEX TO 1
           SEARCH TAB-SUCURSALES-DETALLE
            WHEN TAB-SUCURSALES-COD(SUC-INDEX) = WK-IND-SUC
             MOVE TAB-SUCURSALES-NOMBRE(SUC-INDEX)
               TO WK-DETALLE-SUCURSAL
           END-SEARCH
           MOVE WK-DETALLE-SUCURSAL       TO L-GRU-NOMBRE
           MOVE TBS-CANT(WK-IND-SUC)      TO L-GRU-CANT
           MOVE TBS-IMPORTE(WK-IND-SUC)   TO L-GRU-IMPORTE
           WRITE REG-LIS FROM LIN-GRUPO
           ADD 1 TO WK-LINEA.
       F-LISTAR-SUCURSAL. EXIT.

       RESUMEN-MOTIVOS.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-MOT
           WRITE REG-LIS FROM TITULO-GRUPO-03
           WRITE REG-LIS FROM TITULO-LINE
           ADD 4 TO WK-LINEA
           PERFORM LISTAR-MOTIVO THRU F-LISTAR-MOTIVO
                   VARYING WK-IND-MOT FROM 1 BY 1
                   UNTIL WK-IND-MOT > 98
           MOVE 99 TO WK-IND-MOT
           PERFORM LISTAR-MOTIVO THRU F-LISTAR-MOTIVO.
       F-RESUMEN-MOTIVOS. EXIT.

       LISTAR-MOTIVO.
           IF TBM-CANT(WK-IND-MOT) = 0
              GO TO F-LISTAR-MOTIVO
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-IND-MOT TO L-GRU-COD
           PERFORM BUSCAR-MOTIVO THRU F-BUSCAR-MOTIVO
           MOVE WK-DETALLE-MOTIVO         TO L-GRU-NOMBRE
           MOVE TBM-CANT(WK-IND-MOT)      TO L-GRU-CANT
           MOVE TBM-IMPORTE(WK-IND-MOT)   TO L-GRU-IMPORTE
           WRITE REG-LIS FROM LIN-GRUPO
           ADD 1 TO WK-LINEA.
       F-LISTAR-MOTIVO. EXIT.

       TOTALES.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-CANT-DIRECTAS   TO LIN-TOT-CANT-DIR
           MOVE WK-IMP-DIRECTAS    TO LIN-TOT-IMP-DIR
           MOVE WK-CANT-APROBADAS  TO LIN-TOT-CANT-APR
           MOVE WK-IMP-APROBADAS   TO LIN-TOT-IMP-APR
           MOVE WK-CANT-PENDIENTES TO LIN-TOT-CANT-PEN
           MOVE WK-IMP-PENDIENTES  TO LIN-TOT-IMP-PEN
           MOVE WK-CANT-RECHAZADAS TO LIN-TOT-CANT-REC
           MOVE WK-IMP-RECHAZADAS  TO LIN-TOT-IMP-REC
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-DIRECTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-APROBADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-PENDIENTES
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       FINAL-PROG.
           PERFORM RESUMEN-OPERADORES  THRU F-RESUMEN-OPERADORES
           PERFORM RESUMEN-SUCURSALES  THRU F-RESUMEN-SUCURSALES
           PERFORM RESUMEN-MOTIVOS     THRU F-RESUMEN-MOTIVOS
           PERFORM TOTALES             THRU F-TOTALES
           CLOSE LISTADO
           MOVE WK-DEL-PERIODO TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-motivos-bon.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".

       END PROGRAM BON002.
