       INSTALLATION.
       DATE-WRITTEN. 09/08/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * PRV001.PAR (OPCIONAL) ACOTA EL LISTADO A UNA PROVINCIA
      * (BLANCO = TODAS) Y A UNA SUCURSAL (0 = TODAS); SIN EL ARCHIVO
      * SALE COMO SIEMPRE. LOS PEDIDOS DE LA COLA DE COL002 (LK-MODO
      * 1) LEEN PRV001-PED.PAR Y ESCRIBEN LISTADO-PRV001-PED; UN
      * PEDIDO SIN PARAMETROS VALIDOS NO CORRE (RETURN-CODE 3).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\tab-provincias.sel".
           SELECT LISTADO
           ASSIGN TO WK-ARCHIVO-LISTADO
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO WK-ARCHIVO-PARAMETRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PROVINCIA             PIC X(01).
           03 PAR-SUCURSAL              PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-CONSIDERADOS              PIC 9(06)      VALUE 0.
       77  WK-PROVINCIA-ANT             PIC X(01)      VALUE SPACE.
       77  WK-EN-GRUPO                  PIC 9          VALUE 0.

       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PAR-VALIDO                PIC 9          VALUE 0.
       77  WK-ARCHIVO-PARAMETRO         PIC X(60).
       77  WK-ARCHIVO-LISTADO           PIC X(60).
       77  WK-PROVINCIA-FILTRO          PIC X(01)      VALUE SPACE.
       77  WK-SUCURSAL-FILTRO           PIC 9(03)      VALUE 0.

       01  WK-PROV-CANT                 PIC 9(06)      VALUE 0.
       01  WK-PROV-SALDO                PIC S9(10)V99  VALUE 0.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(11) VALUE "Provincia: ".
            03 TIT-PROVINCIA            PIC X(01).
            03 FILLER                   PIC X(13) VALUE
            "   Sucursal: ".
            03 TIT-SUCURSAL             PIC ZZ9.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      * 0 = CORRIDA DE OPERACIONES, 1 = PEDIDO DE LA COLA DE COL002
       01  LK-MODO                      PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           IF LK-MODO = 1
              MOVE "\COBOL\arch\prv001-ped.par" TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-PRV001-PED"
                TO WK-ARCHIVO-LISTADO
           ELSE
              MOVE "\COBOL\arch\prv001.par"     TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-PRV001"
                TO WK-ARCHIVO-LISTADO
           END-IF
           PERFORM INICIO     THRU F-INICIO
           IF LK-MODO = 1 AND WK-PAR-VALIDO = 0
              PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
              MOVE 3 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO
           PERFORM CARGAR-TABLA-PROVINCIAS THRU
                   F-CARGAR-TABLA-PROVINCIAS
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           ACCEPT WK-FECHA       FROM CENTURY-DATE
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA
           PERFORM ENCABEZAR     THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * SIN ARCHIVO DE PARAMETROS SALEN TODAS LAS PROVINCIAS; UNA
      * PROVINCIA QUE NO ESTA EN LA TABLA INVALIDA EL ARCHIVO, QUE SE
      * IGNORA SALVO EN UN PEDIDO DE LA COLA, QUE NO CORRE
       LEER-PARAMETRO.
           MOVE 0 TO WK-PAR-VALIDO
           OPEN INPUT PARAMETROS
           IF NOT ( WK-PAR-STAT = "00" )
              GO TO F-LEER-PARAMETRO
           END-IF
           READ PARAMETROS AT END
                CLOSE PARAMETROS
                GO TO F-LEER-PARAMETRO
           END-READ
           CLOSE PARAMETROS
           MOVE 1 TO WK-PAR-VALIDO
           IF NOT ( PAR-SUCURSAL NUMERIC )
              MOVE 0 TO WK-PAR-VALIDO
           END-IF
           IF NOT ( PAR-PROVINCIA = SPACE )
              SET PROV-INDEX TO 1
              SEARCH TAB-PROVINCIAS-DETALLE
               AT END
                 MOVE 0 TO WK-PAR-VALIDO
               WHEN TAB-PROVINCIAS-COD(PROV-INDEX) = PAR-PROVINCIA
                 CONTINUE
              END-SEARCH
           END-IF
           IF WK-PAR-VALIDO = 1
              MOVE PAR-PROVINCIA TO WK-PROVINCIA-FILTRO
              MOVE PAR-SUCURSAL  TO WK-SUCURSAL-FILTRO
           ELSE
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Parametro invalido, se ignora"
                 END-DISPLAY
              END-IF
           END-IF.
       F-LEER-PARAMETRO. EXIT.

      * ABRE EL ARCHIVO
       ABRIR-ARCHIVO.
           OPEN INPUT M-CUENTAS
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           IF WK-PROVINCIA-FILTRO NOT = SPACE OR WK-SUCURSAL-FILTRO > 0
              MOVE WK-PROVINCIA-FILTRO TO TIT-PROVINCIA
              MOVE WK-SUCURSAL-FILTRO  TO TIT-SUCURSAL
              WRITE REG-LIS FROM TITULO-02
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE.
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF WK-PROVINCIA-FILTRO NOT = SPACE
                 AND CTAS-PROVINCIA NOT = WK-PROVINCIA-FILTRO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-SUCURSAL-FILTRO > 0
                 AND CTAS-SUCURSAL NOT = WK-SUCURSAL-FILTRO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-EN-GRUPO = 1 AND CTAS-PROVINCIA <> WK-PROVINCIA-ANT
                 PERFORM IMPRIMIR-QUIEBRE THRU F-IMPRIMIR-QUIEBRE
              END-IF
              MOVE 1              TO WK-EN-GRUPO
              MOVE CTAS-PROVINCIA TO WK-PROVINCIA-ANT
              IF CTAS-FECHA-BAJA = 0
                 ADD 1            TO WK-CONSIDERADOS
                 ADD CTAS-SALDO   TO WK-PROV-SALDO
              END-IF
           END-PERFORM
           IF WK-EN-GRUPO = 1
              PERFORM IMPRIMIR-QUIEBRE THRU F-IMPRIMIR-QUIEBRE
           END-IF.
       F-PROCESO. EXIT.
           AT 1016 WK-LEIDOS CONVERT
           DISPLAY "Total acumulado: "
           AT 1216 WK-TOTAL-CANT CONVERT
           IF LK-MODO-BATCH = 0
              DISPLAY MESSAGE "Enter para continuar"
           END-IF
           MOVE WK-CONSIDERADOS TO LK-CANTIDAD
           IF WK-TOTAL-CANT <> WK-CONSIDERADOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Cuentas no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.
