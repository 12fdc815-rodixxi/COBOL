      * RIESGO QUE RIE001 NO DETECTA, PORQUE RIE001 SOLO MIRA APERTURA
      * Y SITUACION. ESTE LISTADO SELECCIONA POR CTAS-SALDO < 0 SOLO,
      * SIN IMPORTAR LA SITUACION NI LA APERTURA.
      * NEG001.PAR (OPCIONAL) ACOTA LA SELECCION: SUCURSAL (0 =
      * TODAS), MONEDA ("P", "D" O BLANCO = AMBAS) Y DESCUBIERTO
      * MINIMO (0 = CUALQUIER SALDO NEGATIVO). SIN EL ARCHIVO EL
      * LISTADO SALE COMO SIEMPRE. LOS PEDIDOS DE LA COLA DE COL002
      * (LK-MODO 1) LEEN NEG001-PED.PAR Y ESCRIBEN
      * LISTADO-NEG001-PED; UN PEDIDO SIN PARAMETROS VALIDOS NO CORRE
      * (RETURN-CODE 3).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\tab-situacion.sel".
           SELECT LISTADO
           ASSIGN TO WK-ARCHIVO-LISTADO
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO WK-ARCHIVO-PARAMETRO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\neg001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.
       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-SUCURSAL              PIC 9(03).
           03 PAR-MONEDA                PIC X(01).
           03 PAR-DESCUBIERTO-MIN       PIC 9(08)V99.

       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-SALDO                  PIC S9(10)V99.
       77  WK-LISTADO                   PIC 9(06)     VALUE 0.
       77  WK-DESC-PESOS                PIC S9(12)V99 VALUE 0.
       77  WK-DESC-DOLAR                PIC S9(12)V99 VALUE 0.
       77  WK-DESCUBIERTO               PIC 9(10)V99  VALUE 0.

       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PAR-VALIDO                PIC 9         VALUE 0.
       77  WK-ARCHIVO-PARAMETRO         PIC X(60).
       77  WK-ARCHIVO-LISTADO           PIC X(60).
       77  WK-SUCURSAL-FILTRO           PIC 9(03)     VALUE 0.
       77  WK-MONEDA-FILTRO             PIC X(01)     VALUE SPACE.
       77  WK-DESCUBIERTO-MIN           PIC 9(08)V99  VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(10) VALUE "Sucursal: ".
            03 TIT-SUCURSAL             PIC ZZ9.
            03 FILLER                   PIC X(11) VALUE "   Moneda: ".
            03 TIT-MONEDA               PIC X(01).
            03 FILLER                   PIC X(23) VALUE
            "   Descubierto desde: ".
            03 TIT-DESCUBIERTO          PIC ZZ.ZZZ.ZZ9,99.

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
              MOVE "\COBOL\arch\neg001-ped.par" TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-NEG001-PED"
                TO WK-ARCHIVO-LISTADO
           ELSE
              MOVE "\COBOL\arch\neg001.par"     TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-NEG001"
                TO WK-ARCHIVO-LISTADO
           END-IF
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           IF LK-MODO = 1 AND WK-PAR-VALIDO = 0
              MOVE 3 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           PERFORM ENCABEZAR     THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * SIN ARCHIVO DE PARAMETROS LA SELECCION ES LA DE SIEMPRE; UN
      * ARCHIVO CON DATOS INVALIDOS SE IGNORA, SALVO EN UN PEDIDO DE
      * LA COLA, QUE NO CORRE
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
           IF PAR-SUCURSAL NUMERIC
              AND PAR-DESCUBIERTO-MIN NUMERIC
              AND ( PAR-MONEDA = SPACE OR "P" OR "D" )
              MOVE 1                   TO WK-PAR-VALIDO
              MOVE PAR-SUCURSAL        TO WK-SUCURSAL-FILTRO
              MOVE PAR-MONEDA          TO WK-MONEDA-FILTRO
              MOVE PAR-DESCUBIERTO-MIN TO WK-DESCUBIERTO-MIN
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
           IF WK-SUCURSAL-FILTRO > 0 OR WK-MONEDA-FILTRO NOT = SPACE
              OR WK-DESCUBIERTO-MIN > 0
              MOVE WK-SUCURSAL-FILTRO TO TIT-SUCURSAL
              MOVE WK-MONEDA-FILTRO   TO TIT-MONEDA
              MOVE WK-DESCUBIERTO-MIN TO TIT-DESCUBIERTO
              WRITE REG-LIS FROM TITULO-02
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 5 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * ORDENA LA SELECCION DE LA CUENTA MAS DESCUBIERTA A LA MENOS
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF NOT ( CTAS-SALDO < 0 AND CTAS-FECHA-BAJA = 0 )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-SUCURSAL-FILTRO > 0
                 AND CTAS-SUCURSAL NOT = WK-SUCURSAL-FILTRO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-MONEDA-FILTRO = "D" AND NOT ( CTAS-MONEDA = "D" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-MONEDA-FILTRO = "P" AND CTAS-MONEDA = "D"
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-DESCUBIERTO = 0 - CTAS-SALDO
              IF WK-DESCUBIERTO >= WK-DESCUBIERTO-MIN
                 ADD 1 TO WK-SELECCIONADO
                 MOVE CTAS-SALDO     TO SR-SALDO
                 MOVE CTAS-DOCUMENTO TO SR-DOCUMENTO
           AT 1016 WK-LEIDOS CONVERT
           DISPLAY "Saldos negativos: "
           AT 1216 WK-SELECCIONADO CONVERT
           IF LK-MODO-BATCH = 0
              DISPLAY MESSAGE "Enter para continuar"
           END-IF
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-SELECCIONADO <> WK-LISTADO
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Cuentas no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.
