      * DENEGADA, CALCULA PARA CADA UNA LOS DIAS TRANSCURRIDOS DESDE
      * CTAS-FECHA-SITUACION (FECHA EN QUE SE DENEGO) HASTA HOY, PARA
      * QUE COMERCIAL PUEDA HACER SEGUIMIENTO CON EL SOLICITANTE.
      * DEN001.PAR (OPCIONAL) DEJA SOLO LAS DENEGADAS CON AL MENOS
      * TANTOS DIAS (0 = TODAS) Y DE UNA PROVINCIA (BLANCO = TODAS);
      * SIN EL ARCHIVO SALE COMO SIEMPRE. LOS PEDIDOS DE LA COLA DE
      * COL002 (LK-MODO 1) LEEN DEN001-PED.PAR Y ESCRIBEN
      * LISTADO-DEN001-PED; UN PEDIDO SIN PARAMETROS VALIDOS NO CORRE
      * (RETURN-CODE 3).
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
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\den001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.
       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-MINIMO           PIC 9(04).
           03 PAR-PROVINCIA             PIC X(01).

       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-DIAS-DENEGADA          PIC 9(06).
       77  WK-HOY-DIA                   PIC 9(02).
       77  WK-DIAS-DENEGADA             PIC S9(06).

       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PAR-VALIDO                PIC 9          VALUE 0.
       77  WK-ARCHIVO-PARAMETRO         PIC X(60).
       77  WK-ARCHIVO-LISTADO           PIC X(60).
       77  WK-DIAS-MINIMO               PIC 9(04)      VALUE 0.
       77  WK-PROVINCIA-FILTRO          PIC X(01)      VALUE SPACE.

       01  WK-FECHA-SIT                 PIC 9(08).
       01  FILLER REDEFINES WK-FECHA-SIT.
           03 WK-FECHA-SIT-ANHIO        PIC 9(04).
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-02.
            03 FILLER                   PIC X(13) VALUE "Dias desde: ".
            03 TIT-DIAS-MINIMO          PIC ZZZ9.
            03 FILLER                   PIC X(14) VALUE
            "   Provincia: ".
            03 TIT-PROVINCIA            PIC X(01).

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
              MOVE "\COBOL\arch\den001-ped.par" TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-DEN001-PED"
                TO WK-ARCHIVO-LISTADO
           ELSE
              MOVE "\COBOL\arch\den001.par"     TO WK-ARCHIVO-PARAMETRO
              MOVE "\COBOL\listado\LISTADO-DEN001"
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
           MOVE WK-FECHA TO WK-FECHA-HOY-DIF
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           PERFORM ENCABEZAR     THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * SIN ARCHIVO DE PARAMETROS SALEN TODAS LAS DENEGADAS; UNA
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
           IF NOT ( PAR-DIAS-MINIMO NUMERIC )
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
              MOVE PAR-DIAS-MINIMO TO WK-DIAS-MINIMO
              MOVE PAR-PROVINCIA   TO WK-PROVINCIA-FILTRO
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
           IF WK-DIAS-MINIMO > 0 OR WK-PROVINCIA-FILTRO NOT = SPACE
              MOVE WK-DIAS-MINIMO      TO TIT-DIAS-MINIMO
              MOVE WK-PROVINCIA-FILTRO TO TIT-PROVINCIA
              WRITE REG-LIS FROM TITULO-02
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 5 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * ORDENA LA SELECCION DE LA SOLICITUD MAS VIEJA A LA MAS NUEVA
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF NOT ( CTAS-APERTURA = 8 )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-PROVINCIA-FILTRO NOT = SPACE
                 AND CTAS-PROVINCIA NOT = WK-PROVINCIA-FILTRO
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CALCULAR-DIAS-DENEGADA THRU
                      F-CALCULAR-DIAS-DENEGADA
              IF WK-DIAS-DENEGADA >= WK-DIAS-MINIMO
                 ADD 1 TO WK-SELECCIONADO
                 MOVE WK-DIAS-DENEGADA TO SR-DIAS-DENEGADA
                 MOVE CTAS-DOCUMENTO   TO SR-DOCUMENTO
                 MOVE CTAS-APELLIDO    TO SR-APELLIDO
           AT 1016 WK-LEIDOS CONVERT
           DISPLAY "Denegadas: "
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
