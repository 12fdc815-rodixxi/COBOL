      * =================================================================== */
      *                                                                     */
      *   CTAS013.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   lote intradiario del ciclo de mediodia: arma mov-cuentas.prn     */
      *   con lo capturado y aprobado, y lo consume una vez aplicado       */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAS013.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LO QUE SE CAPTURA EN CTAS007 O LIBERA APR001 A LA MANANA
      * ESPERABA A LA NOCHE. EL CICLO DE MEDIODIA (NOC003) LLAMA A
      * ESTE PASO DOS VECES, CON EL MODO EN EL TERCER PARAMETRO:
      *   - MODO 1 (ARMAR): VERIFICA EL TRAILER DE MOV-CAPTURADOS.PRN
      *     Y DE MOV-APROBADOS.PRN IGUAL QUE CTAS008 (UN ARCHIVO QUE
      *     NO EXISTE NO TIENE NADA; UNO SIN TRAILER O QUE NO CIERRA
      *     FRENA EL CICLO CON RETURN-CODE 1 SIN TOCAR NADA). SI NO
      *     HAY MOVIMIENTOS TERMINA CON RETURN-CODE 4. SI LOS HAY,
      *     GUARDA EL MOV-CUENTAS.PRN QUE ESTABA EN MOV-CUENTAS.DIA
      *     (VACIO SI NO HABIA NINGUNO) Y ARMA EN MOV-CUENTAS.PRN EL
      *     LOTE INTRADIARIO CON SU TRAILER, PARA QUE REG001, CTAS009,
      *     CTAS001 Y CTAS012 CORRAN SOBRE EL SIN NINGUN CAMBIO.
      *   - MODO 2 (CERRAR): EL LOTE SE APLICO Y SE REGISTRO. DEVUELVE
      *     EL MOV-CUENTAS.PRN ORIGINAL Y CONSUME LAS FUENTES: CADA
      *     UNA SE REESCRIBE SIN LOS MOVIMIENTOS TOMADOS (LOS QUE
      *     HAYAN LLEGADO DESPUES QUEDAN) Y CON SU TRAILER, ASI LA
      *     CONSOLIDACION DE CTAS008 DE LA NOCHE VERIFICA Y NADA SE
      *     APLICA DOS VECES.
      *   - MODO 3 (DESHACER): EL CICLO SE FRENO ANTES DE APLICAR.
      *     SOLO DEVUELVE EL MOV-CUENTAS.PRN ORIGINAL; LAS FUENTES
      *     QUEDAN COMO ESTABAN PARA LA NOCHE.
      * UN MOV-CUENTAS.DIA QUE YA EXISTE AL ARMAR ES DE UN CICLO QUE
      * QUEDO A MEDIAS: SE LO CONSERVA, PORQUE ES EL ORIGINAL.
      * LAS CANTIDADES TOMADAS EN EL MODO 1 QUEDAN EN MEMORIA PARA EL
      * MODO 2 DE LA MISMA CORRIDA DE NOC003.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-FTE
           ASSIGN TO WK-ARCHIVO-FTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-FTE-STAT.
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-cuentas.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT RESGUARDO
           ASSIGN TO "\COBOL\arch\mov-cuentas.dia"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-RES-STAT.
           SELECT NUEVO
           ASSIGN TO "\COBOL\arch\mov-intradia.nue"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NUE-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CTAS013"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-LIS-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  MOV-FTE.
       01  MF-REG.
           03 MF-MOV                  PIC X(01).
           03 MF-RESTO                PIC X(96).
       01  MF-TRAILER REDEFINES MF-REG.
           03 TF-MOV                  PIC X(01).
           03 TF-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(88).

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  RESGUARDO.
       01  RES-REG                    PIC X(97).

       FD  NUEVO.
       01  NUE-REG.
           03 NUE-MOV                 PIC X(01).
           03 NUE-RESTO               PIC X(96).
       01  NUE-TRAILER REDEFINES NUE-REG.
           03 TN-MOV                  PIC X(01).
           03 TN-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(88).

       FD  LISTADO.
       01  REG-LIS                    PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-FTE-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-RES-STAT                  PIC X(02).
       77  WK-NUE-STAT                  PIC X(02).
       77  WK-LIS-STAT                  PIC X(02).
       77  WK-ARCHIVO-FTE               PIC X(60).
       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-ERRORES                   PIC 9(02)     VALUE 0.
       77  WK-MOV-ARCHIVO               PIC 9(08)     VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9         VALUE 0.
       77  WK-TRAILER-CANT              PIC 9(08)     VALUE 0.
       77  WK-TOTAL-MOV                 PIC 9(08)     VALUE 0.
       77  WK-SALTEADOS                 PIC 9(08)     VALUE 0.
       77  WK-QUEDAN                    PIC 9(08)     VALUE 0.
       77  WK-IND                       PIC 9(02) COMP VALUE 0.
       77  WK-COPIA-RC                  PIC S9(09) COMP-5 VALUE 0.
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.
       77  WK-ARCHIVO-MOV               PIC X(30)      VALUE
           "\COBOL\arch\mov-cuentas.prn".
       77  WK-ARCHIVO-DIA               PIC X(30)      VALUE
           "\COBOL\arch\mov-cuentas.dia".
       77  WK-ARCHIVO-NUE               PIC X(30)      VALUE
           "\COBOL\arch\mov-intradia.nue".

      * LAS DOS FUENTES DEL LOTE INTRADIARIO, EN EL ORDEN EN QUE SE
      * ARMAN; FU-TOMADOS ES LO QUE EL MODO 1 PASO AL LOTE Y EL
      * MODO 2 SACA DE LA FUENTE
       01  TAB-FUENTES.
           03 TAB-FUENTES-ITEM OCCURS 2.
              05 FU-ARCHIVO          PIC X(60).
              05 FU-CANT             PIC 9(08).
              05 FU-TOMADOS          PIC 9(08).
              05 FU-ESTADO           PIC X(20).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "LOTE INTRADIARIO - CTAS013".
            03 FILLER                   PIC X(42) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(08) VALUE "Archivo".
            03 FILLER                   PIC X(54) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Cantidad".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Estado".

       01  LIN-DETALLE.
            03 L-ARCHIVO                PIC X(60).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CANTIDAD               PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(20).

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-BOTTOM-MOV.
            03 FILLER                   PIC X(20) VALUE
            "Mov. del lote....: ".
            03 LIN-TOT-MOV              PIC ZZZZZ9.

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
       01  LK-MODO                      PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO LK-CANTIDAD
           PERFORM INICIO     THRU F-INICIO
           EVALUATE LK-MODO
              WHEN 1
                   PERFORM ARMAR    THRU F-ARMAR
              WHEN 2
                   PERFORM RESTAURAR-LOTE THRU F-RESTAURAR-LOTE
                   PERFORM CONSUMIR THRU F-CONSUMIR
              WHEN OTHER
                   PERFORM RESTAURAR-LOTE THRU F-RESTAURAR-LOTE
           END-EVALUATE
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

      * EL ARMADO ABRE EL LISTADO DE CERO; EL CIERRE O LA VUELTA
      * ATRAS SE AGREGAN AL FINAL DEL LISTADO DEL ARMADO
       INICIO.
           MOVE 0 TO WK-ERRORES
                     WK-TOTAL-MOV
           IF LK-MODO = 1
              OPEN OUTPUT LISTADO
           ELSE
              OPEN EXTEND LISTADO
              IF NOT ( WK-LIS-STAT = "00" )
                 OPEN OUTPUT LISTADO
              END-IF
           END-IF
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           EVALUATE LK-MODO
              WHEN 1
                   MOVE "ARMADO DEL LOTE" TO LIN-AVISO
              WHEN 2
                   MOVE "CIERRE: LOTE APLICADO, SE CONSUMEN LAS FUENTES"
                     TO LIN-AVISO
              WHEN OTHER
                   MOVE "VUELTA ATRAS: EL CICLO NO APLICO EL LOTE"
                     TO LIN-AVISO
           END-EVALUATE
           WRITE REG-LIS FROM LIN-AVISO.
       F-INICIO. EXIT.

      * MODO 1: LAS DOS FUENTES TIENEN QUE VERIFICAR ANTES DE TOCAR
      * NADA, COMO EN CTAS008
       ARMAR.
           MOVE "\COBOL\arch\mov-capturados.prn" TO FU-ARCHIVO(1)
           MOVE "\COBOL\arch\mov-aprobados.prn"  TO FU-ARCHIVO(2)
           WRITE REG-LIS FROM TITULO-03
           PERFORM VERIFICAR-FUENTE THRU F-VERIFICAR-FUENTE
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 2
           IF WK-ERRORES > 0
              MOVE "*** FUENTES QUE NO VERIFICAN: NO SE ARMA EL LOTE"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
              GO TO F-ARMAR
           END-IF
           COMPUTE WK-TOTAL-MOV = FU-CANT(1) + FU-CANT(2)
           IF WK-TOTAL-MOV = 0
              MOVE "SIN MOVIMIENTOS PARA EL CICLO DE MEDIODIA"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 4 TO RETURN-CODE
              GO TO F-ARMAR
           END-IF
           PERFORM RESGUARDAR-LOTE THRU F-RESGUARDAR-LOTE
           OPEN OUTPUT MOV-CTAS
           PERFORM COPIAR-FUENTE THRU F-COPIAR-FUENTE
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 2
           INITIALIZE MOV-REG
           MOVE "T"          TO TR-MOV
           MOVE WK-TOTAL-MOV TO TR-CANTIDAD
           WRITE MOV-REG
           CLOSE MOV-CTAS
           MOVE WK-TOTAL-MOV TO LIN-TOT-MOV
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-MOV
           MOVE WK-TOTAL-MOV TO LK-CANTIDAD.
       F-ARMAR. EXIT.

      * UNA FUENTE QUE NO EXISTE ES UNA FUENTE SIN MOVIMIENTOS (NADIE
      * CAPTURO O APROBO NADA DESDE ANOCHE); LA QUE EXISTE TIENE QUE
      * CERRAR CONTRA SU PROPIO TRAILER
       VERIFICAR-FUENTE.
           MOVE FU-ARCHIVO(WK-IND) TO WK-ARCHIVO-FTE
           INITIALIZE WK-MOV-ARCHIVO
                      WK-TRAILER-LEIDO
                      WK-TRAILER-CANT
                      WK-FINAL
           MOVE 0 TO FU-CANT(WK-IND)
                     FU-TOMADOS(WK-IND)
           OPEN INPUT MOV-FTE
           IF NOT ( WK-FTE-STAT = "00" )
              MOVE "SIN ARCHIVO"       TO FU-ESTADO(WK-IND)
              PERFORM LISTAR-FUENTE THRU F-LISTAR-FUENTE
              GO TO F-VERIFICAR-FUENTE
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-FTE AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MF-MOV = "T"
                 MOVE 1            TO WK-TRAILER-LEIDO
                 MOVE TF-CANTIDAD  TO WK-TRAILER-CANT
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-MOV-ARCHIVO
           END-PERFORM
           CLOSE MOV-FTE
           MOVE WK-MOV-ARCHIVO TO FU-CANT(WK-IND)
           IF WK-TRAILER-LEIDO = 0
              MOVE "SIN TRAILER"       TO FU-ESTADO(WK-IND)
              ADD 1 TO WK-ERRORES
           ELSE
              IF WK-TRAILER-CANT <> WK-MOV-ARCHIVO
                 MOVE "TRAILER NO CIERRA" TO FU-ESTADO(WK-IND)
                 ADD 1 TO WK-ERRORES
              ELSE
                 MOVE "OK"                TO FU-ESTADO(WK-IND)
              END-IF
           END-IF
           PERFORM LISTAR-FUENTE THRU F-LISTAR-FUENTE.
       F-VERIFICAR-FUENTE. EXIT.

       LISTAR-FUENTE.
           MOVE FU-ARCHIVO(WK-IND)  TO L-ARCHIVO
           MOVE FU-CANT(WK-IND)     TO L-CANTIDAD
           MOVE FU-ESTADO(WK-IND)   TO L-ESTADO
           WRITE REG-LIS FROM LIN-DETALLE.
       F-LISTAR-FUENTE. EXIT.

      * EL MOV-CUENTAS.PRN QUE HABIA (EL DE ANOCHE O UNO YA RECIBIDO
      * PARA ESTA NOCHE) SE GUARDA ENTERO; SI NO HABIA NINGUNO QUEDA
      * UN .DIA VACIO, QUE AL RESTAURAR SIGNIFICA "BORRAR EL LOTE"
       RESGUARDAR-LOTE.
           OPEN INPUT RESGUARDO
           IF WK-RES-STAT = "00"
              CLOSE RESGUARDO
              MOVE "SE CONSERVA EL MOV-CUENTAS.DIA DE UN CICLO ANTERIOR"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-RESGUARDAR-LOTE
           END-IF
           OPEN INPUT MOV-CTAS
           IF WK-MOV-STAT = "00"
              CLOSE MOV-CTAS
              CALL "CBL_COPY_FILE" USING WK-ARCHIVO-MOV
                                         WK-ARCHIVO-DIA
                   RETURNING WK-COPIA-RC
           ELSE
              OPEN OUTPUT RESGUARDO
              CLOSE RESGUARDO
           END-IF.
       F-RESGUARDAR-LOTE. EXIT.

       COPIAR-FUENTE.
           IF FU-CANT(WK-IND) = 0
              GO TO F-COPIAR-FUENTE
           END-IF
           MOVE FU-ARCHIVO(WK-IND) TO WK-ARCHIVO-FTE
           MOVE 0 TO WK-FINAL
           OPEN INPUT MOV-FTE
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-FTE AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MF-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              MOVE MF-REG TO MOV-REG
              WRITE MOV-REG
              ADD 1 TO FU-TOMADOS(WK-IND)
           END-PERFORM
           CLOSE MOV-FTE.
       F-COPIAR-FUENTE. EXIT.

      * MODOS 2 Y 3: VUELVE EL MOV-CUENTAS.PRN ORIGINAL; UN .DIA
      * VACIO QUIERE DECIR QUE NO HABIA LOTE Y EL INTRADIARIO SE
      * BORRA. SIN .DIA NO HAY NADA QUE DEVOLVER
       RESTAURAR-LOTE.
           OPEN INPUT RESGUARDO
           IF NOT ( WK-RES-STAT = "00" )
              MOVE "SIN MOV-CUENTAS.DIA: NO HAY LOTE QUE DEVOLVER"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-RESTAURAR-LOTE
           END-IF
           MOVE 0 TO WK-FINAL
           READ RESGUARDO AT END
                MOVE 1 TO WK-FINAL
           END-READ
           CLOSE RESGUARDO
           IF WK-FINAL = 1
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-MOV
                   RETURNING WK-BORRAR-RC
              MOVE "NO HABIA MOV-CUENTAS.PRN: SE BORRA EL INTRADIARIO"
                TO LIN-AVISO
           ELSE
              CALL "CBL_COPY_FILE" USING WK-ARCHIVO-DIA
                                         WK-ARCHIVO-MOV
                   RETURNING WK-COPIA-RC
              MOVE "MOV-CUENTAS.PRN ORIGINAL RESTAURADO" TO LIN-AVISO
           END-IF
           WRITE REG-LIS FROM LIN-AVISO
           CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-DIA
                RETURNING WK-BORRAR-RC.
       F-RESTAURAR-LOTE. EXIT.

      * MODO 2: CADA FUENTE PIERDE LOS MOVIMIENTOS QUE TOMO EL LOTE
      * (LOS PRIMEROS, EN EL ORDEN EN QUE SE COPIARON) Y CONSERVA LO
      * QUE SE HAYA AGREGADO DESPUES, CERRADO CON SU TRAILER
       CONSUMIR.
           WRITE REG-LIS FROM TITULO-03
           PERFORM CONSUMIR-FUENTE THRU F-CONSUMIR-FUENTE
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 2.
       F-CONSUMIR. EXIT.

       CONSUMIR-FUENTE.
           IF FU-TOMADOS(WK-IND) = 0
              GO TO F-CONSUMIR-FUENTE
           END-IF
           MOVE FU-ARCHIVO(WK-IND) TO WK-ARCHIVO-FTE
           MOVE 0 TO WK-FINAL
                     WK-SALTEADOS
                     WK-QUEDAN
           OPEN INPUT MOV-FTE
           OPEN OUTPUT NUEVO
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-FTE AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MF-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-SALTEADOS < FU-TOMADOS(WK-IND)
                 ADD 1 TO WK-SALTEADOS
                 EXIT PERFORM CYCLE
              END-IF
              MOVE MF-REG TO NUE-REG
              WRITE NUE-REG
              ADD 1 TO WK-QUEDAN
           END-PERFORM
           INITIALIZE NUE-REG
           MOVE "T"       TO TN-MOV
           MOVE WK-QUEDAN TO TN-CANTIDAD
           WRITE NUE-REG
           CLOSE MOV-FTE
                 NUEVO
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-NUE
                                      WK-ARCHIVO-FTE
                RETURNING WK-COPIA-RC
           CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-NUE
                RETURNING WK-BORRAR-RC
           ADD WK-SALTEADOS TO WK-TOTAL-MOV
           MOVE FU-ARCHIVO(WK-IND) TO L-ARCHIVO
           MOVE WK-SALTEADOS       TO L-CANTIDAD
           IF WK-QUEDAN = 0
              MOVE "CONSUMIDO"          TO L-ESTADO
           ELSE
              MOVE "CONSUMIDO, QUEDAN"  TO L-ESTADO
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           MOVE 0 TO FU-TOMADOS(WK-IND).
       F-CONSUMIR-FUENTE. EXIT.

       FINAL-PROG.
           CLOSE LISTADO
           IF LK-MODO = 2
              MOVE WK-TOTAL-MOV TO LK-CANTIDAD
           END-IF
           IF RETURN-CODE = 1 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "Hay fuentes que no verifican"
              END-DISPLAY
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM CTAS013.
