      * =================================================================== */
      *                                                                     */
      *   CAJ002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   resumen nocturno de cajas por sucursal: arqueos de los cajeros   */
      *   contra el diario de caja, sobrantes y faltantes para CNT001      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJ002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CADA CAJERO ARQUEA SU CAJA EN CAJ001 AL CIERRE DEL DIA. ESTE
      * PASO DE LA NOCTURNA, ANTES DE CNT001:
      *   - SUMA EL DIARIO DE CAJA DEL DIA (CAJA-DIARIO.DAT) POR
      *     CAJERO Y SUCURSAL: RECIBOS, COBRADO Y ANULADO,
      *   - LO CRUZA CON LOS ARQUEOS DEL DIA (CAJA-ARQUEOS.DAT) Y
      *     RECALCULA LA DIFERENCIA CONTRA EL DIARIO, QUE MANDA,
      *   - LISTA CAJERO POR CAJERO EL SOBRANTE O FALTANTE Y DESTACA
      *     LAS CAJAS QUE COBRARON Y NO SE ARQUEARON,
      *   - Y GRABA CAJA-RESUMEN-AAAAMMDD.DAT, UN RENGLON POR
      *     SUCURSAL, DEL QUE CNT001 ASIENTA SOBRANTES ("4") Y
      *     FALTANTES ("5") CONTRA LA CAJA.
      * UNA CAJA SIN ARQUEO NO GENERA DIFERENCIA (NO HAY EFECTIVO
      * DECLARADO CONTRA QUE COMPARAR) Y EL PASO TERMINA CON
      * RETURN-CODE 4 PARA QUE LA BITACORA LO MUESTRE; LA CADENA
      * SIGUE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\caja-diario.sel".
           COPY "\COBOL\fuentes\cpy\caja-arqueos.sel".
           COPY "\COBOL\fuentes\cpy\caja-resumen.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CAJ002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-caja-diario.fds".
       COPY "\COBOL\fuentes\cpy\fd-caja-arqueos.fds".
       COPY "\COBOL\fuentes\cpy\fd-caja-resumen.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-CJD-STAT                  PIC X(02).
       77  WK-ARQ-STAT                  PIC X(02).
       77  WK-CJR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(09)      VALUE 0.
       77  WK-ARQUEOS                   PIC 9(06)      VALUE 0.
       77  WK-SIN-ARQUEO                PIC 9(06)      VALUE 0.
       77  WK-SIN-LUGAR                 PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-OPERADOR                  PIC X(08)      VALUE SPACES.
       77  WK-SUCURSAL                  PIC 9(03)      VALUE 0.
       77  WK-CAJ-IND                   PIC 9(03)      VALUE 0.
       77  WK-CAJ-CANT                  PIC 9(03)      VALUE 0.
       77  WK-SUC-IND                   PIC 9(03)      VALUE 0.
       77  WK-SUC-CANT                  PIC 9(03)      VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-NETO                      PIC S9(12)V99  VALUE 0.
       77  WK-TOT-SOBRANTE              PIC 9(12)V99   VALUE 0.
       77  WK-TOT-FALTANTE              PIC 9(12)V99   VALUE 0.

      * UN RENGLON POR CAJERO Y SUCURSAL QUE COBRO O ARQUEO HOY
       01  TAB-CAJEROS.
           03 TAB-CAJ-ITEM OCCURS 200.
              05 TAB-CAJ-OPERADOR       PIC X(08).
              05 TAB-CAJ-SUCURSAL       PIC 9(03).
              05 TAB-CAJ-RECIBOS        PIC 9(05).
              05 TAB-CAJ-COBRADO        PIC 9(10)V99.
              05 TAB-CAJ-ANULADO        PIC 9(10)V99.
              05 TAB-CAJ-ARQUEADO       PIC 9.
              05 TAB-CAJ-DECLARADO      PIC 9(10)V99.
              05 TAB-CAJ-DIFERENCIA     PIC S9(10)V99.

      * UN RENGLON POR SUCURSAL, LO QUE SE GRABA EN EL RESUMEN
       01  TAB-RESUMEN.
           03 TAB-RES-ITEM OCCURS 200.
              05 TAB-RES-SUCURSAL       PIC 9(03).
              05 TAB-RES-CAJEROS        PIC 9(03).
              05 TAB-RES-SIN-ARQUEO     PIC 9(03).
              05 TAB-RES-RECIBOS        PIC 9(06).
              05 TAB-RES-COBRADO        PIC 9(12)V99.
              05 TAB-RES-ANULADO        PIC 9(12)V99.
              05 TAB-RES-DECLARADO      PIC 9(12)V99.
              05 TAB-RES-SOBRANTE       PIC 9(12)V99.
              05 TAB-RES-FALTANTE       PIC 9(12)V99.

       01  WK-ARCHIVO-RESUMEN-CAJA.
           03 FILLER                    PIC X(25)      VALUE
           "\COBOL\arch\caja-resumen-".
           03 WK-CJR-FECHA              PIC 9(08).
           03 FILLER                    PIC X(04)      VALUE ".dat".

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "ARQUEOS Y RESUMEN DE CAJAS - CAJ002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(05) VALUE "Suc".
            03 FILLER                   PIC X(09) VALUE "Cajero".
            03 FILLER                   PIC X(06) VALUE "Recib".
            03 FILLER                   PIC X(14) VALUE
            "      Cobrado".
            03 FILLER                   PIC X(14) VALUE
            "      Anulado".
            03 FILLER                   PIC X(14) VALUE
            "    Declarado".
            03 FILLER                   PIC X(15) VALUE
            "    Diferencia".
            03 FILLER                   PIC X(10) VALUE "Estado".

       01  LIN-DETALLE.
            03 L-SUCURSAL               PIC 9(03).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OPERADOR               PIC X(08).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-RECIBOS                PIC ZZZZ9.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-COBRADO                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ANULADO                PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-DECLARADO              PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-DIFERENCIA             PIC -ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(10).

       01  TITULO-SUCURSALES            PIC X(100) VALUE
           "RESUMEN POR SUCURSAL (ENTRA AL ASIENTO DE CNT001)".

       01  TITULO-04.
            03 FILLER                   PIC X(05) VALUE "Suc".
            03 FILLER                   PIC X(04) VALUE "Caj".
            03 FILLER                   PIC X(05) VALUE "S/A".
            03 FILLER                   PIC X(18) VALUE
            "     Cobrado neto".
            03 FILLER                   PIC X(18) VALUE
            "        Declarado".
            03 FILLER                   PIC X(18) VALUE
            "         Sobrante".
            03 FILLER                   PIC X(18) VALUE
            "         Faltante".

       01  LIN-SUCURSAL.
            03 L-SUC-SUCURSAL           PIC 9(03).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SUC-CAJEROS            PIC ZZ9.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-SUC-SIN-ARQUEO         PIC ZZ9.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-SUC-NETO               PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SUC-DECLARADO          PIC ZZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SUC-SOBRANTE           PIC ZZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SUC-FALTANTE           PIC ZZZZ.ZZZ.ZZ9,99.

       01  LIN-CONTROL.
            03 L-CTL-ROTULO             PIC X(30).
            03 L-CTL-IMPORTE            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LIN-CANTIDAD.
            03 L-CANT-ROTULO            PIC X(30).
            03 L-CANT                   PIC ZZZZZZZZ9.

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
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           MOVE WK-HOY            TO WK-CJR-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN OUTPUT LISTADO
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
           PERFORM SUMAR-DIARIO   THRU F-SUMAR-DIARIO
           PERFORM CRUZAR-ARQUEOS THRU F-CRUZAR-ARQUEOS
           PERFORM VARYING WK-CAJ-IND FROM 1 BY 1
                   UNTIL WK-CAJ-IND > WK-CAJ-CANT
              PERFORM LISTAR-CAJERO THRU F-LISTAR-CAJERO
           END-PERFORM
           PERFORM GRABAR-RESUMEN THRU F-GRABAR-RESUMEN.
       F-PROCESO. EXIT.

      * RECIBOS ("P"/"Y") Y ANULACIONES ("A") DEL DIA, POR CAJERO Y
      * SUCURSAL
       SUMAR-DIARIO.
           OPEN INPUT CAJA-DIARIO
           IF NOT ( WK-CJD-STAT = "00" )
              GO TO F-SUMAR-DIARIO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CAJA-DIARIO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CJD-FECHA <> WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              MOVE CJD-OPERADOR TO WK-OPERADOR
              MOVE CJD-SUCURSAL TO WK-SUCURSAL
              PERFORM UBICAR-CAJERO THRU F-UBICAR-CAJERO
              IF WK-CAJ-IND = 0
                 ADD 1 TO WK-SIN-LUGAR
                 EXIT PERFORM CYCLE
              END-IF
              IF CJD-TIPO = "A"
                 ADD CJD-IMPORTE TO TAB-CAJ-ANULADO(WK-CAJ-IND)
              ELSE
                 ADD 1           TO TAB-CAJ-RECIBOS(WK-CAJ-IND)
                 ADD CJD-IMPORTE TO TAB-CAJ-COBRADO(WK-CAJ-IND)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CAJA-DIARIO.
       F-SUMAR-DIARIO. EXIT.

      * EL EFECTIVO DECLARADO SALE DEL ARQUEO; LA DIFERENCIA SE
      * RECALCULA CONTRA LO QUE DICE EL DIARIO
       CRUZAR-ARQUEOS.
           OPEN INPUT CAJA-ARQUEOS
           IF NOT ( WK-ARQ-STAT = "00" )
              GO TO F-CRUZAR-ARQUEOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CAJA-ARQUEOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ARQ-FECHA <> WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              MOVE ARQ-OPERADOR TO WK-OPERADOR
              MOVE ARQ-SUCURSAL TO WK-SUCURSAL
              PERFORM UBICAR-CAJERO THRU F-UBICAR-CAJERO
              IF WK-CAJ-IND = 0
                 ADD 1 TO WK-SIN-LUGAR
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-ARQUEOS
              MOVE 1             TO TAB-CAJ-ARQUEADO(WK-CAJ-IND)
              MOVE ARQ-DECLARADO TO TAB-CAJ-DECLARADO(WK-CAJ-IND)
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CAJA-ARQUEOS
           PERFORM VARYING WK-CAJ-IND FROM 1 BY 1
                   UNTIL WK-CAJ-IND > WK-CAJ-CANT
              IF TAB-CAJ-ARQUEADO(WK-CAJ-IND) = 1
                 COMPUTE TAB-CAJ-DIFERENCIA(WK-CAJ-IND) =
                         TAB-CAJ-DECLARADO(WK-CAJ-IND)
                       - TAB-CAJ-COBRADO(WK-CAJ-IND)
                       + TAB-CAJ-ANULADO(WK-CAJ-IND)
              END-IF
           END-PERFORM.
       F-CRUZAR-ARQUEOS. EXIT.

      * BUSCA EL RENGLON DE WK-OPERADOR / WK-SUCURSAL Y LO AGREGA SI
      * NO ESTA; WK-CAJ-IND QUEDA EN CERO SI LA TABLA ESTA LLENA
       UBICAR-CAJERO.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-CAJ-IND FROM 1 BY 1
                   UNTIL WK-CAJ-IND > WK-CAJ-CANT
                      OR WK-ENCONTRADO = 1
              IF TAB-CAJ-OPERADOR(WK-CAJ-IND) = WK-OPERADOR
                 AND TAB-CAJ-SUCURSAL(WK-CAJ-IND) = WK-SUCURSAL
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-CAJ-IND
              GO TO F-UBICAR-CAJERO
           END-IF
           IF WK-CAJ-CANT = 200
              MOVE 0 TO WK-CAJ-IND
              GO TO F-UBICAR-CAJERO
           END-IF
           ADD 1 TO WK-CAJ-CANT
           MOVE WK-CAJ-CANT     TO WK-CAJ-IND
           INITIALIZE TAB-CAJ-ITEM(WK-CAJ-IND)
           MOVE WK-OPERADOR     TO TAB-CAJ-OPERADOR(WK-CAJ-IND)
           MOVE WK-SUCURSAL     TO TAB-CAJ-SUCURSAL(WK-CAJ-IND).
       F-UBICAR-CAJERO. EXIT.

       UBICAR-SUCURSAL.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-SUC-IND FROM 1 BY 1
                   UNTIL WK-SUC-IND > WK-SUC-CANT
                      OR WK-ENCONTRADO = 1
              IF TAB-RES-SUCURSAL(WK-SUC-IND) = WK-SUCURSAL
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-SUC-IND
              GO TO F-UBICAR-SUCURSAL
           END-IF
           ADD 1 TO WK-SUC-CANT
           MOVE WK-SUC-CANT     TO WK-SUC-IND
           INITIALIZE TAB-RES-ITEM(WK-SUC-IND)
           MOVE WK-SUCURSAL     TO TAB-RES-SUCURSAL(WK-SUC-IND).
       F-UBICAR-SUCURSAL. EXIT.

      * UNA LINEA POR CAJERO Y SU APORTE AL RENGLON DE LA SUCURSAL;
      * LA TABLA DE SUCURSALES NO SE LLENA ANTES QUE LA DE CAJEROS
       LISTAR-CAJERO.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-CAJ-SUCURSAL(WK-CAJ-IND)  TO L-SUCURSAL
                                                  WK-SUCURSAL
           MOVE TAB-CAJ-OPERADOR(WK-CAJ-IND)  TO L-OPERADOR
           MOVE TAB-CAJ-RECIBOS(WK-CAJ-IND)   TO L-RECIBOS
           MOVE TAB-CAJ-COBRADO(WK-CAJ-IND)   TO L-COBRADO
           MOVE TAB-CAJ-ANULADO(WK-CAJ-IND)   TO L-ANULADO
           MOVE TAB-CAJ-DECLARADO(WK-CAJ-IND) TO L-DECLARADO
           MOVE TAB-CAJ-DIFERENCIA(WK-CAJ-IND) TO L-DIFERENCIA
           PERFORM UBICAR-SUCURSAL THRU F-UBICAR-SUCURSAL
           ADD 1 TO TAB-RES-CAJEROS(WK-SUC-IND)
           ADD TAB-CAJ-RECIBOS(WK-CAJ-IND)
            TO TAB-RES-RECIBOS(WK-SUC-IND)
           ADD TAB-CAJ-COBRADO(WK-CAJ-IND)
            TO TAB-RES-COBRADO(WK-SUC-IND)
           ADD TAB-CAJ-ANULADO(WK-CAJ-IND)
            TO TAB-RES-ANULADO(WK-SUC-IND)
           EVALUATE TRUE
              WHEN TAB-CAJ-ARQUEADO(WK-CAJ-IND) = 0
                   MOVE "SIN ARQUEO" TO L-ESTADO
                   ADD 1 TO TAB-RES-SIN-ARQUEO(WK-SUC-IND)
                   ADD 1 TO WK-SIN-ARQUEO
              WHEN TAB-CAJ-DIFERENCIA(WK-CAJ-IND) > 0
                   MOVE "SOBRANTE"   TO L-ESTADO
                   ADD TAB-CAJ-DIFERENCIA(WK-CAJ-IND)
                    TO TAB-RES-SOBRANTE(WK-SUC-IND)
                       WK-TOT-SOBRANTE
              WHEN TAB-CAJ-DIFERENCIA(WK-CAJ-IND) < 0
                   MOVE "FALTANTE"   TO L-ESTADO
                   SUBTRACT TAB-CAJ-DIFERENCIA(WK-CAJ-IND)
                       FROM TAB-RES-FALTANTE(WK-SUC-IND)
                            WK-TOT-FALTANTE
              WHEN OTHER
                   MOVE "OK"         TO L-ESTADO
           END-EVALUATE
           ADD TAB-CAJ-DECLARADO(WK-CAJ-IND)
            TO TAB-RES-DECLARADO(WK-SUC-IND)
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR-CAJERO. EXIT.

      * EL RESUMEN DEL DIA SE REGRABA ENTERO: UNA RELANZADA DA EL
      * MISMO ARCHIVO
       GRABAR-RESUMEN.
           OPEN OUTPUT CAJA-RESUMEN
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-SUCURSALES
           WRITE REG-LIS FROM TITULO-04
           WRITE REG-LIS FROM TITULO-LINE
           ADD 4 TO WK-LINEA
           PERFORM VARYING WK-SUC-IND FROM 1 BY 1
                   UNTIL WK-SUC-IND > WK-SUC-CANT
              INITIALIZE CJR-REG
              MOVE WK-HOY                         TO CJR-FECHA
              MOVE TAB-RES-SUCURSAL(WK-SUC-IND)   TO CJR-SUCURSAL
              MOVE TAB-RES-CAJEROS(WK-SUC-IND)    TO CJR-CAJEROS
              MOVE TAB-RES-SIN-ARQUEO(WK-SUC-IND) TO CJR-SIN-ARQUEO
              MOVE TAB-RES-RECIBOS(WK-SUC-IND)    TO CJR-RECIBOS
              MOVE TAB-RES-COBRADO(WK-SUC-IND)    TO CJR-COBRADO
              MOVE TAB-RES-ANULADO(WK-SUC-IND)    TO CJR-ANULADO
              MOVE TAB-RES-DECLARADO(WK-SUC-IND)  TO CJR-DECLARADO
              MOVE TAB-RES-SOBRANTE(WK-SUC-IND)   TO CJR-SOBRANTE
              MOVE TAB-RES-FALTANTE(WK-SUC-IND)   TO CJR-FALTANTE
              WRITE CJR-REG
              IF WK-LINEA > 60
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              COMPUTE WK-NETO = TAB-RES-COBRADO(WK-SUC-IND)
                              - TAB-RES-ANULADO(WK-SUC-IND)
              MOVE TAB-RES-SUCURSAL(WK-SUC-IND)   TO L-SUC-SUCURSAL
              MOVE TAB-RES-CAJEROS(WK-SUC-IND)    TO L-SUC-CAJEROS
              MOVE TAB-RES-SIN-ARQUEO(WK-SUC-IND) TO L-SUC-SIN-ARQUEO
              MOVE WK-NETO                        TO L-SUC-NETO
              MOVE TAB-RES-DECLARADO(WK-SUC-IND)  TO L-SUC-DECLARADO
              MOVE TAB-RES-SOBRANTE(WK-SUC-IND)   TO L-SUC-SOBRANTE
              MOVE TAB-RES-FALTANTE(WK-SUC-IND)   TO L-SUC-FALTANTE
              WRITE REG-LIS FROM LIN-SUCURSAL
              ADD 1 TO WK-LINEA
           END-PERFORM
           CLOSE CAJA-RESUMEN.
       F-GRABAR-RESUMEN. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           CLOSE LISTADO
           MOVE WK-LEIDOS TO LK-CANTIDAD
      * UNA CAJA QUE COBRO Y NO SE ARQUEO (O QUE NO ENTRO EN LA
      * TABLA) QUEDA SIN DIFERENCIA ASENTADA: SE AVISA EN LA BITACORA
           IF WK-SIN-ARQUEO > 0 OR WK-SIN-LUGAR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       TOTALES.
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Registros del diario.........: " TO L-CANT-ROTULO
           MOVE WK-LEIDOS                  TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Cajas del dia................: " TO L-CANT-ROTULO
           MOVE WK-CAJ-CANT                TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Arqueos recibidos............: " TO L-CANT-ROTULO
           MOVE WK-ARQUEOS                 TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Cajas sin arqueo.............: " TO L-CANT-ROTULO
           MOVE WK-SIN-ARQUEO              TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Total sobrantes..............: " TO L-CTL-ROTULO
           MOVE WK-TOT-SOBRANTE            TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Total faltantes..............: " TO L-CTL-ROTULO
           MOVE WK-TOT-FALTANTE            TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           IF WK-SIN-LUGAR > 0
              MOVE "*** CAJAS FUERA DE TABLA: NO ENTRAN AL RESUMEN ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM CAJ002.
