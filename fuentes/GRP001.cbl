      * =================================================================== */
      *                                                                     */
      *   GRP001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   exposicion mensual de los grupos economicos y concentracion      */
      *   de la cartera                                                     */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRP001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 16/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA EXPOSICION SIEMPRE SE MIRO CUENTA POR CUENTA. CORRE LA
      * NOCHE DE FIN DE MES Y, POR CADA GRUPO ECONOMICO DE GRUPOS.DAT
      * (GRP002), SUMA SOBRE LAS CUENTAS VIVAS DE SUS INTEGRANTES:
      *   - EL LIMITE DE CREDITO (CTAS-LIMITE),
      *   - LA DEUDA: SALDO NEGATIVO, LOS DOLARES A LA COTIZACION,
      *   - LAS CUOTAS AUN NO FACTURADAS (CUOTAS.DAT),
      *   - LO QUE FALTA PAGAR DE LOS PLANES VIGENTES (PLANES.IDX),
      *   - LOS COTITULARES, SEPARANDO LOS QUE NO ESTAN DECLARADOS
      *     EN EL GRUPO (VINCULOS QUE RIESGOS DEBERIA REVISAR).
      * LA EXPOSICION DEL GRUPO Y LA DE LA CARTERA SE MIDEN CON LA
      * MISMA REGLA QUE USA LIM002 (PROCEDURE-GRUPOS.CPY). EL GRUPO
      * QUE SUPERA EL PORCENTAJE DE LA CARTERA DE GRP001.PAR (DEFAULT
      * 10,00) SALE MARCADO "EXCEDE" CON EL DETALLE DE SUS
      * INTEGRANTES.
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
           COPY "\COBOL\fuentes\cpy\grupos.sel".
           COPY "\COBOL\fuentes\cpy\parametros-grupos.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\cotizaciones.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-GRP001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-grupos.fds".
       COPY "\COBOL\fuentes\cpy\fd-parametros-grupos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotizaciones.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-grupos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cotizacion.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CUO-STAT                  PIC X(02).
       77  WK-PLN-STAT                  PIC X(02).
       77  WK-COT-STAT                  PIC X(02).

       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-IND-2                     PIC 9(04)      VALUE 0.
       77  WK-PRIMERA                   PIC 9          VALUE 0.
       77  WK-GRUPOS                    PIC 9(06)      VALUE 0.
       77  WK-EXCEDIDOS                 PIC 9(06)      VALUE 0.
       77  WK-PORCENTAJE                PIC 9(03)V99   VALUE 0.
       77  WK-TOT-EXPOSICION            PIC 9(15)V99   VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(55) VALUE
            "EXPOSICION POR GRUPO ECONOMICO - GRP001".
            03 FILLER                   PIC X(55) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(132) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(46) VALUE
            "Grupo  Int. Ctas         Limite          Deuda".
            03 FILLER                   PIC X(44) VALUE
            "   Cuotas s/fact   Planes vigent Cotit Fuera".
            03 FILLER                   PIC X(33) VALUE
            "        Exposicion  % Cart  Marca".

       01  LIN-DETALLE.
            03 L-GRUPO                  PIC 9(06).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-MIEMBROS               PIC ZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-CUENTAS                PIC ZZZ9.
            03 L-LIMITE                 PIC ZZZ.ZZZ.ZZZ.ZZ9.
            03 L-DEUDA                  PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CUOTAS                 PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PLANES                 PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-COTITULARES            PIC ZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-COT-FUERA              PIC ZZZZ9.
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-EXPOSICION             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PORCENTAJE             PIC ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-MARCA                  PIC X(06).

       01  LIN-INTEGRANTE.
            03 FILLER                   PIC X(08) VALUE SPACES.
            03 FILLER                   PIC X(12) VALUE "Integrante: ".
            03 L-I-DOCUMENTO            PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-I-VINCULO              PIC X(01).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-I-NOMBRE               PIC X(30).

       01  TITULO-BOTTOM-GRUPOS.
            03 FILLER                   PIC X(28) VALUE
            "Grupos informados........: ".
            03 LIN-TOT-GRUPOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-EXCEDIDOS.
            03 FILLER                   PIC X(28) VALUE
            "Grupos sobre el tope.....: ".
            03 LIN-TOT-EXCEDIDOS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-CARTERA.
            03 FILLER                   PIC X(28) VALUE
            "Exposicion de la cartera.: ".
            03 LIN-TOT-CARTERA          PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-EXPOSICION.
            03 FILLER                   PIC X(28) VALUE
            "Exposicion de los grupos.: ".
            03 LIN-TOT-EXPOSICION       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-TOPE.
            03 FILLER                   PIC X(28) VALUE
            "Tope por grupo...........: ".
            03 LIN-TOT-TOPE             PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE " (".
            03 LIN-TOT-PORCENTAJE       PIC Z9,99.
            03 FILLER                   PIC X(02) VALUE "%)".
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(28) VALUE
            "Total de Hojas...........: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.

       01  LIN-AVISO                    PIC X(132).

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
                                     WK-CTZ-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN INPUT M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ABRIR-GRUPOS   THRU F-ABRIR-GRUPOS
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

      * PRIMERO LA CARTERA ENTERA (DA EL TOPE), DESPUES CADA GRUPO EN
      * EL ORDEN EN QUE APARECE SU PRIMER INTEGRANTE EN GRUPOS.DAT
       PROCESO.
           PERFORM EXPONER-CARTERA THRU F-EXPONER-CARTERA
           PERFORM INFORMAR-GRUPO THRU F-INFORMAR-GRUPO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GRU-CANT.
       F-PROCESO. EXIT.

       INFORMAR-GRUPO.
           MOVE TAB-GRU-NUMERO(WK-IND) TO WK-GEX-GRUPO
           PERFORM PRIMERA-APARICION THRU F-PRIMERA-APARICION
           IF WK-PRIMERA = 0
              GO TO F-INFORMAR-GRUPO
           END-IF
           ADD 1 TO WK-GRUPOS
           PERFORM EXPONER-GRUPO THRU F-EXPONER-GRUPO
           ADD WK-GEX-EXPOSICION TO WK-TOT-EXPOSICION
           MOVE 0 TO WK-PORCENTAJE
           IF WK-GEX-CARTERA > 0
              COMPUTE WK-PORCENTAJE ROUNDED =
                      WK-GEX-EXPOSICION * 100 / WK-GEX-CARTERA
           END-IF
           MOVE SPACES TO L-MARCA
           IF WK-GEX-EXPOSICION > WK-GEX-TOPE
              ADD 1 TO WK-EXCEDIDOS
              MOVE "EXCEDE" TO L-MARCA
           END-IF
           PERFORM DETALLE THRU F-DETALLE
           IF L-MARCA = "EXCEDE"
              PERFORM LISTAR-INTEGRANTES THRU F-LISTAR-INTEGRANTES
           END-IF.
       F-INFORMAR-GRUPO. EXIT.

      * EL GRUPO YA SE INFORMO SI UN INTEGRANTE ANTERIOR TIENE SU
      * MISMO NUMERO
       PRIMERA-APARICION.
           MOVE 1 TO WK-PRIMERA
           PERFORM VARYING WK-IND-2 FROM 1 BY 1
                   UNTIL WK-IND-2 NOT < WK-IND
                      OR WK-PRIMERA = 0
              IF TAB-GRU-NUMERO(WK-IND-2) = WK-GEX-GRUPO
                 MOVE 0 TO WK-PRIMERA
              END-IF
           END-PERFORM.
       F-PRIMERA-APARICION. EXIT.

       DETALLE.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-GEX-GRUPO       TO L-GRUPO
           MOVE WK-GEX-MIEMBROS    TO L-MIEMBROS
           MOVE WK-GEX-CUENTAS     TO L-CUENTAS
           MOVE WK-GEX-LIMITE      TO L-LIMITE
           MOVE WK-GEX-DEUDA       TO L-DEUDA
           MOVE WK-GEX-CUOTAS      TO L-CUOTAS
           MOVE WK-GEX-PLANES      TO L-PLANES
           MOVE WK-GEX-COTITULARES TO L-COTITULARES
           MOVE WK-GEX-COT-FUERA   TO L-COT-FUERA
           MOVE WK-GEX-EXPOSICION  TO L-EXPOSICION
           MOVE WK-PORCENTAJE      TO L-PORCENTAJE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       LISTAR-INTEGRANTES.
           PERFORM VARYING WK-IND-2 FROM 1 BY 1
                   UNTIL WK-IND-2 > WK-GRU-CANT
              IF TAB-GRU-NUMERO(WK-IND-2) = WK-GEX-GRUPO
                 IF WK-LINEA > 64
                    PERFORM ENCABEZAR THRU F-ENCABEZAR
                 END-IF
                 MOVE TAB-GRU-DOCUMENTO(WK-IND-2) TO L-I-DOCUMENTO
                 MOVE TAB-GRU-VINCULO(WK-IND-2)   TO L-I-VINCULO
                 MOVE TAB-GRU-NOMBRE(WK-IND-2)    TO L-I-NOMBRE
                 WRITE REG-LIS FROM LIN-INTEGRANTE
                 ADD 1 TO WK-LINEA
              END-IF
           END-PERFORM.
       F-LISTAR-INTEGRANTES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES THRU F-TOTALES
           PERFORM CERRAR-GRUPOS THRU F-CERRAR-GRUPOS
           CLOSE M-CUENTAS
                 LISTADO
           MOVE WK-GRUPOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 54
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE WK-GRUPOS          TO LIN-TOT-GRUPOS
           MOVE WK-EXCEDIDOS       TO LIN-TOT-EXCEDIDOS
           MOVE WK-GEX-CARTERA     TO LIN-TOT-CARTERA
           MOVE WK-TOT-EXPOSICION  TO LIN-TOT-EXPOSICION
           MOVE WK-GEX-TOPE        TO LIN-TOT-TOPE
           MOVE WK-GRP-PORCENTAJE  TO LIN-TOT-PORCENTAJE
           WRITE REG-LIS FROM TITULO-BOTTOM-GRUPOS
           WRITE REG-LIS FROM TITULO-BOTTOM-EXCEDIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CARTERA
           WRITE REG-LIS FROM TITULO-BOTTOM-EXPOSICION
           WRITE REG-LIS FROM TITULO-BOTTOM-TOPE
           IF WK-GRU-DESBORDE = 1
              MOVE "ATENCION: GRUPOS.DAT SUPERA LOS 5000 INTEGRANTES; LO
      -       "S EXCEDENTES NO SE INFORMARON" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           IF WK-GEX-CUO-DESBORDE = 1
              MOVE "ATENCION: CUOTAS DE MAS DE 9999 CUENTAS; LAS EXCEDEN
      -       "TES NO SUMAN CUOTAS" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-cotizacion.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grupos.cpy".

       END PROGRAM GRP001.
