      * =================================================================== */
      *                                                                     */
      *   AGC001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   colocacion de cuentas en mora en agencias de cobranza            */
      *   externas y envio de las novedades a cada agencia                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGC001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * GES001/GES002 Y LA CARTERA DE GESTORES (GTR001/GTR002) CUBREN
      * SOLO AL PERSONAL PROPIO. ESTE BATCH NOCTURNO PASA A UNA
      * AGENCIA DE COBRANZA EXTERNA LAS CUENTAS QUE YA SUPERARON LOS
      * DIAS DE MORA DE AGC001.PAR (DEFAULT 90):
      *   - SITUACION 3, SIN BAJA, SALDO NEGATIVO, CON FECHA DE
      *     SITUACION Y MAS DE N DIAS DESDE ELLA (FEC-DIF, COMO
      *     CTAS010) Y SIN COLOCACION ACTIVA: SE COLOCA EN LA AGENCIA
      *     ACTIVA DE AGENCIAS.PAR CON MENOS CARTERA, SALTEANDO LA
      *     QUE LA DEVOLVIO LA ULTIMA VEZ. SI NO QUEDA NINGUNA SE
      *     LISTA "SIN AGENCIA" Y SE REINTENTA LA NOCHE SIGUIENTE.
      *   - UNA COLOCACION ACTIVA SE CIERRA CUANDO LA CUENTA SE
      *     REGULARIZA (SITUACION 7 O MORA CON SALDO NO DEUDOR), SE DA
      *     DE BAJA O PASA A UNA SITUACION QUE NO GESTIONA LA AGENCIA
      *     (FRAUDE, SUCESION...). LAS CASTIGADAS (SITUACION 4) SIGUEN
      *     COLOCADAS: LA AGENCIA PERSIGUE EL RECUPERO.
      * CADA AGENCIA CON NOVEDADES RECIBE SU ARCHIVO
      * AGENCIA-NNN-AAAAMMDD.TXT (CABECERA, "A" ALTAS, "B" BAJAS Y
      * TRAILER), QUE SE ASIENTA EN TRN001 COMO "AGENCIA-NNN" PARA QUE
      * TRN002 PERSIGA EL ACUSE. EL REGISTRO DE COLOCACIONES SE CARGA
      * EN TABLA Y SE REESCRIBE ENTERO, COMO TRN002; SI DESBORDA LA
      * TABLA NO SE TOCA NADA Y SE TERMINA CON RETURN-CODE 1.
      * LA AGENCIA NO CONOCE EL NUMERO INTERNO: CADA NOVEDAD LLEVA EL
      * TIPO Y NUMERO DEL DOCUMENTO REAL, QUE VAL-DOC DEVUELVE A
      * PARTIR DEL INTERNO, Y CON ESE MISMO DOCUMENTO LO DEVUELVE LA
      * AGENCIA (AGC002).
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
           COPY "\COBOL\fuentes\cpy\agencias.sel".
           COPY "\COBOL\fuentes\cpy\colocaciones.sel".
           SELECT NOVEDADES
           ASSIGN TO WK-ARCHIVO-AGENCIA
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-AGC001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\agc001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-agencias.fds".
       COPY "\COBOL\fuentes\cpy\fd-colocaciones.fds".

      * NOVEDADES PARA LA AGENCIA: "A" CUENTA QUE SE LE ASIGNA, "B"
      * CUENTA QUE SE LE RETIRA (NOV-MOTIVO DICE POR QUE)
       FD  NOVEDADES.
       01  NOV-REG.
           03 NOV-TIPO                PIC X(01).
      * TIPO Y NUMERO DEL DOCUMENTO REAL, NO EL NUMERO INTERNO
           03 NOV-TIPO-DOC            PIC X(01).
           03 NOV-NRO-DOC             PIC X(11).
           03 NOV-PRODUCTO            PIC 9(02).
           03 NOV-NOMBRE              PIC X(40).
           03 NOV-DEUDA               PIC 9(10)V99.
           03 NOV-DIAS                PIC 9(05).
           03 NOV-MOTIVO              PIC X(02).
       01  NOV-CABECERA REDEFINES NOV-REG.
           03 CAB-TIPO                PIC X(01).
           03 CAB-AGENCIA             PIC 9(03).
           03 CAB-FECHA               PIC 9(08).
           03 FILLER                  PIC X(62).
       01  NOV-TRAILER REDEFINES NOV-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-DEUDA               PIC 9(12)V99.
           03 FILLER                  PIC X(51).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-AGENCIA          PIC 9(04).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AGP-STAT                  PIC X(02).
       77  WK-COL-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)     VALUE 0.
       77  WK-COLOCADAS                 PIC 9(06)     VALUE 0.
       77  WK-CERRADAS                  PIC 9(06)     VALUE 0.
       77  WK-SIN-AGENCIA               PIC 9(06)     VALUE 0.
       77  WK-SIN-CAMBIO                PIC 9(06)     VALUE 0.
       77  WK-ARCHIVOS                  PIC 9(03)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-DIAS-AGENCIA-TOPE         PIC 9(04)     VALUE 0090.
       77  WK-ARCHIVO-AGENCIA           PIC X(60).
       77  WK-MOTIVO                    PIC X(02)     VALUE SPACES.
       77  WK-DEUDA                     PIC 9(10)V99  VALUE 0.
       77  WK-DEUDA-ARCHIVO             PIC 9(12)V99  VALUE 0.
       77  WK-CANT-ARCHIVO              PIC 9(08)     VALUE 0.

       77  WK-DIAS-ATRASO               PIC S9(06).
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.
       77  WK-HOY                       PIC 9(08)     VALUE 0.

       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-IND-ACTIVA                PIC 9(04)     VALUE 0.
       77  WK-AGE-DEVOLVIO              PIC 9(03)     VALUE 0.
       77  WK-AGE-IND                   PIC 9(03)     VALUE 0.
       77  WK-AGE-ELEGIDA               PIC 9(03)     VALUE 0.
       77  WK-AGE-CANT                  PIC 9(03)     VALUE 0.
       77  WK-COL-CANT                  PIC 9(04)     VALUE 0.
       77  WK-COL-DESBORDE              PIC 9         VALUE 0.
       77  WK-NOV-IND                   PIC 9(04)     VALUE 0.
       77  WK-NOV-CANT                  PIC 9(04)     VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9         VALUE 0.

      * AGENCIAS DEL CATALOGO CON SU CARTERA ACTIVA (COLOCACIONES
      * "A") Y LAS ALTAS Y BAJAS DE LA NOCHE
       01  TAB-AGENCIAS.
           03 TAB-AGE-ITEM OCCURS 50.
              05 TAB-AGE-CODIGO         PIC 9(03).
              05 TAB-AGE-NOMBRE         PIC X(30).
              05 TAB-AGE-ACTIVA         PIC X(01).
              05 TAB-AGE-CARTERA        PIC 9(06).
              05 TAB-AGE-ALTAS          PIC 9(06).
              05 TAB-AGE-BAJAS          PIC 9(06).

       01  TAB-COLOCACIONES.
           03 TAB-COL-ITEM OCCURS 9999.
              05 TAB-COL-REG            PIC X(49).

      * NOVEDADES DE LA NOCHE, PARA ARMAR DESPUES EL ARCHIVO DE CADA
      * AGENCIA DE UNA SOLA PASADA POR M-CUENTAS
       01  TAB-NOVEDADES.
           03 TAB-NOV-ITEM OCCURS 5000.
              05 TAB-NOV-AGENCIA        PIC 9(03).
              05 TAB-NOV-REG            PIC X(74).

       01  WK-NOVEDAD.
           03 WK-NOV-TIPO               PIC X(01).
           03 WK-NOV-TIPO-DOC           PIC X(01).
           03 WK-NOV-NRO-DOC            PIC X(11).
           03 WK-NOV-PRODUCTO           PIC 9(02).
           03 WK-NOV-NOMBRE             PIC X(40).
           03 WK-NOV-DEUDA              PIC 9(10)V99.
           03 WK-NOV-DIAS               PIC 9(05).
           03 WK-NOV-MOTIVO             PIC X(02).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "COLOCACION EN AGENCIAS DE COBRANZA - AGC001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(05) VALUE "Agen.".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Titular".
            03 FILLER                   PIC X(20) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Dias".
            03 FILLER                   PIC X(09) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Deuda".
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-AGENCIA                PIC ZZ9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-NOM-CORTO              PIC X(26).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DIAS                   PIC ZZZZZ9.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-DEUDA                  PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(24).

       01  TITULO-RESUMEN.
            03 FILLER                   PIC X(05) VALUE "Agen.".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Nombre".
            03 FILLER                   PIC X(26) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Altas".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Bajas".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Cartera".

       01  LIN-RESUMEN.
            03 L-RES-AGENCIA            PIC ZZ9.
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-RES-NOMBRE             PIC X(30).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-RES-ALTAS              PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RES-BAJAS              PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-RES-CARTERA            PIC ZZZZZ9.

       01  TITULO-BOTTOM-LEIDAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas Leidas...: ".
            03 LIN-TOT-LEIDAS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-COLOCADAS.
            03 FILLER                   PIC X(20) VALUE
            "Colocadas........: ".
            03 LIN-TOT-COLOCADAS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-CERRADAS.
            03 FILLER                   PIC X(20) VALUE
            "Retiradas........: ".
            03 LIN-TOT-CERRADAS         PIC ZZZZZ9.
       01  TITULO-BOTTOM-SINAGENCIA.
            03 FILLER                   PIC X(20) VALUE
            "Sin agencia......: ".
            03 LIN-TOT-SINAGENCIA       PIC ZZZZZ9.
       01  TITULO-BOTTOM-SINCAMBIO.
            03 FILLER                   PIC X(20) VALUE
            "Sin cambio.......: ".
            03 LIN-TOT-SINCAMBIO        PIC ZZZZZ9.
       01  TITULO-BOTTOM-ARCHIVOS.
            03 FILLER                   PIC X(20) VALUE
            "Archivos enviados: ".
            03 LIN-TOT-ARCHIVOS         PIC ZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
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

      * CARGA PARAMETRO, CATALOGO Y REGISTRO DE COLOCACIONES Y ABRE
      * EL MAESTRO Y EL LISTADO
       INICIO.
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM LEER-PARAMETRO      THRU F-LEER-PARAMETRO
           PERFORM CARGAR-AGENCIAS     THRU F-CARGAR-AGENCIAS
           PERFORM CARGAR-COLOCACIONES THRU F-CARGAR-COLOCACIONES
           OPEN INPUT  M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * LEE EL UMBRAL DE DIAS EN MORA DESDE AGC001.PAR; SIN ARCHIVO
      * O EN CERO SE USA EL DEFAULT DE 90 DIAS
       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-DIAS-AGENCIA > 0
                      MOVE PAR-DIAS-AGENCIA TO WK-DIAS-AGENCIA-TOPE
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

       CARGAR-AGENCIAS.
           OPEN INPUT AGENCIAS
           IF NOT ( WK-AGP-STAT = "00" )
              GO TO F-CARGAR-AGENCIAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AGENCIAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-AGE-CANT < 50
                 ADD 1 TO WK-AGE-CANT
                 MOVE AGP-CODIGO TO TAB-AGE-CODIGO(WK-AGE-CANT)
                 MOVE AGP-NOMBRE TO TAB-AGE-NOMBRE(WK-AGE-CANT)
                 MOVE AGP-ACTIVA TO TAB-AGE-ACTIVA(WK-AGE-CANT)
                 MOVE 0 TO TAB-AGE-CARTERA(WK-AGE-CANT)
                           TAB-AGE-ALTAS(WK-AGE-CANT)
                           TAB-AGE-BAJAS(WK-AGE-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AGENCIAS.
       F-CARGAR-AGENCIAS. EXIT.

      * CARGA EL REGISTRO Y CUENTA LA CARTERA ACTIVA DE CADA AGENCIA
       CARGAR-COLOCACIONES.
           OPEN INPUT COLOCACIONES
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-CARGAR-COLOCACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ COLOCACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-COL-CANT < 9999
                 ADD 1 TO WK-COL-CANT
                 MOVE COL-REG TO TAB-COL-REG(WK-COL-CANT)
                 IF COL-ESTADO = "A"
                    PERFORM BUSCAR-AGENCIA THRU F-BUSCAR-AGENCIA
                    IF WK-AGE-IND > 0
                       ADD 1 TO TAB-AGE-CARTERA(WK-AGE-IND)
                    END-IF
                 END-IF
              ELSE
                 MOVE 1 TO WK-COL-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE COLOCACIONES.
       F-CARGAR-COLOCACIONES. EXIT.

      * UBICA COL-AGENCIA EN EL CATALOGO (WK-AGE-IND = 0 SI NO ESTA)
       BUSCAR-AGENCIA.
           PERFORM VARYING WK-AGE-IND FROM 1 BY 1
                   UNTIL WK-AGE-IND > WK-AGE-CANT
              IF TAB-AGE-CODIGO(WK-AGE-IND) = COL-AGENCIA
                 GO TO F-BUSCAR-AGENCIA
              END-IF
           END-PERFORM
           MOVE 0 TO WK-AGE-IND.
       F-BUSCAR-AGENCIA. EXIT.

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
      * UNA TABLA DESBORDADA REESCRIBIRIA EL REGISTRO SIN LAS
      * COLOCACIONES QUE NO ENTRARON; MEJOR FRENAR SIN TOCAR NADA
           IF WK-COL-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Colocaciones desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDAS
              PERFORM EVALUAR-CUENTA THRU F-EVALUAR-CUENTA
           END-PERFORM
           MOVE 0 TO WK-FINAL
           PERFORM EMITIR-ARCHIVOS THRU F-EMITIR-ARCHIVOS.
       F-PROCESO. EXIT.

       EVALUAR-CUENTA.
           PERFORM BUSCAR-COLOCACION THRU F-BUSCAR-COLOCACION
           IF WK-IND-ACTIVA > 0
              PERFORM EVALUAR-RETIRO THRU F-EVALUAR-RETIRO
              GO TO F-EVALUAR-CUENTA
           END-IF
           IF CTAS-FECHA-BAJA <> 0
              OR NOT ( CTAS-SITUACION = 3 )
              OR NOT ( CTAS-SALDO < 0 )
              OR CTAS-FECHA-SITUACION = 0
              ADD 1 TO WK-SIN-CAMBIO
              GO TO F-EVALUAR-CUENTA
           END-IF
           PERFORM CALCULAR-ATRASO THRU F-CALCULAR-ATRASO
           IF WK-DIAS-ATRASO > WK-DIAS-AGENCIA-TOPE
              PERFORM COLOCAR THRU F-COLOCAR
           ELSE
              ADD 1 TO WK-SIN-CAMBIO
           END-IF.
       F-EVALUAR-CUENTA. EXIT.

      * WK-IND-ACTIVA: COLOCACION "A" DE LA CUENTA (0 SI NO TIENE).
      * WK-AGE-DEVOLVIO: AGENCIA DE LA ULTIMA DEVOLUCION ("D"), PARA
      * NO VOLVER A MANDARLE UNA CUENTA QUE YA NO PUDO COBRAR
       BUSCAR-COLOCACION.
           MOVE 0 TO WK-IND-ACTIVA
                     WK-AGE-DEVOLVIO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-COL-CANT
              MOVE TAB-COL-REG(WK-IND) TO COL-REG
              IF COL-DOCUMENTO = CTAS-DOCUMENTO
                 AND COL-PRODUCTO = CTAS-PRODUCTO
                 IF COL-ESTADO = "A"
                    MOVE WK-IND TO WK-IND-ACTIVA
                 END-IF
                 IF COL-ESTADO = "D"
                    MOVE COL-AGENCIA TO WK-AGE-DEVOLVIO
                 END-IF
              END-IF
           END-PERFORM.
       F-BUSCAR-COLOCACION. EXIT.

      * DIAS TRANSCURRIDOS DESDE QUE LA CUENTA ENTRO EN MORA, EN
      * DIAS EXACTOS DE CALENDARIO (FEC-DIF), IGUAL QUE CTAS010
       CALCULAR-ATRASO.
           CALL "FEC-DIF" USING CTAS-FECHA-SITUACION
                                WK-HOY
                                WK-DIAS-ATRASO
                                WK-DIAS-HABILES-DIF
                                WK-DIF-VALIDA
           IF WK-DIF-VALIDA = "N" OR WK-DIAS-ATRASO < 0
              MOVE 0 TO WK-DIAS-ATRASO
           END-IF.
       F-CALCULAR-ATRASO. EXIT.

      * LA AGENCIA ACTIVA CON MENOS CARTERA, SALVO LA QUE DEVOLVIO LA
      * CUENTA; SIN AGENCIA DISPONIBLE O SIN LUGAR EN LAS TABLAS LA
      * CUENTA QUEDA PARA LA NOCHE SIGUIENTE
       COLOCAR.
           PERFORM ELEGIR-AGENCIA THRU F-ELEGIR-AGENCIA
           IF WK-AGE-ELEGIDA = 0
              ADD 1 TO WK-SIN-AGENCIA
              MOVE 0 TO L-AGENCIA
              MOVE "SIN AGENCIA DISPONIBLE" TO L-OBS
              COMPUTE WK-DEUDA = 0 - CTAS-SALDO
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-COLOCAR
           END-IF
           IF WK-COL-CANT NOT < 9999 OR WK-NOV-CANT NOT < 5000
              ADD 1 TO WK-SIN-CAMBIO
              GO TO F-COLOCAR
           END-IF
           INITIALIZE COL-REG
           MOVE CTAS-DOCUMENTO  TO COL-DOCUMENTO
           MOVE CTAS-PRODUCTO   TO COL-PRODUCTO
           MOVE TAB-AGE-CODIGO(WK-AGE-ELEGIDA) TO COL-AGENCIA
           MOVE WK-HOY          TO COL-FECHA-ALTA
           MOVE 0               TO COL-FECHA-FIN
           MOVE "A"             TO COL-ESTADO
           MOVE CTAS-SALDO      TO COL-SALDO-ALTA
           MOVE WK-DIAS-ATRASO  TO COL-DIAS-ALTA
           MOVE SPACES          TO COL-MOTIVO
           ADD 1 TO WK-COL-CANT
           MOVE COL-REG TO TAB-COL-REG(WK-COL-CANT)
           MOVE 1 TO WK-HUBO-CAMBIOS
           ADD 1 TO TAB-AGE-CARTERA(WK-AGE-ELEGIDA)
           ADD 1 TO TAB-AGE-ALTAS(WK-AGE-ELEGIDA)
           ADD 1 TO WK-COLOCADAS
           COMPUTE WK-DEUDA = 0 - CTAS-SALDO
           MOVE "A"    TO WK-NOV-TIPO
           MOVE SPACES TO WK-MOTIVO
           PERFORM AGREGAR-NOVEDAD THRU F-AGREGAR-NOVEDAD
           MOVE COL-AGENCIA TO L-AGENCIA
           MOVE "COLOCADA"  TO L-OBS
           PERFORM DETALLE THRU F-DETALLE.
       F-COLOCAR. EXIT.

       ELEGIR-AGENCIA.
           MOVE 0 TO WK-AGE-ELEGIDA
           PERFORM VARYING WK-AGE-IND FROM 1 BY 1
                   UNTIL WK-AGE-IND > WK-AGE-CANT
              IF TAB-AGE-ACTIVA(WK-AGE-IND) = "S"
                 AND TAB-AGE-CODIGO(WK-AGE-IND) NOT = WK-AGE-DEVOLVIO
                 IF WK-AGE-ELEGIDA = 0
                    MOVE WK-AGE-IND TO WK-AGE-ELEGIDA
                 ELSE
                    IF TAB-AGE-CARTERA(WK-AGE-IND) <
                       TAB-AGE-CARTERA(WK-AGE-ELEGIDA)
                       MOVE WK-AGE-IND TO WK-AGE-ELEGIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       F-ELEGIR-AGENCIA. EXIT.

      * LA COLOCACION ACTIVA SE CIERRA SI LA CUENTA YA NO ES UNA MORA
      * QUE LA AGENCIA DEBA GESTIONAR; LAS CASTIGADAS SIGUEN
       EVALUAR-RETIRO.
           MOVE SPACES TO WK-MOTIVO
           EVALUATE TRUE
              WHEN CTAS-FECHA-BAJA <> 0
                 MOVE "BJ" TO WK-MOTIVO
              WHEN CTAS-SITUACION = 7
                 MOVE "RG" TO WK-MOTIVO
              WHEN CTAS-SITUACION = 3 AND NOT ( CTAS-SALDO < 0 )
                 MOVE "RG" TO WK-MOTIVO
              WHEN CTAS-SITUACION = 3 OR CTAS-SITUACION = 4
                 CONTINUE
              WHEN OTHER
                 MOVE "RT" TO WK-MOTIVO
           END-EVALUATE
           IF WK-MOTIVO = SPACES OR WK-NOV-CANT NOT < 5000
              ADD 1 TO WK-SIN-CAMBIO
              GO TO F-EVALUAR-RETIRO
           END-IF
           MOVE TAB-COL-REG(WK-IND-ACTIVA) TO COL-REG
           MOVE "C"       TO COL-ESTADO
           MOVE WK-HOY    TO COL-FECHA-FIN
           MOVE WK-MOTIVO TO COL-MOTIVO
           MOVE COL-REG   TO TAB-COL-REG(WK-IND-ACTIVA)
           MOVE 1 TO WK-HUBO-CAMBIOS
           ADD 1 TO WK-CERRADAS
           PERFORM BUSCAR-AGENCIA THRU F-BUSCAR-AGENCIA
           IF WK-AGE-IND > 0
              SUBTRACT 1 FROM TAB-AGE-CARTERA(WK-AGE-IND)
              ADD 1 TO TAB-AGE-BAJAS(WK-AGE-IND)
           END-IF
           MOVE 0 TO WK-DEUDA
           IF CTAS-SALDO < 0
              COMPUTE WK-DEUDA = 0 - CTAS-SALDO
           END-IF
           MOVE 0 TO WK-DIAS-ATRASO
           MOVE "B" TO WK-NOV-TIPO
           PERFORM AGREGAR-NOVEDAD THRU F-AGREGAR-NOVEDAD
           MOVE COL-AGENCIA TO L-AGENCIA
           EVALUATE WK-MOTIVO
              WHEN "BJ" MOVE "RETIRADA: BAJA"         TO L-OBS
              WHEN "RG" MOVE "RETIRADA: REGULARIZADA" TO L-OBS
              WHEN OTHER MOVE "RETIRADA: SITUACION"   TO L-OBS
           END-EVALUATE
           PERFORM DETALLE THRU F-DETALLE.
       F-EVALUAR-RETIRO. EXIT.

      * GUARDA LA NOVEDAD (WK-NOV-TIPO YA CARGADO) PARA LA AGENCIA
      * DE COL-AGENCIA
       AGREGAR-NOVEDAD.
           MOVE "I"             TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO  TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO     TO WK-NOV-TIPO-DOC
           MOVE WK-VDO-NUMERO   TO WK-NOV-NRO-DOC
           MOVE CTAS-PRODUCTO   TO WK-NOV-PRODUCTO
           MOVE SPACES          TO WK-NOV-NOMBRE
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY SPACE
              INTO WK-NOV-NOMBRE
           END-STRING
           MOVE WK-DEUDA        TO WK-NOV-DEUDA
           MOVE WK-DIAS-ATRASO  TO WK-NOV-DIAS
           MOVE WK-MOTIVO       TO WK-NOV-MOTIVO
           ADD 1 TO WK-NOV-CANT
           MOVE COL-AGENCIA     TO TAB-NOV-AGENCIA(WK-NOV-CANT)
           MOVE WK-NOVEDAD      TO TAB-NOV-REG(WK-NOV-CANT).
       F-AGREGAR-NOVEDAD. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO TO L-DOC
           MOVE SPACES         TO L-NOM-CORTO
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY SPACE
              INTO L-NOM-CORTO
           END-STRING
           MOVE CTAS-PRODUCTO  TO L-PROD
           MOVE WK-DIAS-ATRASO TO L-DIAS
           MOVE WK-DEUDA       TO L-DEUDA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

      * UN ARCHIVO POR AGENCIA CON NOVEDADES, ASENTADO EN TRN001
       EMITIR-ARCHIVOS.
           PERFORM VARYING WK-AGE-IND FROM 1 BY 1
                   UNTIL WK-AGE-IND > WK-AGE-CANT
              IF TAB-AGE-ALTAS(WK-AGE-IND) > 0
                 OR TAB-AGE-BAJAS(WK-AGE-IND) > 0
                 PERFORM EMITIR-AGENCIA THRU F-EMITIR-AGENCIA
              END-IF
           END-PERFORM.
       F-EMITIR-ARCHIVOS. EXIT.

       EMITIR-AGENCIA.
           INITIALIZE WK-ARCHIVO-AGENCIA
           STRING "\COBOL\listado\AGENCIA-"
                  TAB-AGE-CODIGO(WK-AGE-IND)
                  "-"
                  WK-HOY
                  ".txt"
                  INTO WK-ARCHIVO-AGENCIA
           END-STRING
           OPEN OUTPUT NOVEDADES
           INITIALIZE NOV-REG
           MOVE "H"    TO CAB-TIPO
           MOVE TAB-AGE-CODIGO(WK-AGE-IND) TO CAB-AGENCIA
           MOVE WK-HOY TO CAB-FECHA
           WRITE NOV-REG
           MOVE 0 TO WK-CANT-ARCHIVO
                     WK-DEUDA-ARCHIVO
           PERFORM VARYING WK-NOV-IND FROM 1 BY 1
                   UNTIL WK-NOV-IND > WK-NOV-CANT
              IF TAB-NOV-AGENCIA(WK-NOV-IND) =
                 TAB-AGE-CODIGO(WK-AGE-IND)
                 MOVE TAB-NOV-REG(WK-NOV-IND) TO NOV-REG
                 WRITE NOV-REG
                 ADD 1 TO WK-CANT-ARCHIVO
                 ADD NOV-DEUDA TO WK-DEUDA-ARCHIVO
              END-IF
           END-PERFORM
           INITIALIZE NOV-REG
           MOVE "T"              TO TRL-TIPO
           MOVE WK-CANT-ARCHIVO  TO TRL-CANTIDAD
           MOVE WK-DEUDA-ARCHIVO TO TRL-DEUDA
           WRITE NOV-REG
           CLOSE NOVEDADES
           ADD 1 TO WK-ARCHIVOS
      * LA TRANSMISION QUEDA ASENTADA EN EL REGISTRO DE SALIENTES
      * PARA QUE TRN002 PERSIGA EL ACUSE DE LA AGENCIA
           MOVE SPACES TO WK-TRN-ARCHIVO
           STRING "agencia-"
                  TAB-AGE-CODIGO(WK-AGE-IND)
                  INTO WK-TRN-ARCHIVO
           END-STRING
           MOVE WK-CANT-ARCHIVO TO WK-TRN-CANTIDAD
           MOVE 0 TO WK-TRN-PLAZO
           CALL "TRN001" USING WK-TRN-ARCHIVO
                               WK-TRN-CANTIDAD
                               WK-TRN-PLAZO.
       F-EMITIR-AGENCIA. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1 AND WK-COL-DESBORDE = 0
              OPEN OUTPUT COLOCACIONES
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-COL-CANT
                 MOVE TAB-COL-REG(WK-IND) TO COL-REG
                 WRITE COL-REG
              END-PERFORM
              CLOSE COLOCACIONES
           END-IF
           CLOSE M-CUENTAS
           PERFORM RESUMEN-AGENCIAS THRU F-RESUMEN-AGENCIAS
           PERFORM TOTALES          THRU F-TOTALES
           CLOSE LISTADO
           MOVE WK-LEIDAS TO LK-CANTIDAD
           IF WK-COLOCADAS + WK-CERRADAS + WK-SIN-AGENCIA
              + WK-SIN-CAMBIO <> WK-LEIDAS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

      * CARTERA DE CADA AGENCIA DESPUES DE LAS NOVEDADES DE LA NOCHE
       RESUMEN-AGENCIAS.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-RESUMEN
           WRITE REG-LIS FROM TITULO-LINE
           ADD 3 TO WK-LINEA
           PERFORM VARYING WK-AGE-IND FROM 1 BY 1
                   UNTIL WK-AGE-IND > WK-AGE-CANT
              IF WK-LINEA > 64
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              MOVE TAB-AGE-CODIGO(WK-AGE-IND)  TO L-RES-AGENCIA
              MOVE TAB-AGE-NOMBRE(WK-AGE-IND)  TO L-RES-NOMBRE
              MOVE TAB-AGE-ALTAS(WK-AGE-IND)   TO L-RES-ALTAS
              MOVE TAB-AGE-BAJAS(WK-AGE-IND)   TO L-RES-BAJAS
              MOVE TAB-AGE-CARTERA(WK-AGE-IND) TO L-RES-CARTERA
              WRITE REG-LIS FROM LIN-RESUMEN
              ADD 1 TO WK-LINEA
           END-PERFORM.
       F-RESUMEN-AGENCIAS. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS      TO LIN-TOT-LEIDAS
           MOVE WK-COLOCADAS   TO LIN-TOT-COLOCADAS
           MOVE WK-CERRADAS    TO LIN-TOT-CERRADAS
           MOVE WK-SIN-AGENCIA TO LIN-TOT-SINAGENCIA
           MOVE WK-SIN-CAMBIO  TO LIN-TOT-SINCAMBIO
           MOVE WK-ARCHIVOS    TO LIN-TOT-ARCHIVOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-COLOCADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-CERRADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-SINAGENCIA
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCAMBIO
           WRITE REG-LIS FROM TITULO-BOTTOM-ARCHIVOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM AGC001.
