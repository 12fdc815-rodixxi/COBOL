      * =================================================================== */
      *                                                                     */
      *   CAS001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   castigo mensual de cartera incobrable y listado de los           */
      *   recuperos del mes sobre cuentas ya castigadas                    */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAS001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LAS CUENTAS QUE LLEVAN MUCHO TIEMPO EN MORA, Y QUE PRO001 YA
      * PREVISIONA AL 100%, QUEDABAN PARA SIEMPRE EN EL MAESTRO CON
      * SU CTAS-SALDO NEGATIVO. ESTE BATCH MENSUAL LAS CASTIGA:
      *   - SITUACION 3 (EN MORA), SIN BAJA, CON SALDO NEGATIVO Y MAS
      *     DE N DIAS DESDE CTAS-FECHA-SITUACION (DIAS EXACTOS DE
      *     CALENDARIO VIA FEC-DIF, COMO CTAS010 Y PRO001) PASA A
      *     SITUACION 4 (CASTIGADA) Y SU SALDO A CERO: SALE DEL
      *     BALANCE. UNA MORA SIN FECHA DE SITUACION NO SE CASTIGA:
      *     SIN ANTIGUEDAD CIERTA EL CASTIGO QUEDA A CRITERIO DEL
      *     SECTOR. LA MORA POR ARRASTRE (CTAS-ARRASTRE = "S", SIT001)
      *     TAMPOCO: LA CUENTA NO DEBE NADA VENCIDO POR SI MISMA Y SU
      *     FECHA DE SITUACION ES LA DEL CONTAGIO.
      *   - EL IMPORTE CASTIGADO QUEDA EN CASTIGOS.DAT (TIPO "C"),
      *     EL CAMBIO EN LA AUDITORIA CON AUD-MOV = "W" (CNT001 LO
      *     ASIENTA POR TAB-CONTABLE.DAT COMO CUALQUIER MOVIMIENTO) Y
      *     LA TRANSICION DE SITUACION EN SITUACION-TRANS.DAT PARA LA
      *     MATRIZ DE ROD001.
      *   - LOS PAGOS QUE DESPUES ENTRAN CONTRA UNA CUENTA CASTIGADA
      *     (PAG001, CAJ001, DEB002) NO TOCAN EL SALDO: QUEDAN COMO
      *     RECUPERO ("R") EN CASTIGOS.DAT. AL FINAL DEL LISTADO SE
      *     INFORMAN LOS RECUPEROS DEL MES EN CURSO, NETOS DE LOS
      *     ANULADOS EN CAJA ("A", EN NEGATIVO).
      * EL UMBRAL DE DIAS VIVE EN CAS001.PAR (COMO CTAS010.PAR) PARA
      * QUE COBRANZAS LO AJUSTE SIN RECOMPILAR; DEFAULT 180 DIAS, EL
      * MISMO CORTE DESDE EL QUE PRO001 PREVISIONA EL 100%.
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
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CAS001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\cas001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT RODAMIENTO
           ASSIGN TO "\COBOL\arch\situacion-trans.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ROD-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DIAS-CASTIGO          PIC 9(04).

      * MISMO LAYOUT QUE GRABA CTAS010
       FD  RODAMIENTO.
       01  ROD-REG.
           03 ROD-PERIODO             PIC 9(06).
           03 ROD-DOCUMENTO           PIC 9(08).
           03 ROD-PRODUCTO            PIC 9(02).
           03 ROD-SIT-ANTERIOR        PIC 9(01).
           03 ROD-SIT-NUEVA           PIC 9(01).
           03 ROD-SALDO               PIC S9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-ROD-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)     VALUE 0.
       77  WK-CASTIGADAS                PIC 9(06)     VALUE 0.
       77  WK-SIN-CAMBIO                PIC 9(06)     VALUE 0.
       77  WK-RECUPEROS                 PIC 9(06)     VALUE 0.
       77  WK-IMP-CASTIGADO             PIC 9(12)V99  VALUE 0.
       77  WK-IMP-RECUPERADO            PIC 9(12)V99  VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-DIAS-CASTIGO-TOPE         PIC 9(04)     VALUE 0180.
       77  WK-SIT-ANTERIOR              PIC 9(01)     VALUE 0.
       77  WK-PERIODO                   PIC 9(06)     VALUE 0.
       77  WK-CAS-PERIODO               PIC 9(06)     VALUE 0.

       77  WK-DIAS-ATRASO               PIC S9(06).
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.
       77  WK-HOY                       PIC 9(08)     VALUE 0.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "CASTIGO DE CARTERA INCOBRABLE - CAS001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Titular".
            03 FILLER                   PIC X(22) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Dias".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Castigado".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-NOM-CORTO              PIC X(28).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-DIAS                   PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99.

       01  TITULO-RECUPEROS.
            03 FILLER                   PIC X(30) VALUE
            "RECUPEROS DEL MES - PERIODO: ".
            03 TIT-REC-PERIODO          PIC 9(06).

       01  TITULO-04.
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 FILLER                   PIC X(05) VALUE "Fecha".
            03 FILLER                   PIC X(07) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Origen".
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Recibo".
            03 FILLER                   PIC X(08) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".

       01  LIN-RECUPERO.
            03 L-REC-DOC                PIC 9(08).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-REC-PROD               PIC 9(02).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-REC-FECHA              PIC 9(08).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-REC-ORIGEN             PIC X(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-REC-RECIBO             PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-REC-IMPORTE            PIC -ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-LEIDAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas Leidas...: ".
            03 LIN-TOT-LEIDAS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-CASTIGADAS.
            03 FILLER                   PIC X(20) VALUE
            "Castigadas.......: ".
            03 LIN-TOT-CASTIGADAS       PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-CAS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-SINCAMBIO.
            03 FILLER                   PIC X(20) VALUE
            "Sin cambio.......: ".
            03 LIN-TOT-SINCAMBIO        PIC ZZZZZ9.
       01  TITULO-BOTTOM-RECUPEROS.
            03 FILLER                   PIC X(20) VALUE
            "Recuperos del mes: ".
            03 LIN-TOT-RECUPEROS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-REC          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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

      * ABRE ARCHIVOS, LEE EL PARAMETRO Y ANHADE ENCABEZADO
       INICIO.
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           ELSE
              PERFORM LEER-OPERADOR-ACTIVO THRU
                      F-LEER-OPERADOR-ACTIVO
           END-IF
           PERFORM ABRIR-ARCHIVO  THRU F-ABRIR-ARCHIVO
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           COMPUTE WK-PERIODO = WK-HOY / 100
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       ABRIR-ARCHIVO.
           OPEN I-O    M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA
           OPEN EXTEND CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              OPEN OUTPUT CASTIGOS
           END-IF
           OPEN EXTEND RODAMIENTO
           IF NOT ( WK-ROD-STAT = "00" )
              OPEN OUTPUT RODAMIENTO
           END-IF.
       F-ABRIR-ARCHIVO. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF.
       F-ABRIR-AUDITORIA. EXIT.

      * LEE EL UMBRAL DE DIAS EN MORA DESDE CAS001.PAR; SIN ARCHIVO
      * O EN CERO SE USA EL DEFAULT DE 180 DIAS
       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-DIAS-CASTIGO > 0
                      MOVE PAR-DIAS-CASTIGO TO WK-DIAS-CASTIGO-TOPE
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETRO. EXIT.

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

      * RECORRE M-CUENTAS EN ORDEN DE DOCUMENTO (CTAS-CLAVE)
       PROCESO.
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
           MOVE 0 TO WK-FINAL.
       F-PROCESO. EXIT.

       EVALUAR-CUENTA.
           IF CTAS-FECHA-BAJA <> 0
              OR NOT ( CTAS-SITUACION = 3 )
              OR CTAS-ARRASTRE = "S"
              OR NOT ( CTAS-SALDO < 0 )
              OR CTAS-FECHA-SITUACION = 0
              ADD 1 TO WK-SIN-CAMBIO
              GO TO F-EVALUAR-CUENTA
           END-IF
           PERFORM CALCULAR-ATRASO THRU F-CALCULAR-ATRASO
           IF WK-DIAS-ATRASO > WK-DIAS-CASTIGO-TOPE
              PERFORM CASTIGAR THRU F-CASTIGAR
           ELSE
              ADD 1 TO WK-SIN-CAMBIO
           END-IF.
       F-EVALUAR-CUENTA. EXIT.

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

      * EL SALDO DEUDOR SALE DEL BALANCE: QUEDA EN CASTIGOS.DAT Y LA
      * CUENTA PASA A SITUACION 4 CON SALDO CERO
       CASTIGAR.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           MOVE CTAS-SITUACION TO WK-SIT-ANTERIOR
           MOVE 4              TO CTAS-SITUACION
           MOVE WK-HOY         TO CTAS-FECHA-SITUACION
           MOVE 0              TO CTAS-SALDO
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-CASTIGADAS
           COMPUTE WK-IMP-CASTIGADO = WK-IMP-CASTIGADO
                                    - WK-ANT-SALDO
           PERFORM GRABAR-CASTIGO    THRU F-GRABAR-CASTIGO
           PERFORM GRABAR-RODAMIENTO THRU F-GRABAR-RODAMIENTO
           PERFORM GRABAR-AUDITORIA  THRU F-GRABAR-AUDITORIA
           PERFORM DETALLE           THRU F-DETALLE.
       F-CASTIGAR. EXIT.

       GRABAR-CASTIGO.
           INITIALIZE CAS-REG
           MOVE CTAS-DOCUMENTO     TO CAS-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO CAS-PRODUCTO
           MOVE WK-HOY             TO CAS-FECHA
           MOVE "C"                TO CAS-TIPO
           COMPUTE CAS-IMPORTE = 0 - WK-ANT-SALDO
           MOVE WK-DIAS-ATRASO     TO CAS-DIAS-ATRASO
           MOVE "CAS001"           TO CAS-ORIGEN
           MOVE 0                  TO CAS-RECIBO
           MOVE WK-OPERADOR-ACTIVO TO CAS-OPERADOR
           WRITE CAS-REG.
       F-GRABAR-CASTIGO. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9 PARA QUE
      * LA CADENA SE DETENGA EN LUGAR DE SEGUIR A MEDIAS
       ERROR-ES.
           MOVE "CAS001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDAS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           CLOSE LISTADO
           GOBACK.
       F-ERROR-ES. EXIT.

       GRABAR-RODAMIENTO.
           INITIALIZE ROD-REG
           MOVE WK-PERIODO      TO ROD-PERIODO
           MOVE CTAS-DOCUMENTO  TO ROD-DOCUMENTO
           MOVE CTAS-PRODUCTO   TO ROD-PRODUCTO
           MOVE WK-SIT-ANTERIOR TO ROD-SIT-ANTERIOR
           MOVE CTAS-SITUACION  TO ROD-SIT-NUEVA
           MOVE WK-ANT-SALDO    TO ROD-SALDO
           WRITE ROD-REG.
       F-GRABAR-RODAMIENTO. EXIT.

       CAPTURAR-ANTES.
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA.
       F-CAPTURAR-ANTES. EXIT.

      * EL CASTIGO QUEDA CON AUD-MOV = "W": EL DELTA DE SALDO (DEL
      * DEUDOR A CERO) ES LO QUE CNT001 ASIENTA CONTRA LA CUENTA DE
      * CASTIGOS DE TAB-CONTABLE.DAT
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "W"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE WK-OPERADOR-ACTIVO TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO TO L-DOC
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY SPACE
              INTO L-NOM-CORTO
           END-STRING
           MOVE CTAS-PRODUCTO  TO L-PROD
           MOVE WK-DIAS-ATRASO TO L-DIAS
           MOVE CAS-IMPORTE    TO L-IMPORTE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM CERRAR-ARCHIVO     THRU F-CERRAR-ARCHIVO
           PERFORM LISTAR-RECUPEROS   THRU F-LISTAR-RECUPEROS
           PERFORM TOTALES            THRU F-TOTALES
           CLOSE LISTADO
           PERFORM VERIFICAR-TOTALES  THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

      * INFORME MENSUAL DE RECUPEROS: LOS "R" DE CASTIGOS.DAT CON
      * FECHA DEL MES EN CURSO, SEA CUAL SEA EL CANAL QUE LOS COBRO
       LISTAR-RECUPEROS.
           OPEN INPUT CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              GO TO F-LISTAR-RECUPEROS
           END-IF
           PERFORM ENCABEZAR-RECUPEROS THRU F-ENCABEZAR-RECUPEROS
           PERFORM UNTIL WK-FINAL = 1
              READ CASTIGOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              COMPUTE WK-CAS-PERIODO = CAS-FECHA / 100
              IF ( CAS-TIPO = "R" OR "A" )
                 AND WK-CAS-PERIODO = WK-PERIODO
                 PERFORM DETALLE-RECUPERO THRU F-DETALLE-RECUPERO
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CASTIGOS.
       F-LISTAR-RECUPEROS. EXIT.

       ENCABEZAR-RECUPEROS.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-PERIODO TO TIT-REC-PERIODO
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-RECUPEROS
           WRITE REG-LIS FROM TITULO-04
           WRITE REG-LIS FROM TITULO-LINE
           ADD 4 TO WK-LINEA.
       F-ENCABEZAR-RECUPEROS. EXIT.

       DETALLE-RECUPERO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
              WRITE REG-LIS FROM TITULO-04
              ADD 1 TO WK-LINEA
           END-IF
           MOVE CAS-DOCUMENTO TO L-REC-DOC
           MOVE CAS-PRODUCTO  TO L-REC-PROD
           MOVE CAS-FECHA     TO L-REC-FECHA
           MOVE CAS-ORIGEN    TO L-REC-ORIGEN
           MOVE CAS-RECIBO    TO L-REC-RECIBO
      * UNA ANULACION DE CAJA SALE EN NEGATIVO Y DESCUENTA DEL TOTAL
           IF CAS-TIPO = "A"
              COMPUTE L-REC-IMPORTE = 0 - CAS-IMPORTE
              SUBTRACT CAS-IMPORTE FROM WK-IMP-RECUPERADO
           ELSE
              MOVE CAS-IMPORTE TO L-REC-IMPORTE
              ADD 1 TO WK-RECUPEROS
              ADD CAS-IMPORTE TO WK-IMP-RECUPERADO
           END-IF
           WRITE REG-LIS FROM LIN-RECUPERO
           ADD 1 TO WK-LINEA.
       F-DETALLE-RECUPERO. EXIT.

       TOTALES.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS         TO LIN-TOT-LEIDAS
           MOVE WK-CASTIGADAS     TO LIN-TOT-CASTIGADAS
           MOVE WK-IMP-CASTIGADO  TO LIN-TOT-IMP-CAS
           MOVE WK-SIN-CAMBIO     TO LIN-TOT-SINCAMBIO
           MOVE WK-RECUPEROS      TO LIN-TOT-RECUPEROS
           MOVE WK-IMP-RECUPERADO TO LIN-TOT-IMP-REC
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-CASTIGADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCAMBIO
           WRITE REG-LIS FROM TITULO-BOTTOM-RECUPEROS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDAS TO LK-CANTIDAD
           IF WK-CASTIGADAS + WK-SIN-CAMBIO <> WK-LEIDAS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

      * EL LISTADO QUEDA ABIERTO: DESPUES DEL CASTIGO SE LE AGREGAN
      * LOS RECUPEROS DEL MES Y LOS TOTALES
       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 CASTIGOS
                 RODAMIENTO
                 AUDITORIA.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".

       END PROGRAM CAS001.
