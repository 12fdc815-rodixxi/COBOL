      * =================================================================== */
      *                                                                     */
      *   OPV002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   informe mensual de segregacion de funciones: operaciones de     */
      *   empleados sobre cuentas propias o de familiares                  */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPV002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * JUNTA LOS VINCULADAS-AAAAMMDD.DAT QUE OPV001 DEJO CADA NOCHE
      * DEL MES (UN DIA SIN ARCHIVO NO SUMA), LOS ORDENA POR OPERADOR
      * Y DOCUMENTO Y ARMA EL INFORME PARA AUDITORIA INTERNA: CADA
      * OPERADOR CON SUS CASOS Y UN SUBTOTAL, DESTACANDO LAS
      * DECISIONES DE LA COLA DE APROBACION SOBRE CUENTAS PROPIAS O
      * DE FAMILIARES, QUE SON LAS QUE ROMPEN LA SEGREGACION DE
      * FUNCIONES. CIERRA CON LOS OPERADORES NO DADOS DE BAJA QUE NO
      * DECLARARON SU DOCUMENTO EN OPE001, QUE EL CONTROL NO CUBRE.
      * EL PERIODO ES EL MES DE LA CORRIDA, SALVO QUE OPV002.PAR
      * TRAIGA OTRO (MAYOR QUE CERO). CON ALGUN CASO EN EL MES O
      * ALGUN OPERADOR SIN DOCUMENTO TERMINA CON RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\operadores.sel".
           COPY "\COBOL\fuentes\cpy\vinculadas.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\opv002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-OPV002"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\opv002.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-operadores.fds".
       COPY "\COBOL\fuentes\cpy\fd-vinculadas.fds".

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-PERIODO               PIC 9(06).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * CASOS DEL MES ORDENADOS POR OPERADOR, DOCUMENTO Y FECHA
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-FECHA                  PIC 9(08).
           03 SR-OPERADOR               PIC X(08).
           03 SR-ORIGEN                 PIC X(01).
           03 SR-ACTUACION              PIC X(01).
           03 SR-DOCUMENTO              PIC 9(08).
           03 SR-PRODUCTO               PIC 9(02).
           03 SR-VINCULO                PIC X(01).
           03 SR-CLASE                  PIC X(01).
           03 SR-IMPORTE                PIC S9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-OPE-STAT                  PIC X(02).
       77  WK-OPV-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-DIA                       PIC 9(02)      VALUE 0.
       77  WK-DIAS-CON-ARCHIVO          PIC 9(02)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-OPE-CANT                  PIC 9(04)      VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-OPE-ANTERIOR              PIC X(08)      VALUE SPACES.

       77  WK-CASOS                     PIC 9(08)      VALUE 0.
       77  WK-OPERADORES                PIC 9(06)      VALUE 0.
       77  WK-OPE-CASOS                 PIC 9(06)      VALUE 0.
       77  WK-OPE-DECISIONES            PIC 9(06)      VALUE 0.
       77  WK-OPE-IMPORTE               PIC S9(12)V99  VALUE 0.
       77  WK-TOT-AUDITORIA             PIC 9(08)      VALUE 0.
       77  WK-TOT-CAJA                  PIC 9(08)      VALUE 0.
       77  WK-TOT-BONIFICACION          PIC 9(08)      VALUE 0.
       77  WK-TOT-APROBACION            PIC 9(08)      VALUE 0.
       77  WK-TOT-DECISIONES            PIC 9(08)      VALUE 0.
       77  WK-SIN-DOCUMENTO             PIC 9(06)      VALUE 0.

       01  WK-ARCHIVO-VINCULADAS.
           03 FILLER                    PIC X(23) VALUE
           "\COBOL\arch\vinculadas-".
           03 WK-VIN-PERIODO            PIC 9(06).
           03 WK-VIN-DIA                PIC 9(02).
           03 FILLER                    PIC X(04) VALUE ".dat".

       01  TAB-OPERADORES.
           03 TAB-OPE-ITEM OCCURS 500.
              05 TAB-OPE-ID             PIC X(08).
              05 TAB-OPE-NOMBRE         PIC X(30).
              05 TAB-OPE-ROL            PIC X(01).
              05 TAB-OPE-ESTADO         PIC X(01).
              05 TAB-OPE-DOCUMENTO      PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(48) VALUE
            "SEGREGACION DE FUNCIONES - CUENTAS VINCULADAS".
            03 FILLER                   PIC X(09) VALUE "PERIODO: ".
            03 TIT-PERIODO              PIC 9(06).
            03 FILLER                   PIC X(05) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(12) VALUE "Fecha".
            03 FILLER                   PIC X(20) VALUE "Origen".
            03 FILLER                   PIC X(11) VALUE "Actuacion".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(05) VALUE "Prod".
            03 FILLER                   PIC X(14) VALUE "Vinculo".
            03 FILLER                   PIC X(06) VALUE "Clase".
            03 FILLER                   PIC X(15) VALUE "Importe".

       01  LIN-OPERADOR.
            03 FILLER                   PIC X(10) VALUE "OPERADOR: ".
            03 L-OPE-ID                 PIC X(08).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 L-OPE-NOMBRE             PIC X(30).
            03 FILLER                   PIC X(07) VALUE "  ROL: ".
            03 L-OPE-ROL                PIC X(01).

       01  LIN-DETALLE.
            03 L-FECHA                  PIC X(10).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-ORIGEN                 PIC X(18).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-ACTUACION              PIC X(09).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-DOCUMENTO              PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PRODUCTO               PIC 9(02).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-VINCULO                PIC X(12).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CLASE                  PIC X(01).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-IMPORTE                PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-MARCA                  PIC X(03).

       01  LIN-SUBTOTAL.
            03 FILLER                   PIC X(12) VALUE SPACES.
            03 FILLER                   PIC X(08) VALUE "CASOS: ".
            03 L-SUB-CASOS              PIC ZZZZ9.
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 FILLER                   PIC X(30) VALUE
            "DECISIONES SIN SEGREGACION: ".
            03 L-SUB-DECISIONES         PIC ZZZZ9.
            03 FILLER                   PIC X(13) VALUE SPACES.
            03 L-SUB-IMPORTE            PIC -ZZZ.ZZZ.ZZ9,99.

       01  LIN-TITULO-SIN-DOC           PIC X(100) VALUE
           "OPERADORES SIN DOCUMENTO DECLARADO (NO CONTROLADOS)".

       01  LIN-SIN-DOC.
            03 FILLER                   PIC X(04) VALUE SPACES.
            03 L-SIN-ID                 PIC X(08).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 L-SIN-NOMBRE             PIC X(30).
            03 FILLER                   PIC X(07) VALUE "  ROL: ".
            03 L-SIN-ROL                PIC X(01).
            03 FILLER                   PIC X(10) VALUE "  ESTADO: ".
            03 L-SIN-ESTADO             PIC X(01).

       01  LIN-SIN-CASOS                PIC X(100) VALUE
           "SIN OPERACIONES SOBRE CUENTAS VINCULADAS EN EL PERIODO".

       01  TITULO-BOTTOM-DIAS.
            03 FILLER                   PIC X(32) VALUE
            "Dias con control nocturno......:".
            03 LIN-TOT-DIAS             PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-OPERADORES.
            03 FILLER                   PIC X(32) VALUE
            "Operadores con casos...........:".
            03 LIN-TOT-OPERADORES       PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-AUDITORIA.
            03 FILLER                   PIC X(32) VALUE
            "Casos en auditoria de cuentas..:".
            03 LIN-TOT-AUDITORIA        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-CAJA.
            03 FILLER                   PIC X(32) VALUE
            "Casos en cobros de caja........:".
            03 LIN-TOT-CAJA             PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-BONIFICACION.
            03 FILLER                   PIC X(32) VALUE
            "Casos en bonificaciones........:".
            03 LIN-TOT-BONIFICACION     PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-APROBACION.
            03 FILLER                   PIC X(32) VALUE
            "Casos en cola de aprobacion....:".
            03 LIN-TOT-APROBACION       PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-DECISIONES.
            03 FILLER                   PIC X(32) VALUE
            "Decisiones sin segregacion.....:".
            03 LIN-TOT-DECISIONES       PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-SIN-DOC.
            03 FILLER                   PIC X(32) VALUE
            "Operadores sin documento.......:".
            03 LIN-TOT-SIN-DOC          PIC ZZZZZZZ9.
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
           COMPUTE WK-PERIODO = WK-HOY / 100
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           MOVE WK-PERIODO        TO TIT-PERIODO
                                     WK-VIN-PERIODO
           PERFORM CARGAR-OPERADORES THRU F-CARGAR-OPERADORES
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
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
       F-LEER-PARAMETROS. EXIT.

       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF NOT ( WK-OPE-STAT = "00" )
              GO TO F-CARGAR-OPERADORES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ OPERADORES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-OPE-CANT >= 500
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-OPE-CANT
              MOVE OPE-ID      TO TAB-OPE-ID(WK-OPE-CANT)
              MOVE OPE-NOMBRE  TO TAB-OPE-NOMBRE(WK-OPE-CANT)
              MOVE OPE-ROL     TO TAB-OPE-ROL(WK-OPE-CANT)
              MOVE OPE-ESTADO  TO TAB-OPE-ESTADO(WK-OPE-CANT)
              IF OPE-DOCUMENTO IS NUMERIC
                 MOVE OPE-DOCUMENTO TO TAB-OPE-DOCUMENTO(WK-OPE-CANT)
              ELSE
                 MOVE 0 TO TAB-OPE-DOCUMENTO(WK-OPE-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE OPERADORES.
       F-CARGAR-OPERADORES. EXIT.

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
           SORT SORT-FILE
                ON ASCENDING KEY SR-OPERADOR
                                 SR-DOCUMENTO
                                 SR-FECHA
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS LISTAR-CASOS
           IF WK-CASOS = 0
              WRITE REG-LIS FROM LIN-SIN-CASOS
              ADD 1 TO WK-LINEA
           END-IF
           PERFORM LISTAR-SIN-DOCUMENTO THRU F-LISTAR-SIN-DOCUMENTO.
       F-PROCESO. EXIT.

      * UN DIA SIN ARCHIVO (SIN CORRIDA NOCTURNA) SIMPLEMENTE NO SUMA
       CARGAR-SORT.
           PERFORM VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > 31
              MOVE WK-DIA TO WK-VIN-DIA
              PERFORM CARGAR-DIA THRU F-CARGAR-DIA
           END-PERFORM.
       F-CARGAR-SORT. EXIT.

       CARGAR-DIA.
           OPEN INPUT VINCULADAS
           IF NOT ( WK-OPV-STAT = "00" )
              GO TO F-CARGAR-DIA
           END-IF
           ADD 1 TO WK-DIAS-CON-ARCHIVO
           PERFORM UNTIL WK-FINAL = 1
              READ VINCULADAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE OPV-REG TO SORT-REC
              RELEASE SORT-REC
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE VINCULADAS.
       F-CARGAR-DIA. EXIT.

      * CORTE POR OPERADOR: ENCABEZADO, SUS CASOS Y EL SUBTOTAL
       LISTAR-CASOS.
           MOVE 0 TO WK-SORT-FINAL
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF WK-CASOS > 0
                 AND NOT ( SR-OPERADOR = WK-OPE-ANTERIOR )
                 PERFORM CERRAR-OPERADOR THRU F-CERRAR-OPERADOR
              END-IF
              IF WK-CASOS = 0
                 OR NOT ( SR-OPERADOR = WK-OPE-ANTERIOR )
                 PERFORM ABRIR-OPERADOR THRU F-ABRIR-OPERADOR
              END-IF
              PERFORM LISTAR-CASO THRU F-LISTAR-CASO
           END-PERFORM
           IF WK-CASOS > 0
              PERFORM CERRAR-OPERADOR THRU F-CERRAR-OPERADOR
           END-IF.
       F-LISTAR-CASOS. EXIT.

       ABRIR-OPERADOR.
           ADD 1 TO WK-OPERADORES
           MOVE SR-OPERADOR TO WK-OPE-ANTERIOR
           MOVE 0 TO WK-OPE-CASOS
                     WK-OPE-DECISIONES
                     WK-OPE-IMPORTE
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-OPE-CANT
                   OR WK-ENCONTRADO = 1
              IF TAB-OPE-ID(WK-IND) = SR-OPERADOR
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           MOVE SR-OPERADOR TO L-OPE-ID
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-IND
              MOVE TAB-OPE-NOMBRE(WK-IND) TO L-OPE-NOMBRE
              MOVE TAB-OPE-ROL(WK-IND)    TO L-OPE-ROL
           ELSE
              MOVE "NO FIGURA EN OPERADORES.DAT" TO L-OPE-NOMBRE
              MOVE SPACE                         TO L-OPE-ROL
           END-IF
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-OPERADOR
           ADD 1 TO WK-LINEA.
       F-ABRIR-OPERADOR. EXIT.

      * UNA APROBACION O UN RECHAZO DE LA COLA SOBRE UNA CUENTA
      * PROPIA O DE UN FAMILIAR SE MARCA CON "***"
       LISTAR-CASO.
           ADD 1 TO WK-CASOS
                    WK-OPE-CASOS
           ADD SR-IMPORTE TO WK-OPE-IMPORTE
           MOVE SPACES TO L-MARCA
           EVALUATE SR-ORIGEN
              WHEN "A"
                 ADD 1 TO WK-TOT-AUDITORIA
                 MOVE "AUDITORIA CUENTAS" TO L-ORIGEN
              WHEN "C"
                 ADD 1 TO WK-TOT-CAJA
                 MOVE "COBRO DE CAJA"     TO L-ORIGEN
              WHEN "B"
                 ADD 1 TO WK-TOT-BONIFICACION
                 MOVE "BONIFICACION"      TO L-ORIGEN
              WHEN OTHER
                 ADD 1 TO WK-TOT-APROBACION
                 MOVE "COLA APROBACION"   TO L-ORIGEN
           END-EVALUATE
           EVALUATE SR-ACTUACION
              WHEN "C"
                 MOVE "CAPTURO"           TO L-ACTUACION
              WHEN "A"
                 MOVE "DECIDIO"           TO L-ACTUACION
                 MOVE "***"               TO L-MARCA
                 ADD 1 TO WK-OPE-DECISIONES
                          WK-TOT-DECISIONES
              WHEN OTHER
                 MOVE "OPERO"             TO L-ACTUACION
           END-EVALUATE
           EVALUATE SR-VINCULO
              WHEN "T"  MOVE "PROPIA"            TO L-VINCULO
              WHEN "C"  MOVE "CONYUGE"           TO L-VINCULO
              WHEN "H"  MOVE "HIJO"              TO L-VINCULO
              WHEN "P"  MOVE "PADRE/MADRE"       TO L-VINCULO
              WHEN OTHER
                        MOVE "FAMILIAR"          TO L-VINCULO
           END-EVALUATE
           MOVE SR-FECHA         TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO L-FECHA
           MOVE SR-DOCUMENTO     TO L-DOCUMENTO
           MOVE SR-PRODUCTO      TO L-PRODUCTO
           MOVE SR-CLASE         TO L-CLASE
           MOVE SR-IMPORTE       TO L-IMPORTE
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR-CASO. EXIT.

       CERRAR-OPERADOR.
           MOVE WK-OPE-CASOS      TO L-SUB-CASOS
           MOVE WK-OPE-DECISIONES TO L-SUB-DECISIONES
           MOVE WK-OPE-IMPORTE    TO L-SUB-IMPORTE
           WRITE REG-LIS FROM LIN-SUBTOTAL
           WRITE REG-LIS FROM TITULO-LINE
           ADD 2 TO WK-LINEA.
       F-CERRAR-OPERADOR. EXIT.

      * LOS DADOS DE BAJA NO OPERAN; LOS SUSPENDIDOS VUELVEN A OPERAR
      * CUANDO OPE001 LOS LEVANTA, POR ESO TAMBIEN SE LISTAN
       LISTAR-SIN-DOCUMENTO.
           IF WK-LINEA > 54
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-TITULO-SIN-DOC
           ADD 1 TO WK-LINEA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-OPE-CANT
              IF TAB-OPE-DOCUMENTO(WK-IND) = 0
                 AND NOT ( TAB-OPE-ESTADO(WK-IND) = "B" )
                 ADD 1 TO WK-SIN-DOCUMENTO
                 MOVE TAB-OPE-ID(WK-IND)     TO L-SIN-ID
                 MOVE TAB-OPE-NOMBRE(WK-IND) TO L-SIN-NOMBRE
                 MOVE TAB-OPE-ROL(WK-IND)    TO L-SIN-ROL
                 MOVE TAB-OPE-ESTADO(WK-IND) TO L-SIN-ESTADO
                 IF WK-LINEA > 60
                    PERFORM ENCABEZAR THRU F-ENCABEZAR
                 END-IF
                 WRITE REG-LIS FROM LIN-SIN-DOC
                 ADD 1 TO WK-LINEA
              END-IF
           END-PERFORM.
       F-LISTAR-SIN-DOCUMENTO. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 50
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE WK-DIAS-CON-ARCHIVO TO LIN-TOT-DIAS
           MOVE WK-OPERADORES       TO LIN-TOT-OPERADORES
           MOVE WK-TOT-AUDITORIA    TO LIN-TOT-AUDITORIA
           MOVE WK-TOT-CAJA         TO LIN-TOT-CAJA
           MOVE WK-TOT-BONIFICACION TO LIN-TOT-BONIFICACION
           MOVE WK-TOT-APROBACION   TO LIN-TOT-APROBACION
           MOVE WK-TOT-DECISIONES   TO LIN-TOT-DECISIONES
           MOVE WK-SIN-DOCUMENTO    TO LIN-TOT-SIN-DOC
           WRITE REG-LIS FROM TITULO-BOTTOM-DIAS
           WRITE REG-LIS FROM TITULO-BOTTOM-OPERADORES
           WRITE REG-LIS FROM TITULO-BOTTOM-AUDITORIA
           WRITE REG-LIS FROM TITULO-BOTTOM-CAJA
           WRITE REG-LIS FROM TITULO-BOTTOM-BONIFICACION
           WRITE REG-LIS FROM TITULO-BOTTOM-APROBACION
           WRITE REG-LIS FROM TITULO-BOTTOM-DECISIONES
           WRITE REG-LIS FROM TITULO-BOTTOM-SIN-DOC
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
           MOVE WK-CASOS TO LK-CANTIDAD
           IF WK-CASOS > 0 OR WK-SIN-DOCUMENTO > 0
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM OPV002.
