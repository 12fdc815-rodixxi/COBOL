      * =================================================================== */
      *                                                                     */
      *   OPV001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   control nocturno de operaciones de empleados sobre sus propias   */
      *   cuentas o las de sus familiares declarados                       */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPV001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * OPERADORES.DAT NO RELACIONABA AL OPERADOR CON EL CLIENTE QUE
      * TAMBIEN PUEDE SER. OPE001 CARGA AHORA EL DOCUMENTO PROPIO DE
      * CADA OPERADOR Y EL DE SUS FAMILIARES DECLARADOS, Y ESTE BATCH
      * SENALA CADA NOCHE TODO LO QUE UN OPERADOR HIZO HOY SOBRE UNO
      * DE ESOS DOCUMENTOS:
      *   - REGISTROS DE CTAS-AUDITORIA DE HOY CON ESE AUD-OPERADOR
      *     (LOS "P"/"Y" SON COBROS DE CAJA DE CAJ001 Y LOS "3" SUS
      *     ANULACIONES, A NOMBRE DEL SUPERVISOR QUE LAS AUTORIZO),
      *   - BONIFICACIONES DE HOY QUE OTORGO (BON-OPERADOR),
      *   - MOVIMIENTOS DE LA COLA DE APROBACION QUE CAPTURO HOY O QUE
      *     HOY APROBO O RECHAZO EN APR001.
      * CADA CASO VA AL LISTADO Y A VINCULADAS-AAAAMMDD.DAT, DE DONDE
      * OPV002 ARMA EL INFORME MENSUAL PARA AUDITORIA INTERNA; UNA
      * RELANZADA EN EL DIA REESCRIBE EL ARCHIVO DE HOY. CON ALGUN
      * CASO SENALADO TERMINA CON RETURN-CODE 1, SIN FRENAR LA CADENA.
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
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\bonificaciones.sel".
           COPY "\COBOL\fuentes\cpy\aprobacion.sel".
           COPY "\COBOL\fuentes\cpy\vinculadas.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-OPV001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-operadores.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-bonificaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-aprobacion.fds".
       COPY "\COBOL\fuentes\cpy\fd-vinculadas.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-OPE-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-BON-STAT                  PIC X(02).
       77  WK-APR-STAT                  PIC X(02).
       77  WK-OPV-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-IND                       PIC 9(04)      VALUE 0.
       77  WK-VIN                       PIC 9          VALUE 0.
       77  WK-VIN-CANT                  PIC 9(04)      VALUE 0.
       77  WK-VIN-DESBORDE              PIC 9          VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-BUS-OPERADOR              PIC X(08)      VALUE SPACES.
       77  WK-BUS-DOCUMENTO             PIC 9(08)      VALUE 0.
       77  WK-BUS-TIPO                  PIC X(01)      VALUE SPACE.

       77  WK-LEIDOS-AUD                PIC 9(08)      VALUE 0.
       77  WK-LEIDOS-BON                PIC 9(06)      VALUE 0.
       77  WK-LEIDOS-APR                PIC 9(06)      VALUE 0.
       77  WK-SENALADAS                 PIC 9(06)      VALUE 0.

       01  WK-ARCHIVO-VINCULADAS.
           03 FILLER                    PIC X(23) VALUE
           "\COBOL\arch\vinculadas-".
           03 WK-VIN-FECHA              PIC 9(08).
           03 FILLER                    PIC X(04) VALUE ".dat".

      * EL MOVIMIENTO QUE VIAJA EN APR-MOV, CON EL LAYOUT DEL LOTE
       01  WK-APR-MOV.
           03 WK-MOV-COD                PIC X(01).
           03 WK-MOV-CTA                PIC 9(08).
           03 WK-MOV-PRODUCTO           PIC 9(02).
           03 FILLER                    PIC X(53).
           03 WK-MOV-MONTO              PIC S9(10)V99.
           03 FILLER                    PIC X(09).

      * UN RENGLON POR DOCUMENTO VINCULADO A UN OPERADOR: EL PROPIO
      * ("T") Y LOS DE SUS FAMILIARES, CON SU PARENTESCO
       01  TAB-VINCULOS.
           03 TAB-VIN-ITEM OCCURS 3000.
              05 TAB-VIN-OPERADOR       PIC X(08).
              05 TAB-VIN-DOCUMENTO      PIC 9(08).
              05 TAB-VIN-TIPO           PIC X(01).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "OPERACIONES SOBRE CUENTAS VINCULADAS - OPV001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Operador".
            03 FILLER                   PIC X(20) VALUE "Origen".
            03 FILLER                   PIC X(11) VALUE "Actuacion".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(05) VALUE "Prod".
            03 FILLER                   PIC X(14) VALUE "Vinculo".
            03 FILLER                   PIC X(06) VALUE "Clase".
            03 FILLER                   PIC X(15) VALUE "Importe".

       01  LIN-DETALLE.
            03 L-OPERADOR               PIC X(08).
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

       01  LIN-AVISO-DESBORDE           PIC X(100) VALUE
           "*** TABLA DE VINCULOS LLENA: HAY OPERADORES SIN CONTROLAR".

       01  TITULO-BOTTOM-VINCULOS.
            03 FILLER                   PIC X(32) VALUE
            "Documentos vinculados..........:".
            03 LIN-TOT-VINCULOS         PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-AUD.
            03 FILLER                   PIC X(32) VALUE
            "Registros de auditoria de hoy..:".
            03 LIN-TOT-AUD              PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-BON.
            03 FILLER                   PIC X(32) VALUE
            "Bonificaciones de hoy..........:".
            03 LIN-TOT-BON              PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-APR.
            03 FILLER                   PIC X(32) VALUE
            "Capturas/decisiones de hoy.....:".
            03 LIN-TOT-APR              PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-SENALADAS.
            03 FILLER                   PIC X(32) VALUE
            "Operaciones senaladas..........:".
            03 LIN-TOT-SENALADAS        PIC ZZZZZZZ9.
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
                                     WK-VIN-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM CARGAR-VINCULOS THRU F-CARGAR-VINCULOS
           OPEN OUTPUT VINCULADAS
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * SIN MAESTRO DE OPERADORES O SIN DOCUMENTOS DECLARADOS NO HAY
      * NADA QUE CONTROLAR Y EL ARCHIVO DEL DIA QUEDA VACIO
       CARGAR-VINCULOS.
           OPEN INPUT OPERADORES
           IF NOT ( WK-OPE-STAT = "00" )
              GO TO F-CARGAR-VINCULOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ OPERADORES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF OPE-DOCUMENTO NOT NUMERIC
                 EXIT PERFORM CYCLE
              END-IF
              IF OPE-DOCUMENTO > 0
                 MOVE OPE-DOCUMENTO TO WK-BUS-DOCUMENTO
                 MOVE "T"           TO WK-BUS-TIPO
                 PERFORM AGREGAR-VINCULO THRU F-AGREGAR-VINCULO
              END-IF
              PERFORM VARYING WK-VIN FROM 1 BY 1 UNTIL WK-VIN > 5
                 IF OPE-VIN-DOCUMENTO(WK-VIN) IS NUMERIC
                    AND OPE-VIN-DOCUMENTO(WK-VIN) > 0
                    MOVE OPE-VIN-DOCUMENTO(WK-VIN)
                      TO WK-BUS-DOCUMENTO
                    MOVE OPE-VIN-PARENTESCO(WK-VIN)
                      TO WK-BUS-TIPO
                    PERFORM AGREGAR-VINCULO THRU F-AGREGAR-VINCULO
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE OPERADORES.
       F-CARGAR-VINCULOS. EXIT.

       AGREGAR-VINCULO.
           IF WK-VIN-CANT >= 3000
              MOVE 1 TO WK-VIN-DESBORDE
              GO TO F-AGREGAR-VINCULO
           END-IF
           ADD 1 TO WK-VIN-CANT
           MOVE WK-BUS-TIPO      TO TAB-VIN-TIPO(WK-VIN-CANT)
           MOVE OPE-ID           TO TAB-VIN-OPERADOR(WK-VIN-CANT)
           MOVE WK-BUS-DOCUMENTO TO TAB-VIN-DOCUMENTO(WK-VIN-CANT).
       F-AGREGAR-VINCULO. EXIT.

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
           IF WK-VIN-CANT = 0
              GO TO F-PROCESO
           END-IF
           PERFORM REVISAR-AUDITORIA THRU F-REVISAR-AUDITORIA
           PERFORM REVISAR-BONIFICACIONES
                   THRU F-REVISAR-BONIFICACIONES
           PERFORM REVISAR-APROBACIONES
                   THRU F-REVISAR-APROBACIONES.
       F-PROCESO. EXIT.

      * DEJA EN OPV-VINCULO EL TIPO DE VINCULO ENTRE WK-BUS-OPERADOR
      * Y WK-BUS-DOCUMENTO; WK-ENCONTRADO EN 0 SI NO HAY NINGUNO
       BUSCAR-VINCULO.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-VIN-CANT
                   OR WK-ENCONTRADO = 1
              IF TAB-VIN-OPERADOR(WK-IND) = WK-BUS-OPERADOR
                 AND TAB-VIN-DOCUMENTO(WK-IND) = WK-BUS-DOCUMENTO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-IND
              MOVE TAB-VIN-TIPO(WK-IND) TO OPV-VINCULO
           END-IF.
       F-BUSCAR-VINCULO. EXIT.

       REVISAR-AUDITORIA.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-REVISAR-AUDITORIA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( AUD-FECHA = WK-HOY )
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS-AUD
              MOVE AUD-OPERADOR  TO WK-BUS-OPERADOR
              MOVE AUD-DOCUMENTO TO WK-BUS-DOCUMENTO
              PERFORM BUSCAR-VINCULO THRU F-BUSCAR-VINCULO
              IF WK-ENCONTRADO = 1
                 IF AUD-MOV = "P" OR AUD-MOV = "Y" OR AUD-MOV = "3"
                    MOVE "C" TO OPV-ORIGEN
                 ELSE
                    MOVE "A" TO OPV-ORIGEN
                 END-IF
                 MOVE "O"           TO OPV-ACTUACION
                 MOVE AUD-PRODUCTO  TO OPV-PRODUCTO
                 MOVE AUD-MOV       TO OPV-CLASE
                 COMPUTE OPV-IMPORTE = AUD-DES-SALDO - AUD-ANT-SALDO
                 PERFORM SENALAR THRU F-SENALAR
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUDITORIA.
       F-REVISAR-AUDITORIA. EXIT.

       REVISAR-BONIFICACIONES.
           OPEN INPUT BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              GO TO F-REVISAR-BONIFICACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( BON-FECHA = WK-HOY )
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS-BON
              MOVE BON-OPERADOR  TO WK-BUS-OPERADOR
              MOVE BON-DOCUMENTO TO WK-BUS-DOCUMENTO
              PERFORM BUSCAR-VINCULO THRU F-BUSCAR-VINCULO
              IF WK-ENCONTRADO = 1
                 MOVE "B"           TO OPV-ORIGEN
                 MOVE "O"           TO OPV-ACTUACION
                 MOVE BON-PRODUCTO  TO OPV-PRODUCTO
                 MOVE BON-ORI-MOV   TO OPV-CLASE
                 MOVE BON-IMPORTE   TO OPV-IMPORTE
                 PERFORM SENALAR THRU F-SENALAR
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE BONIFICACIONES.
       F-REVISAR-BONIFICACIONES. EXIT.

      * EN LA COLA DE APROBACION CUENTAN LAS DOS PUNTAS: QUIEN LO
      * CAPTURO HOY Y QUIEN HOY LO APROBO O RECHAZO
       REVISAR-APROBACIONES.
           OPEN INPUT APROBACION
           IF NOT ( WK-APR-STAT = "00" )
              GO TO F-REVISAR-APROBACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ APROBACION AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( APR-FECHA = WK-HOY )
                 AND NOT ( APR-FECHA-DECISION = WK-HOY )
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS-APR
              MOVE APR-MOV    TO WK-APR-MOV
              MOVE WK-MOV-CTA TO WK-BUS-DOCUMENTO
              IF APR-FECHA = WK-HOY
                 MOVE APR-CAPTURADOR TO WK-BUS-OPERADOR
                 MOVE "C"            TO OPV-ACTUACION
                 PERFORM SENALAR-APROBACION
                         THRU F-SENALAR-APROBACION
              END-IF
              IF APR-FECHA-DECISION = WK-HOY
                 AND NOT ( APR-ESTADO = "P" )
                 MOVE APR-APROBADOR  TO WK-BUS-OPERADOR
                 MOVE "A"            TO OPV-ACTUACION
                 PERFORM SENALAR-APROBACION
                         THRU F-SENALAR-APROBACION
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE APROBACION.
       F-REVISAR-APROBACIONES. EXIT.

       SENALAR-APROBACION.
           PERFORM BUSCAR-VINCULO THRU F-BUSCAR-VINCULO
           IF WK-ENCONTRADO = 0
              GO TO F-SENALAR-APROBACION
           END-IF
           MOVE "P"             TO OPV-ORIGEN
           MOVE WK-MOV-PRODUCTO TO OPV-PRODUCTO
           MOVE WK-MOV-COD      TO OPV-CLASE
           MOVE WK-MOV-MONTO    TO OPV-IMPORTE
           PERFORM SENALAR THRU F-SENALAR.
       F-SENALAR-APROBACION. EXIT.

      * EL CASO VA AL ARCHIVO DEL DIA Y AL LISTADO
       SENALAR.
           MOVE WK-HOY           TO OPV-FECHA
           MOVE WK-BUS-OPERADOR  TO OPV-OPERADOR
           MOVE WK-BUS-DOCUMENTO TO OPV-DOCUMENTO
           WRITE OPV-REG
           ADD 1 TO WK-SENALADAS
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE OPV-OPERADOR     TO L-OPERADOR
           EVALUATE OPV-ORIGEN
              WHEN "A"  MOVE "AUDITORIA CUENTAS" TO L-ORIGEN
              WHEN "C"  MOVE "COBRO DE CAJA"     TO L-ORIGEN
              WHEN "B"  MOVE "BONIFICACION"      TO L-ORIGEN
              WHEN OTHER
                        MOVE "COLA APROBACION"   TO L-ORIGEN
           END-EVALUATE
           EVALUATE OPV-ACTUACION
              WHEN "C"  MOVE "CAPTURO"           TO L-ACTUACION
              WHEN "A"  MOVE "DECIDIO"           TO L-ACTUACION
              WHEN OTHER
                        MOVE "OPERO"             TO L-ACTUACION
           END-EVALUATE
           MOVE OPV-DOCUMENTO    TO L-DOCUMENTO
           MOVE OPV-PRODUCTO     TO L-PRODUCTO
           EVALUATE OPV-VINCULO
              WHEN "T"  MOVE "PROPIA"            TO L-VINCULO
              WHEN "C"  MOVE "CONYUGE"           TO L-VINCULO
              WHEN "H"  MOVE "HIJO"              TO L-VINCULO
              WHEN "P"  MOVE "PADRE/MADRE"       TO L-VINCULO
              WHEN OTHER
                        MOVE "FAMILIAR"          TO L-VINCULO
           END-EVALUATE
           MOVE OPV-CLASE        TO L-CLASE
           MOVE OPV-IMPORTE      TO L-IMPORTE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-SENALAR. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 54
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           IF WK-VIN-DESBORDE = 1
              WRITE REG-LIS FROM LIN-AVISO-DESBORDE
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Vinculos desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WK-VIN-CANT   TO LIN-TOT-VINCULOS
           MOVE WK-LEIDOS-AUD TO LIN-TOT-AUD
           MOVE WK-LEIDOS-BON TO LIN-TOT-BON
           MOVE WK-LEIDOS-APR TO LIN-TOT-APR
           MOVE WK-SENALADAS  TO LIN-TOT-SENALADAS
           WRITE REG-LIS FROM TITULO-BOTTOM-VINCULOS
           WRITE REG-LIS FROM TITULO-BOTTOM-AUD
           WRITE REG-LIS FROM TITULO-BOTTOM-BON
           WRITE REG-LIS FROM TITULO-BOTTOM-APR
           WRITE REG-LIS FROM TITULO-BOTTOM-SENALADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
                 VINCULADAS
           MOVE WK-SENALADAS TO LK-CANTIDAD
           IF WK-SENALADAS > 0
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM OPV001.
