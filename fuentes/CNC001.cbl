      * =================================================================== */
      *                                                                     */
      *   CNC001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   conciliacion diaria del mayor de control de clientes contra      */
      *   los saldos de las cuentas, por producto y moneda                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNC001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CNT001 ENTREGA ASIENTOS BALANCEADOS, PERO NADIE PROBABA QUE LA
      * CUENTA DE CONTROL DE CLIENTES DEL MAYOR SIGA DANDO LO MISMO
      * QUE LAS CUENTAS. TODAS LAS NOCHES, DESPUES DE CNT001:
      *   - TOMA EL SALDO ACUMULADO DEL MAYOR POR PRODUCTO Y MONEDA
      *     (MAYOR-CUENTAS.DAT, LO LLEVA CNT001),
      *   - SUMA CTAS-SALDO DE M-CUENTAS POR PRODUCTO Y MONEDA ("D"
      *     DOLARES, EL RESTO PESOS),
      *   - LA DIFERENCIA (MAYOR MENOS CUENTAS) DE CADA RENGLON SE
      *     ARRASTRA DIA A DIA EN CONCILIACION-DIF.DAT CON LA FECHA EN
      *     QUE APARECIO: EL LISTADO MUESTRA SU ANTIGUEDAD EN DIAS Y SI
      *     ES NUEVA, SI SIGUE IGUAL, SI VARIO O SI SE RESOLVIO, ASI LA
      *     ROTURA SE PERSIGUE EL DIA QUE APARECE,
      *   - APARTE, COMO PARTIDAS CONCILIATORIAS, LISTA POR PRODUCTO Y
      *     MONEDA LOS PAGOS PENDIENTES DEL SUSPENSO (PAGOS-SUSPENSO.
      *     DAT, NO ACREDITADOS) Y LAS RETENCIONES DE CLEARING ACTIVAS
      *     (PAGOS-RETENIDOS.IDX, ACREDITADAS PERO NO DISPONIBLES).
      * CON ALGUNA DIFERENCIA ABIERTA EL PASO TERMINA CON
      * RETURN-CODE 1.
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
           COPY "\COBOL\fuentes\cpy\mayor.sel".
           COPY "\COBOL\fuentes\cpy\suspenso.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           SELECT DIFERENCIAS
           ASSIGN TO "\COBOL\arch\conciliacion-dif.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DIF-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CNC001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-mayor.fds".
       COPY "\COBOL\fuentes\cpy\fd-suspenso.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".

      * DIFERENCIAS ABIERTAS AL CIERRE DE LA ULTIMA CONCILIACION, CON
      * LA FECHA EN QUE CADA UNA APARECIO
       FD  DIFERENCIAS.
       01  DIF-REG.
           03 DIF-PRODUCTO              PIC 9(02).
           03 DIF-MONEDA                PIC X(01).
           03 DIF-IMPORTE               PIC S9(12)V99.
           03 DIF-FECHA-ORIGEN          PIC 9(08).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-MAY-STAT                  PIC X(02).
       77  WK-SUS-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-DIF-STAT                  PIC X(02).

       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-CTAS-ABIERTO              PIC 9          VALUE 0.
       77  WK-MONEDA                    PIC X(01)      VALUE SPACE.
       77  WK-CNC-PRODUCTO              PIC 9(02)      VALUE 0.
       77  WK-CNC-IND                   PIC 9(03)      VALUE 0.
       77  WK-CNC-CANT                  PIC 9(03)      VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-DIFERENCIA                PIC S9(12)V99  VALUE 0.
       77  WK-ABIERTAS                  PIC 9(04)      VALUE 0.
       77  WK-NUEVAS                    PIC 9(04)      VALUE 0.
       77  WK-RESUELTAS                 PIC 9(04)      VALUE 0.
       77  WK-CUENTAS-LEIDAS            PIC 9(09)      VALUE 0.
       77  WK-SIN-LUGAR                 PIC 9(06)      VALUE 0.
       77  WK-DIAS                      PIC S9(06)     VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)      VALUE SPACE.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.

      * UN RENGLON POR PRODUCTO Y MONEDA: LO QUE DICE EL MAYOR, LO
      * QUE SUMAN LAS CUENTAS, LAS PARTIDAS CONCILIATORIAS Y LA
      * DIFERENCIA QUE VENIA ABIERTA DE LA CONCILIACION ANTERIOR
       01  TAB-CONCILIACION.
           03 TAB-CNC-ITEM OCCURS 200.
              05 TAB-CNC-PRODUCTO       PIC 9(02).
              05 TAB-CNC-MONEDA         PIC X(01).
              05 TAB-CNC-MAYOR          PIC S9(12)V99.
              05 TAB-CNC-CUENTAS        PIC S9(12)V99.
              05 TAB-CNC-SUSPENSO       PIC S9(12)V99.
              05 TAB-CNC-RETENIDO       PIC S9(12)V99.
              05 TAB-CNC-DIF-ANT        PIC S9(12)V99.
              05 TAB-CNC-ORIGEN         PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "CONCILIACION MAYOR / CUENTAS - CNC001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(06) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE "Mon".
            03 FILLER                   PIC X(20) VALUE
            "      Saldo de mayor".
            03 FILLER                   PIC X(20) VALUE
            "   Saldo de cuentas".
            03 FILLER                   PIC X(20) VALUE
            "          Diferencia".
            03 FILLER                   PIC X(07) VALUE "   Dias".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(06) VALUE "Estado".

       01  LIN-DETALLE.
            03 L-PRODUCTO               PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-MONEDA                 PIC X(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-MAYOR                  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUENTAS                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DIFERENCIA             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DIAS                   PIC ZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-ESTADO                 PIC X(10).

       01  TITULO-PARTIDAS              PIC X(100) VALUE
           "PARTIDAS CONCILIATORIAS (NO INCLUIDAS EN LA DIFERENCIA)".

       01  TITULO-04.
            03 FILLER                   PIC X(06) VALUE "Prod".
            03 FILLER                   PIC X(04) VALUE "Mon".
            03 FILLER                   PIC X(20) VALUE
            "  Suspenso pendiente".
            03 FILLER                   PIC X(20) VALUE
            "  Retenido clearing".

       01  LIN-PARTIDA.
            03 L-PAR-PRODUCTO           PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-PAR-MONEDA             PIC X(01).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-SUSPENSO               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-RETENIDO               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

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
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           OPEN INPUT M-CUENTAS
           IF DB-STAT = "00"
              MOVE 1 TO WK-CTAS-ABIERTO
           END-IF.
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
           PERFORM CARGAR-MAYOR         THRU F-CARGAR-MAYOR
           PERFORM SUMAR-CUENTAS        THRU F-SUMAR-CUENTAS
           PERFORM SUMAR-SUSPENSO       THRU F-SUMAR-SUSPENSO
           PERFORM SUMAR-RETENCIONES    THRU F-SUMAR-RETENCIONES
           PERFORM CARGAR-DIFERENCIAS   THRU F-CARGAR-DIFERENCIAS
           OPEN OUTPUT DIFERENCIAS
           PERFORM VARYING WK-CNC-IND FROM 1 BY 1
                   UNTIL WK-CNC-IND > WK-CNC-CANT
              PERFORM CONCILIAR-RENGLON THRU F-CONCILIAR-RENGLON
           END-PERFORM
           CLOSE DIFERENCIAS
           PERFORM LISTAR-PARTIDAS THRU F-LISTAR-PARTIDAS.
       F-PROCESO. EXIT.

       CARGAR-MAYOR.
           OPEN INPUT MAYOR
           IF NOT ( WK-MAY-STAT = "00" )
              MOVE "*** NO HAY MAYOR DE CONTROL (CORRER CNT001) ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
              MOVE 1 TO RETURN-CODE
              GO TO F-CARGAR-MAYOR
           END-IF
           PERFORM UNTIL WK-MAY-STAT NOT = "00"
              READ MAYOR AT END
                   EXIT PERFORM CYCLE
              END-READ
              MOVE MAY-PRODUCTO TO WK-CNC-PRODUCTO
              MOVE MAY-MONEDA   TO WK-MONEDA
              PERFORM UBICAR-RENGLON THRU F-UBICAR-RENGLON
              IF WK-CNC-IND > 0
                 ADD MAY-SALDO TO TAB-CNC-MAYOR(WK-CNC-IND)
              END-IF
           END-PERFORM
           CLOSE MAYOR.
       F-CARGAR-MAYOR. EXIT.

       SUMAR-CUENTAS.
           IF WK-CTAS-ABIERTO = 0
              GO TO F-SUMAR-CUENTAS
           END-IF
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY IS NOT LESS THAN CTAS-CLAVE
                 INVALID KEY
                      GO TO F-SUMAR-CUENTAS
           END-START
           PERFORM UNTIL DB-STAT NOT = "00"
              READ M-CUENTAS NEXT RECORD AT END
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-CUENTAS-LEIDAS
              IF CTAS-MONEDA = "D"
                 MOVE "D" TO WK-MONEDA
              ELSE
                 MOVE "P" TO WK-MONEDA
              END-IF
              MOVE CTAS-PRODUCTO TO WK-CNC-PRODUCTO
              PERFORM UBICAR-RENGLON THRU F-UBICAR-RENGLON
              IF WK-CNC-IND > 0
                 ADD CTAS-SALDO TO TAB-CNC-CUENTAS(WK-CNC-IND)
              END-IF
           END-PERFORM.
       F-SUMAR-CUENTAS. EXIT.

      * PAGOS QUE ENTRARON POR LA RED Y NO SE ACREDITARON: LA MONEDA
      * ES LA DE LA CUENTA SI EXISTE, PESOS SI NO
       SUMAR-SUSPENSO.
           OPEN INPUT SUSPENSO
           IF NOT ( WK-SUS-STAT = "00" )
              GO TO F-SUMAR-SUSPENSO
           END-IF
           PERFORM UNTIL WK-SUS-STAT NOT = "00"
              READ SUSPENSO AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( SUS-ESTADO = "P" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE SUS-DOCUMENTO TO CTAS-DOCUMENTO
              MOVE SUS-PRODUCTO  TO CTAS-PRODUCTO
                                    WK-CNC-PRODUCTO
              PERFORM MONEDA-CUENTA  THRU F-MONEDA-CUENTA
              PERFORM UBICAR-RENGLON THRU F-UBICAR-RENGLON
              IF WK-CNC-IND > 0
                 ADD SUS-IMPORTE TO TAB-CNC-SUSPENSO(WK-CNC-IND)
              END-IF
           END-PERFORM
           CLOSE SUSPENSO.
       F-SUMAR-SUSPENSO. EXIT.

      * PAGOS YA ACREDITADOS EN CTAS-SALDO PERO TODAVIA RETENIDOS
      * POR CLEARING ("R")
       SUMAR-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF NOT ( WK-RTN-STAT = "00" )
              GO TO F-SUMAR-RETENCIONES
           END-IF
           PERFORM UNTIL WK-RTN-STAT NOT = "00"
              READ RETENCIONES NEXT AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RTN-ESTADO = "R" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE RTN-DOCUMENTO TO CTAS-DOCUMENTO
              MOVE RTN-PRODUCTO  TO CTAS-PRODUCTO
                                    WK-CNC-PRODUCTO
              PERFORM MONEDA-CUENTA  THRU F-MONEDA-CUENTA
              PERFORM UBICAR-RENGLON THRU F-UBICAR-RENGLON
              IF WK-CNC-IND > 0
                 ADD RTN-IMPORTE TO TAB-CNC-RETENIDO(WK-CNC-IND)
              END-IF
           END-PERFORM
           CLOSE RETENCIONES.
       F-SUMAR-RETENCIONES. EXIT.

       MONEDA-CUENTA.
           MOVE "P" TO WK-MONEDA
           IF WK-CTAS-ABIERTO = 0
              GO TO F-MONEDA-CUENTA
           END-IF
           READ M-CUENTAS
           INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF CTAS-MONEDA = "D"
                   MOVE "D" TO WK-MONEDA
                END-IF
           END-READ.
       F-MONEDA-CUENTA. EXIT.

      * LAS DIFERENCIAS QUE QUEDARON ABIERTAS AYER TRAEN SU FECHA DE
      * ORIGEN; UN RENGLON QUE YA NO EXISTE EN EL MAYOR NI EN LAS
      * CUENTAS SE AGREGA IGUAL PARA VERLO RESUELTO
       CARGAR-DIFERENCIAS.
           OPEN INPUT DIFERENCIAS
           IF NOT ( WK-DIF-STAT = "00" )
              GO TO F-CARGAR-DIFERENCIAS
           END-IF
           PERFORM UNTIL WK-DIF-STAT NOT = "00"
              READ DIFERENCIAS AT END
                   EXIT PERFORM CYCLE
              END-READ
              MOVE DIF-PRODUCTO TO WK-CNC-PRODUCTO
              MOVE DIF-MONEDA   TO WK-MONEDA
              PERFORM UBICAR-RENGLON THRU F-UBICAR-RENGLON
              IF WK-CNC-IND > 0
                 MOVE DIF-IMPORTE      TO TAB-CNC-DIF-ANT(WK-CNC-IND)
                 MOVE DIF-FECHA-ORIGEN TO TAB-CNC-ORIGEN(WK-CNC-IND)
              END-IF
           END-PERFORM
           CLOSE DIFERENCIAS.
       F-CARGAR-DIFERENCIAS. EXIT.

      * UNA DIFERENCIA SIGUE SIENDO LA MISMA ROTURA MIENTRAS NO
      * VUELVA A CERO: SI EL IMPORTE CAMBIA ("VARIO") CONSERVA LA
      * FECHA DE ORIGEN, ASI LA ANTIGUEDAD NO SE REINICIA
       CONCILIAR-RENGLON.
           COMPUTE WK-DIFERENCIA = TAB-CNC-MAYOR(WK-CNC-IND)
                                 - TAB-CNC-CUENTAS(WK-CNC-IND)
           INITIALIZE LIN-DETALLE
           MOVE 0 TO WK-DIAS
           EVALUATE TRUE
              WHEN WK-DIFERENCIA = 0
                   AND TAB-CNC-ORIGEN(WK-CNC-IND) = 0
                   MOVE "OK"         TO L-ESTADO
              WHEN WK-DIFERENCIA = 0
                   MOVE "RESUELTA"   TO L-ESTADO
                   ADD 1 TO WK-RESUELTAS
              WHEN TAB-CNC-ORIGEN(WK-CNC-IND) = 0
                   MOVE WK-HOY       TO TAB-CNC-ORIGEN(WK-CNC-IND)
                   MOVE "NUEVA"      TO L-ESTADO
                   ADD 1 TO WK-NUEVAS
              WHEN WK-DIFERENCIA = TAB-CNC-DIF-ANT(WK-CNC-IND)
                   MOVE "ARRASTRADA" TO L-ESTADO
              WHEN OTHER
                   MOVE "VARIO"      TO L-ESTADO
           END-EVALUATE
           IF WK-DIFERENCIA NOT = 0
              ADD 1 TO WK-ABIERTAS
              CALL "FEC-DIF" USING TAB-CNC-ORIGEN(WK-CNC-IND)
                                   WK-HOY
                                   WK-DIAS
                                   WK-DIAS-HABILES-DIF
                                   WK-DIF-VALIDA
              IF WK-DIF-VALIDA = "N" OR WK-DIAS < 0
                 MOVE 0 TO WK-DIAS
              END-IF
              INITIALIZE DIF-REG
              MOVE TAB-CNC-PRODUCTO(WK-CNC-IND) TO DIF-PRODUCTO
              MOVE TAB-CNC-MONEDA(WK-CNC-IND)   TO DIF-MONEDA
              MOVE WK-DIFERENCIA                TO DIF-IMPORTE
              MOVE TAB-CNC-ORIGEN(WK-CNC-IND)   TO DIF-FECHA-ORIGEN
              WRITE DIF-REG
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-CNC-PRODUCTO(WK-CNC-IND) TO L-PRODUCTO
           MOVE TAB-CNC-MONEDA(WK-CNC-IND)   TO L-MONEDA
           MOVE TAB-CNC-MAYOR(WK-CNC-IND)    TO L-MAYOR
           MOVE TAB-CNC-CUENTAS(WK-CNC-IND)  TO L-CUENTAS
           MOVE WK-DIFERENCIA                TO L-DIFERENCIA
           MOVE WK-DIAS                      TO L-DIAS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-CONCILIAR-RENGLON. EXIT.

       LISTAR-PARTIDAS.
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-PARTIDAS
           WRITE REG-LIS FROM TITULO-04
           WRITE REG-LIS FROM TITULO-LINE
           ADD 4 TO WK-LINEA
           PERFORM VARYING WK-CNC-IND FROM 1 BY 1
                   UNTIL WK-CNC-IND > WK-CNC-CANT
              IF TAB-CNC-SUSPENSO(WK-CNC-IND) = 0
                 AND TAB-CNC-RETENIDO(WK-CNC-IND) = 0
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-LINEA > 64
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF
              INITIALIZE LIN-PARTIDA
              MOVE TAB-CNC-PRODUCTO(WK-CNC-IND) TO L-PAR-PRODUCTO
              MOVE TAB-CNC-MONEDA(WK-CNC-IND)   TO L-PAR-MONEDA
              MOVE TAB-CNC-SUSPENSO(WK-CNC-IND) TO L-SUSPENSO
              MOVE TAB-CNC-RETENIDO(WK-CNC-IND) TO L-RETENIDO
              WRITE REG-LIS FROM LIN-PARTIDA
              ADD 1 TO WK-LINEA
           END-PERFORM.
       F-LISTAR-PARTIDAS. EXIT.

      * BUSCA EL RENGLON DE WK-CNC-PRODUCTO / WK-MONEDA Y LO AGREGA
      * SI NO ESTA; WK-CNC-IND QUEDA EN CERO SI LA TABLA SE LLENO
       UBICAR-RENGLON.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-CNC-IND FROM 1 BY 1
                   UNTIL WK-CNC-IND > WK-CNC-CANT
                      OR WK-ENCONTRADO = 1
              IF TAB-CNC-PRODUCTO(WK-CNC-IND) = WK-CNC-PRODUCTO
                 AND TAB-CNC-MONEDA(WK-CNC-IND) = WK-MONEDA
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-CNC-IND
              GO TO F-UBICAR-RENGLON
           END-IF
           IF WK-CNC-CANT = 200
              MOVE 0 TO WK-CNC-IND
              ADD 1 TO WK-SIN-LUGAR
              GO TO F-UBICAR-RENGLON
           END-IF
           ADD 1 TO WK-CNC-CANT
           MOVE WK-CNC-CANT     TO WK-CNC-IND
           INITIALIZE TAB-CNC-ITEM(WK-CNC-IND)
           MOVE WK-CNC-PRODUCTO TO TAB-CNC-PRODUCTO(WK-CNC-IND)
           MOVE WK-MONEDA       TO TAB-CNC-MONEDA(WK-CNC-IND).
       F-UBICAR-RENGLON. EXIT.

       FINAL-PROG.
           IF WK-CTAS-ABIERTO = 1
              CLOSE M-CUENTAS
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Cuentas sumadas.............: " TO L-CANT-ROTULO
           MOVE WK-CUENTAS-LEIDAS TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Diferencias abiertas........: " TO L-CANT-ROTULO
           MOVE WK-ABIERTAS TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "De ellas aparecidas hoy.....: " TO L-CANT-ROTULO
           MOVE WK-NUEVAS TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Resueltas desde ayer........: " TO L-CANT-ROTULO
           MOVE WK-RESUELTAS TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           IF WK-SIN-LUGAR > 0
              MOVE "*** TABLA DE PRODUCTO/MONEDA LLENA: AMPLIAR ***"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF WK-ABIERTAS > 0
              MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "El mayor no concilia con las cuentas"
              END-DISPLAY
           END-IF
           MOVE WK-CUENTAS-LEIDAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM CNC001.
