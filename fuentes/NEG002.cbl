      * DE MAYOR A MENOR UTILIZACION: LA SUCURSAL LLAMA AL CLIENTE
      * POR UN AUMENTO O UN PAGO ANTES DEL RECHAZO. LAS CUENTAS SIN
      * LIMITE CARGADO QUEDAN AFUERA (NO HAY PORCENTAJE QUE MEDIR).
      * EL DESCUBIERTO SE MIDE SOBRE EL SALDO MENOS LAS
      * AUTORIZACIONES DEL PROCESADOR TODAVIA NO LIQUIDADAS
      * (AUTORIZACIONES-PEND.DAT, DE AUT002): LO YA GASTADO EN EL
      * COMERCIO CUENTA AUNQUE CSM001 NO LO HAYA APLICADO. SI LAS
      * AUTORIZACIONES NO ENTRAN EN LA TABLA EL LISTADO SALE IGUAL,
      * CON EL AVISO DE QUE PUEDE FALTAR GENTE, Y LA CORRIDA TERMINA
      * CON RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-NEG002"
           ORGANIZATION IS SEQUENTIAL.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-autoriz-pend.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PORCENTAJE-TOPE           PIC 9(03)      VALUE 080.
       77  WK-DESCUBIERTO               PIC 9(10)V99   VALUE 0.
       77  WK-UTILIZACION               PIC 9(05)V99   VALUE 0.
       77  WK-SALDO-DISPONIBLE          PIC S9(10)V99  VALUE 0.
       77  WK-SUC-ACTUAL                PIC 9(03)      VALUE 0.
       77  WK-MENOR-SUC                 PIC 9(03)      VALUE 0.
       77  WK-HAY-SUC                   PIC 9          VALUE 0.
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           PERFORM CARGAR-AUTORIZ-PEND THRU F-CARGAR-AUTORIZ-PEND
           OPEN INPUT M-CUENTAS
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED        TO TIT-FECHA
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDAS
              IF CTAS-FECHA-BAJA <> 0
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
              PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
              COMPUTE WK-SALDO-DISPONIBLE = CTAS-SALDO
                      - WK-AUP-PENDIENTE
              IF WK-SALDO-DISPONIBLE >= 0
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-LIMITE NOT NUMERIC
              IF CTAS-LIMITE = 0
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-DESCUBIERTO = WK-SALDO-DISPONIBLE * -1
              COMPUTE WK-UTILIZACION ROUNDED =
                      WK-DESCUBIERTO * 100 / CTAS-LIMITE
              IF WK-UTILIZACION >= WK-PORCENTAJE-TOPE
                 MOVE CTAS-SUCURSAL   TO TAB-ALE-SUC(WK-ALE-CANT)
                 MOVE CTAS-DOCUMENTO  TO TAB-ALE-DOC(WK-ALE-CANT)
                 MOVE CTAS-PRODUCTO   TO TAB-ALE-PROD(WK-ALE-CANT)
                 MOVE WK-SALDO-DISPONIBLE
                                      TO TAB-ALE-SALDO(WK-ALE-CANT)
                 MOVE CTAS-LIMITE     TO TAB-ALE-LIMITE(WK-ALE-CANT)
                 MOVE WK-UTILIZACION  TO TAB-ALE-UTIL(WK-ALE-CANT)
                 MOVE 0               TO TAB-ALE-LISTADA(WK-ALE-CANT)
           WRITE REG-LIS FROM TITULO-BOTTOM-ALERTADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           IF WK-AUP-DESBORDE = 1
              MOVE "*** AUTORIZACIONES PENDIENTES DESBORDAN LA TABLA,"
                TO REG-LIS
              WRITE REG-LIS
              MOVE "    UTILIZACION MEDIDA SIN PARTE DE ELLAS"
                TO REG-LIS
              WRITE REG-LIS
              MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE M-CUENTAS
                 LISTADO
           MOVE WK-LEIDAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-autoriz.cpy".

       END PROGRAM NEG002.
