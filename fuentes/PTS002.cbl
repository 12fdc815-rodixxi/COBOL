      * =================================================================== */
      *                                                                     */
      *   PTS002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   consulta del saldo de puntos de fidelidad de una cuenta y        */
      *   pedido de canje de puntos por credito en la cuenta               */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTS002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * PANTALLA DEL PROGRAMA DE PUNTOS, POR DOCUMENTO/PRODUCTO:
      *  S - SALDO: LOS PUNTOS VIGENTES DE PUNTOS.DAT, LO QUE YA ESTA
      *      PEDIDO O REVERTIDO EN PUNTOS-MOV.DAT Y TODAVIA NO
      *      CONSOLIDO PTS001, Y EL DISPONIBLE PARA CANJEAR. LAS
      *      COMPRAS DEL DIA NO SUMAN HASTA LA CONSOLIDACION.
      *  C - CANJE: PIDE LOS PUNTOS, LOS VALUA AL VALOR DE PTS001.PAR
      *      Y, CONFIRMADO, DEJA LA NOVEDAD "C" CON EL OPERADOR EN
      *      PUNTOS-MOV.DAT. PTS001 LA ACREDITA ESA NOCHE COMO AJUSTE
      *      "S" POR EL LOTE DE MOVIMIENTOS.
      * LA CONSULTA ES PARA TODOS LOS ROLES; EL CANJE SOLO PARA "M" Y
      * "A". LAS CUENTAS DE BAJA O EN DOLARES NO CANJEAN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\puntos.sel".
           COPY "\COBOL\fuentes\cpy\puntos-mov.sel".
           COPY "\COBOL\fuentes\cpy\parametros-puntos.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-puntos-mov.fds".
       COPY "\COBOL\fuentes\cpy\fd-parametros-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-puntos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-PTS-STAT                  PIC X(02).
       77  WK-PMV-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-ARCH-FINAL                PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-CUENTA-VALIDA             PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-VIGENTES                  PIC 9(09)  VALUE 0.
       77  WK-PENDIENTES                PIC 9(09)  VALUE 0.
       77  WK-DISPONIBLE                PIC 9(09)  VALUE 0.
       77  WK-A-CANJEAR                 PIC 9(09)  VALUE 0.
       77  WK-IMPORTE                   PIC 9(10)V99 VALUE 0.
       77  WK-PUNTOS-ED                 PIC ZZZ.ZZZ.ZZ9.
       77  WK-IMPORTE-ED                PIC ZZ.ZZZ.ZZ9,99.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FECHA                     PIC 9(08)  VALUE 0.
       77  WK-FECHA-ED-1                PIC X(10).
       77  WK-FECHA-ED-2                PIC X(10).
       77  WK-FECHA-ED-3                PIC X(08).
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
           03 TIT-HORA         PIC X(05).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           PERFORM LEER-PARAMETRO-PUNTOS THRU
                   F-LEER-PARAMETRO-PUNTOS
           OPEN INPUT M-CUENTAS
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           CALL "FEC-NAC-ED" USING WK-FECHA
                                   WK-FECHA-ED-1
                                   WK-FECHA-ED-2
                                   WK-FECHA-ED-3
                                   WK-EDAD
                                   WK-FECHA-VALIDA
           MOVE WK-FECHA-ED-1    TO TIT-FECHA
           ACCEPT WK-HS FROM TIME
           MOVE WK-HS-HORA       TO TIT-HORA
           PERFORM VENTANA       THRU F-VENTANA.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY TIT-FECHA AT 0201
           DISPLAY "PUNTOS DE FIDELIDAD" AT 0231
           DISPLAY TIT-HORA AT 0273
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA      THRU F-VENTANA
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE WK-ACCION
                 WHEN "S" PERFORM CONSULTAR THRU F-CONSULTAR
                 WHEN "C" PERFORM CANJEAR THRU F-CANJEAR
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (S=saldo, C=canje, F=fin): " AT 0502
              ACCEPT WK-ACCION AT 0537
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "S" OR "C"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
              IF WK-ACCION = "C" AND WK-OPERADOR-ROL = "C"
                 DISPLAY MESSAGE
                 "Su rol es de consulta, no puede canjear puntos"
                 END-DISPLAY
                 MOVE 0 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM.
       F-PEDIR-ACCION. EXIT.

      * LA CUENTA TIENE QUE EXISTIR; PARA EL CANJE ADEMAS ESTAR VIVA
      * Y EN PESOS, PORQUE EL CREDITO SE HACE EN PESOS
       PEDIR-CUENTA.
           MOVE 0 TO WK-CUENTA-VALIDA
           DISPLAY "DOCUMENTO : " AT 0802
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0814 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0902
           ACCEPT WK-PRODUCTO AT 0914
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-PEDIR-CUENTA
           END-READ
           DISPLAY CTAS-APELLIDO AT 0930
           DISPLAY CTAS-NOMBRE   AT 0951
           MOVE 1 TO WK-CUENTA-VALIDA.
       F-PEDIR-CUENTA. EXIT.

      * VIGENTES: LO NO USADO DE LOS LOTES "A" DE PUNTOS.DAT.
      * PENDIENTES: REVERSAS Y CANJES DE PUNTOS-MOV.DAT QUE PTS001
      * TODAVIA NO DESCONTO; SE RESTAN PARA NO CANJEAR DOS VECES
       CALCULAR-SALDO.
           MOVE 0 TO WK-VIGENTES
                     WK-PENDIENTES
                     WK-DISPONIBLE
                     WK-ARCH-FINAL
           OPEN INPUT PUNTOS
           IF WK-PTS-STAT = "00"
              PERFORM UNTIL WK-ARCH-FINAL = 1
                 READ PUNTOS AT END
                      MOVE 1 TO WK-ARCH-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF PTS-DOCUMENTO = WK-DOCUMENTO
                    AND PTS-PRODUCTO = WK-PRODUCTO
                    AND PTS-ESTADO = "A"
                    COMPUTE WK-VIGENTES = WK-VIGENTES
                            + PTS-ACUMULADOS - PTS-USADOS
                 END-IF
              END-PERFORM
              CLOSE PUNTOS
           END-IF
           MOVE 0 TO WK-ARCH-FINAL
           OPEN INPUT PUNTOS-MOV
           IF WK-PMV-STAT = "00"
              PERFORM UNTIL WK-ARCH-FINAL = 1
                 READ PUNTOS-MOV AT END
                      MOVE 1 TO WK-ARCH-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF PMV-DOCUMENTO = WK-DOCUMENTO
                    AND PMV-PRODUCTO = WK-PRODUCTO
                    AND ( PMV-TIPO = "R" OR "C" )
                    ADD PMV-PUNTOS TO WK-PENDIENTES
                 END-IF
              END-PERFORM
              CLOSE PUNTOS-MOV
           END-IF
           MOVE 0 TO WK-ARCH-FINAL
           IF WK-VIGENTES > WK-PENDIENTES
              COMPUTE WK-DISPONIBLE = WK-VIGENTES - WK-PENDIENTES
           END-IF
           MOVE WK-VIGENTES   TO WK-PUNTOS-ED
           DISPLAY "PUNTOS VIGENTES      : " AT 1102
           DISPLAY WK-PUNTOS-ED AT 1125
           MOVE WK-PENDIENTES TO WK-PUNTOS-ED
           DISPLAY "A DESCONTAR ESTA NOCHE: " AT 1202
           DISPLAY WK-PUNTOS-ED AT 1225
           MOVE WK-DISPONIBLE TO WK-PUNTOS-ED
           DISPLAY "DISPONIBLES          : " AT 1302
           DISPLAY WK-PUNTOS-ED AT 1325.
       F-CALCULAR-SALDO. EXIT.

       CONSULTAR.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           IF WK-CUENTA-VALIDA = 0
              GO TO F-CONSULTAR
           END-IF
           PERFORM CALCULAR-SALDO THRU F-CALCULAR-SALDO
           DISPLAY "Pulse ENTER para continuar" AT 1602
           ACCEPT WK-CONFIRMA AT 1630.
       F-CONSULTAR. EXIT.

       CANJEAR.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           IF WK-CUENTA-VALIDA = 0
              GO TO F-CANJEAR
           END-IF
           IF CTAS-FECHA-BAJA <> 0
              DISPLAY MESSAGE "La cuenta esta dada de baja"
              END-DISPLAY
              GO TO F-CANJEAR
           END-IF
           IF CTAS-MONEDA = "D"
              DISPLAY MESSAGE "Cuenta en dolares, no canjea puntos"
              END-DISPLAY
              GO TO F-CANJEAR
           END-IF
           PERFORM CALCULAR-SALDO THRU F-CALCULAR-SALDO
           IF WK-DISPONIBLE = 0
              DISPLAY MESSAGE "La cuenta no tiene puntos disponibles"
              END-DISPLAY
              GO TO F-CANJEAR
           END-IF
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "PUNTOS A CANJEAR     : " AT 1402
              ACCEPT WK-A-CANJEAR AT 1425
              EVALUATE TRUE
                 WHEN WK-A-CANJEAR = 0
                      DISPLAY MESSAGE "Canje sin puntos"
                      END-DISPLAY
                 WHEN WK-A-CANJEAR > WK-DISPONIBLE
                      DISPLAY MESSAGE "Supera los puntos disponibles"
                      END-DISPLAY
                 WHEN OTHER
                      MOVE 1 TO WK-DATO-VALIDO
              END-EVALUATE
           END-PERFORM
           COMPUTE WK-IMPORTE ROUNDED = WK-A-CANJEAR * WK-PUNTOS-VALOR
           MOVE WK-IMPORTE TO WK-IMPORTE-ED
           DISPLAY "CREDITO EN LA CUENTA : " AT 1502
           DISPLAY WK-IMPORTE-ED AT 1525
           DISPLAY "CONFIRMA EL CANJE (S/N): " AT 1602
           ACCEPT WK-CONFIRMA AT 1627
           IF NOT ( WK-CONFIRMA = "S" OR "s" )
              DISPLAY MESSAGE "Canje cancelado"
              END-DISPLAY
              GO TO F-CANJEAR
           END-IF
           INITIALIZE PMV-REG
           MOVE WK-DOCUMENTO   TO PMV-DOCUMENTO
           MOVE WK-PRODUCTO    TO PMV-PRODUCTO
           MOVE WK-HOY         TO PMV-FECHA
           MOVE "C"            TO PMV-TIPO
           MOVE WK-A-CANJEAR   TO PMV-PUNTOS
           MOVE WK-IMPORTE     TO PMV-IMPORTE
           MOVE 0              TO PMV-REFERENCIA
           MOVE WK-OPERADOR    TO PMV-OPERADOR
           OPEN EXTEND PUNTOS-MOV
           IF NOT ( WK-PMV-STAT = "00" )
              OPEN OUTPUT PUNTOS-MOV
           END-IF
           WRITE PMV-REG
           CLOSE PUNTOS-MOV
           DISPLAY MESSAGE "Canje registrado, se acredita esta noche"
           END-DISPLAY.
       F-CANJEAR. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
           DISPLAY MESSAGE "Fin de la consulta de puntos"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-leer-parametro-puntos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM PTS002.
