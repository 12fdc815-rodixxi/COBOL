      * =================================================================== */
      *                                                                     */
      *   COL001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   pedido de listados: el operador pide un reporte con sus          */
      *   parametros y ve el estado de los pedidos de la cola              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * PANTALLA DE LA COLA DE LISTADOS. MUESTRA LOS ULTIMOS PEDIDOS
      * (NUMERO, REPORTE, QUIEN LO PIDIO, FECHA Y ESTADO; LOS
      * TERMINADOS CON EL NOMBRE Y LA FECHA CON QUE SE ABREN EN
      * ARCVIS, LOS FALLIDOS CON EL MOTIVO) Y PERMITE PEDIR RIE001,
      * NEG001, PRV001 O DEN001 CON PARAMETROS PROPIOS. EL PEDIDO SE
      * AGREGA A COLA-LISTADOS.DAT COMO SOLICITADO Y LO CORRE COL002
      * EN LA PROXIMA CADENA NOCTURNA O CUANDO OPERACIONES LO LANCE.
      * ACA SOLO SE CONTROLA EL FORMATO; LOS CODIGOS LOS VALIDA EL
      * REPORTE Y UN PEDIDO INVALIDO QUEDA FALLIDO CON SU MOTIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\cola-listados.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-cola-listados.fds".

       WORKING-STORAGE SECTION.

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".

       77  WK-COL-STAT                  PIC X(02).
       77  WK-FINAL                     PIC 9.
       77  WK-DATO-VALIDO               PIC 9.
       77  WK-FILA                      PIC 9(02).
       77  WK-POS                       PIC 9(04).
       77  WK-TECLA                     PIC X.
       77  WK-CONFIRMA                  PIC X(01).
       77  WK-REPORTE                   PIC X(08).
       77  WK-HOY                       PIC 9(08).
       77  WK-HORA                      PIC 9(04).
       77  WK-PEDIDOS                   PIC 9(06).
       77  WK-ORDINAL                   PIC 9(06).
       77  WK-ULTIMO-NUMERO             PIC 9(06).
      * CANTIDAD DE PEDIDOS QUE ENTRAN EN LA PANTALLA
       77  WK-LINEAS-ESTADO             PIC 9(02)  VALUE 14.
       77  WK-DESCUBIERTO-ENTERO        PIC 9(08).

      * IMAGEN DEL .PAR DEL REPORTE PEDIDO, UNA VISTA POR REPORTE
       01  WK-PARAMETROS                PIC X(20).
       01  FILLER REDEFINES WK-PARAMETROS.
           03 WK-RIE-APERTURA-1         PIC 9.
           03 WK-RIE-APERTURA-2         PIC 9.
           03 WK-RIE-SITUACION-1        PIC 9.
           03 WK-RIE-SITUACION-2        PIC 9.
           03 WK-RIE-SUCURSAL           PIC 9(03).
           03 FILLER                    PIC X(13).
       01  FILLER REDEFINES WK-PARAMETROS.
           03 WK-NEG-SUCURSAL           PIC 9(03).
           03 WK-NEG-MONEDA             PIC X(01).
           03 WK-NEG-DESCUBIERTO-MIN    PIC 9(08)V99.
           03 FILLER                    PIC X(06).
       01  FILLER REDEFINES WK-PARAMETROS.
           03 WK-PRV-PROVINCIA          PIC X(01).
           03 WK-PRV-SUCURSAL           PIC 9(03).
           03 FILLER                    PIC X(16).
       01  FILLER REDEFINES WK-PARAMETROS.
           03 WK-DEN-DIAS-MINIMO        PIC 9(04).
           03 WK-DEN-PROVINCIA          PIC X(01).
           03 FILLER                    PIC X(15).

       01  LIN-ESTADO.
           03 L-NUMERO                  PIC 9(06).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-REPORTE                 PIC X(08).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-OPERADOR                PIC X(08).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-FECHA                   PIC X(10).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-ESTADO                  PIC X(12).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 L-DETALLE                 PIC X(27).
           03 FILLER REDEFINES L-DETALLE.
              05 L-ARCHIVADO            PIC X(16).
              05 FILLER                 PIC X(01).
              05 L-FECHA-FIN            PIC X(10).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           PERFORM PROCESO THRU F-PROCESO
           GOBACK.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           ACCEPT WK-FECHA FROM CENTURY-DATE
           ACCEPT WK-HS FROM TIME
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-HS-HORA TO WK-HS-HORA-ED
           MOVE WK-HS-MIN  TO WK-HS-MIN-ED
           DISPLAY AT 0201 WK-FECHA-ED
           DISPLAY "PEDIDO DE LISTADOS" AT 0232
           DISPLAY AT 0273 WK-HS-ED
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-VENTANA. EXIT.

       PROCESO.
           PERFORM VENTANA THRU F-VENTANA
           PERFORM MOSTRAR-COLA THRU F-MOSTRAR-COLA
           DISPLAY "RIE001 NEG001 PRV001 DEN001" AT 2002
           DISPLAY "Reporte (blanco=salir): " AT 2102
           MOVE SPACES TO WK-REPORTE
           ACCEPT WK-REPORTE AT 2126
           IF WK-REPORTE = SPACES
              GO TO F-PROCESO
           END-IF
           IF NOT ( WK-REPORTE = "RIE001" OR "NEG001" OR "PRV001"
                                OR "DEN001" )
              DISPLAY MESSAGE "Reporte que no se puede pedir"
              END-DISPLAY
              GO TO PROCESO
           END-IF
           PERFORM VENTANA THRU F-VENTANA
           DISPLAY "Reporte: " AT 0402 WK-REPORTE
           MOVE SPACES TO WK-PARAMETROS
           EVALUATE WK-REPORTE
              WHEN "RIE001"
                 PERFORM PEDIR-RIE001 THRU F-PEDIR-RIE001
              WHEN "NEG001"
                 PERFORM PEDIR-NEG001 THRU F-PEDIR-NEG001
              WHEN "PRV001"
                 PERFORM PEDIR-PRV001 THRU F-PEDIR-PRV001
              WHEN "DEN001"
                 PERFORM PEDIR-DEN001 THRU F-PEDIR-DEN001
           END-EVALUATE
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "Confirma el pedido (S/N): " AT 1602
              ACCEPT WK-CONFIRMA AT 1628
              IF WK-CONFIRMA = "S" OR "N"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Responda S o N"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-CONFIRMA = "S"
              PERFORM GRABAR-PEDIDO THRU F-GRABAR-PEDIDO
           END-IF
           GO TO PROCESO.
       F-PROCESO. EXIT.

      * LOS ULTIMOS PEDIDOS DE LA COLA: SE CUENTAN Y SE VUELVE A LEER
      * MOSTRANDO SOLO LOS QUE ENTRAN EN LA PANTALLA
       MOSTRAR-COLA.
           DISPLAY "Numero Reporte  Operador Fecha      Estado"
                   AT 0402
           DISPLAY "Detalle" AT 0454
           MOVE 0 TO WK-PEDIDOS
           MOVE 0 TO WK-FINAL
           OPEN INPUT COLA-LISTADOS
           IF NOT ( WK-COL-STAT = "00" )
              DISPLAY "No hay pedidos en la cola" AT 0502
              GO TO F-MOSTRAR-COLA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ COLA-LISTADOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-PEDIDOS
           END-PERFORM
           CLOSE COLA-LISTADOS
           MOVE 5 TO WK-FILA
           MOVE 0 TO WK-ORDINAL
           MOVE 0 TO WK-FINAL
           OPEN INPUT COLA-LISTADOS
           PERFORM UNTIL WK-FINAL = 1
              READ COLA-LISTADOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-ORDINAL
              IF WK-ORDINAL + WK-LINEAS-ESTADO > WK-PEDIDOS
                 PERFORM MOSTRAR-PEDIDO THRU F-MOSTRAR-PEDIDO
              END-IF
           END-PERFORM
           CLOSE COLA-LISTADOS.
       F-MOSTRAR-COLA. EXIT.

       MOSTRAR-PEDIDO.
           MOVE SPACES          TO L-DETALLE
           MOVE COL-NUMERO      TO L-NUMERO
           MOVE COL-REPORTE     TO L-REPORTE
           MOVE COL-OPERADOR    TO L-OPERADOR
           MOVE COL-FECHA-PEDIDO TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED     TO L-FECHA
           EVALUATE COL-ESTADO
              WHEN "S"
                 MOVE "SOLICITADO"   TO L-ESTADO
              WHEN "E"
                 MOVE "EN EJECUCION" TO L-ESTADO
              WHEN "T"
                 MOVE "TERMINADO"    TO L-ESTADO
                 MOVE COL-ARCHIVADO  TO L-ARCHIVADO
                 MOVE COL-FECHA-FIN  TO WK-FECHA
                 PERFORM MOVER-FECHA THRU F-MOVER-FECHA
                 MOVE WK-FECHA-ED    TO L-FECHA-FIN
              WHEN "F"
                 MOVE "FALLIDO"      TO L-ESTADO
                 MOVE COL-MOTIVO     TO L-DETALLE
              WHEN OTHER
                 MOVE COL-ESTADO     TO L-ESTADO
           END-EVALUATE
           COMPUTE WK-POS = WK-FILA * 100 + 02
           DISPLAY LIN-ESTADO AT WK-POS
           ADD 1 TO WK-FILA.
       F-MOSTRAR-PEDIDO. EXIT.

      * APERTURAS Y SITUACIONES DEL LISTADO DE RIESGO (LAS VALIDA
      * RIE001 CONTRA SUS TABLAS) Y SUCURSAL, 0 = TODAS
       PEDIR-RIE001.
           MOVE 0 TO WK-RIE-APERTURA-1
                     WK-RIE-APERTURA-2
                     WK-RIE-SITUACION-1
                     WK-RIE-SITUACION-2
                     WK-RIE-SUCURSAL
           DISPLAY "Tipo de apertura 1.........: " AT 0602
           ACCEPT WK-RIE-APERTURA-1 AT 0632
           DISPLAY "Tipo de apertura 2.........: " AT 0702
           ACCEPT WK-RIE-APERTURA-2 AT 0732
           DISPLAY "Situacion 1................: " AT 0802
           ACCEPT WK-RIE-SITUACION-1 AT 0832
           DISPLAY "Situacion 2................: " AT 0902
           ACCEPT WK-RIE-SITUACION-2 AT 0932
           DISPLAY "Sucursal (0=todas).........: " AT 1002
           ACCEPT WK-RIE-SUCURSAL AT 1032.
       F-PEDIR-RIE001. EXIT.

      * SUCURSAL (0 = TODAS), MONEDA P/D (BLANCO = AMBAS) Y
      * DESCUBIERTO MINIMO EN PESOS ENTEROS
       PEDIR-NEG001.
           MOVE 0 TO WK-NEG-SUCURSAL
                     WK-DESCUBIERTO-ENTERO
           DISPLAY "Sucursal (0=todas).........: " AT 0602
           ACCEPT WK-NEG-SUCURSAL AT 0632
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              MOVE SPACE TO WK-NEG-MONEDA
              DISPLAY "Moneda P/D (blanco=ambas)..: " AT 0702
              ACCEPT WK-NEG-MONEDA AT 0732
              IF WK-NEG-MONEDA = "P" OR "D" OR SPACE
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Moneda incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
           DISPLAY "Descubierto minimo $.......: " AT 0802
           ACCEPT WK-DESCUBIERTO-ENTERO AT 0832
           MOVE WK-DESCUBIERTO-ENTERO TO WK-NEG-DESCUBIERTO-MIN.
       F-PEDIR-NEG001. EXIT.

      * PROVINCIA (BLANCO = TODAS; LA VALIDA PRV001) Y SUCURSAL
       PEDIR-PRV001.
           MOVE 0 TO WK-PRV-SUCURSAL
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              MOVE SPACE TO WK-PRV-PROVINCIA
              DISPLAY "Provincia (blanco=todas)...: " AT 0602
              ACCEPT WK-PRV-PROVINCIA AT 0632
              IF WK-PRV-PROVINCIA IS ALPHABETIC-UPPER
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Provincia incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
           DISPLAY "Sucursal (0=todas).........: " AT 0702
           ACCEPT WK-PRV-SUCURSAL AT 0732.
       F-PEDIR-PRV001. EXIT.

      * DIAS MINIMOS DESDE LA DENEGACION (0 = TODAS) Y PROVINCIA
       PEDIR-DEN001.
           MOVE 0 TO WK-DEN-DIAS-MINIMO
           DISPLAY "Dias desde denegada (0=todas): " AT 0602
           ACCEPT WK-DEN-DIAS-MINIMO AT 0634
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              MOVE SPACE TO WK-DEN-PROVINCIA
              DISPLAY "Provincia (blanco=todas).....: " AT 0702
              ACCEPT WK-DEN-PROVINCIA AT 0734
              IF WK-DEN-PROVINCIA IS ALPHABETIC-UPPER
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Provincia incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-DEN001. EXIT.

      * EL NUMERO DE PEDIDO ES EL MAYOR DE LA COLA MAS UNO
       GRABAR-PEDIDO.
           PERFORM LEER-ULTIMO-NUMERO THRU F-LEER-ULTIMO-NUMERO
           ACCEPT WK-HOY FROM CENTURY-DATE
           ACCEPT WK-HS  FROM TIME
           COMPUTE WK-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           OPEN EXTEND COLA-LISTADOS
           IF NOT ( WK-COL-STAT = "00" )
              OPEN OUTPUT COLA-LISTADOS
           END-IF
           INITIALIZE COL-REG
           ADD 1 WK-ULTIMO-NUMERO GIVING COL-NUMERO
           MOVE WK-REPORTE     TO COL-REPORTE
           MOVE WK-PARAMETROS  TO COL-PARAMETROS
           MOVE WK-OPERADOR    TO COL-OPERADOR
           MOVE WK-HOY         TO COL-FECHA-PEDIDO
           MOVE WK-HORA        TO COL-HORA-PEDIDO
           MOVE "S"            TO COL-ESTADO
           WRITE COL-REG
           CLOSE COLA-LISTADOS
           DISPLAY "Pedido registrado con el numero " AT 1802
                   COL-NUMERO
           DISPLAY "Presione ENTER..." AT 1902
           ACCEPT WK-TECLA AT 1920.
       F-GRABAR-PEDIDO. EXIT.

       LEER-ULTIMO-NUMERO.
           MOVE 0 TO WK-ULTIMO-NUMERO
           MOVE 0 TO WK-FINAL
           OPEN INPUT COLA-LISTADOS
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-LEER-ULTIMO-NUMERO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ COLA-LISTADOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF COL-NUMERO > WK-ULTIMO-NUMERO
                 MOVE COL-NUMERO TO WK-ULTIMO-NUMERO
              END-IF
           END-PERFORM
           CLOSE COLA-LISTADOS.
       F-LEER-ULTIMO-NUMERO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM COL001.
