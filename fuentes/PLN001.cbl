      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   alta y anulacion de planes de cuotas para refinanciar            */
      *   descubiertos, sobre el maestro planes.idx                        */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      * CUANDO UN DEUDOR ACUERDA PAGAR EL DESCUBIERTO EN CUOTAS NO
      * HABIA DONDE REGISTRARLO Y LA CUENTA SEGUIA PARECIENDO MORA
      * CRUDA. ESTA PANTALLA CARGA EL PLAN EN PLANES.IDX: DOCUMENTO,
      * PRODUCTO (LA CUENTA TIENE QUE EXISTIR, ESTAR OPERATIVA Y CON
      * SALDO NEGATIVO), IMPORTE DEL PLAN, CANTIDAD DE CUOTAS Y
      * PRIMER VENCIMIENTO; EL IMPORTE DE CUOTA SE CALCULA ACA Y
      * CUANDO EL ACUERDO SE DESHACE.
      * EL CONTROL NOCTURNO DE CUOTAS ES DE PLN002; EL TRATAMIENTO DE
      * SITUACION DEL PLAN AL DIA ES DE CTAS010.
      * UNA CUENTA SOLO PUEDE TENER UN PLAN VIGENTE A LA VEZ. EL
      * MAESTRO ES INDEXADO POR CUENTA Y FECHA DE ALTA: EL ALTA GRABA
      * Y LA ANULACION REESCRIBE SOLO EL PLAN TOCADO, SIN TOPE DE
      * CANTIDAD; UN PLAN ANULADO NO SE PUEDE REEMPLAZAR EL MISMO DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.


       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-PLN-FINAL                 PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-CUENTA-OK                 PIC 9      VALUE 0.
       77  WK-PLAN-VIGENTE              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-FECHA-VALIDA              PIC X(01).
       77  WK-DESCUBIERTO               PIC 9(10)V99 VALUE 0.

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
           03 TIT-HORA         PIC X(05).
           GOBACK.

       INICIO.
           PERFORM ABRIR-PLANES THRU F-ABRIR-PLANES
           OPEN INPUT M-CUENTAS
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           PERFORM VENTANA       THRU F-VENTANA.
       F-INICIO. EXIT.

      * EL PRIMER PLAN DE LA INSTALACION CREA EL ARCHIVO VACIO
       ABRIR-PLANES.
           OPEN I-O PLANES
           IF NOT ( WK-PLN-STAT = "00" )
              OPEN OUTPUT PLANES
              CLOSE PLANES
              OPEN I-O PLANES
           END-IF.
       F-ABRIR-PLANES. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101

       PEDIR-CUENTA.
           DISPLAY "DOCUMENTO : " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0614 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0702
           ACCEPT WK-PRODUCTO AT 0714.
       F-PEDIR-CUENTA. EXIT.
           MOVE 1 TO WK-CUENTA-OK.
       F-VALIDAR-CUENTA. EXIT.

      * POSICIONA EN LA CUENTA Y RECORRE SOLO SUS PLANES; SI HAY UNO
      * VIGENTE QUEDA EN EL AREA DEL REGISTRO PARA EL REWRITE
       BUSCAR-PLAN-VIGENTE.
           MOVE 0 TO WK-PLAN-VIGENTE
                     WK-PLN-FINAL
           MOVE WK-DOCUMENTO TO PLN-DOCUMENTO
           MOVE WK-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0            TO PLN-FECHA-ALTA
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-PLN-FINAL
           END-START
           PERFORM UNTIL WK-PLN-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-PLN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = WK-DOCUMENTO
                       AND PLN-PRODUCTO = WK-PRODUCTO )
                 MOVE 1 TO WK-PLN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLN-ESTADO = "A"
                 MOVE 1 TO WK-PLAN-VIGENTE
                           WK-PLN-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-PLAN-VIGENTE. EXIT.
              GO TO F-ALTA-PLAN
           END-IF
           PERFORM BUSCAR-PLAN-VIGENTE THRU F-BUSCAR-PLAN-VIGENTE
           IF WK-PLAN-VIGENTE = 1
              DISPLAY MESSAGE "La cuenta ya tiene un plan vigente"
              END-DISPLAY
              GO TO F-ALTA-PLAN
           END-IF
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "IMPORTE DEL PLAN: " AT 0902
           MOVE WK-HOY           TO PLN-FECHA-DESDE
           MOVE WK-VENCIMIENTO   TO PLN-PROX-VENCIMIENTO
           MOVE "A"              TO PLN-ESTADO
           WRITE PLN-REG INVALID KEY
                 DISPLAY MESSAGE
                 "La cuenta ya tuvo un plan dado de alta hoy"
                 END-DISPLAY
                 GO TO F-ALTA-PLAN
           END-WRITE
           DISPLAY "Plan registrado, cuota: " AT 1302
                   WK-CUOTA-IMPORTE CONVERT.
       F-ALTA-PLAN. EXIT.
              END-DISPLAY
              GO TO F-ANULAR-PLAN
           END-IF
           MOVE "X" TO PLN-ESTADO
           REWRITE PLN-REG INVALID KEY
                 DISPLAY MESSAGE "No se pudo anular el plan"
                 END-DISPLAY
                 GO TO F-ANULAR-PLAN
           END-REWRITE
           DISPLAY "Plan anulado" AT 1302.
       F-ANULAR-PLAN. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
                 PLANES
           DISPLAY MESSAGE "Fin de la carga de planes"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM PLN001.
