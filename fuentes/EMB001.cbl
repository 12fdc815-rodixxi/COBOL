      *----------------------------------------------------------------
      * CUANDO LLEGABA UN OFICIO DE EMBARGO EL MECANISMO ERA UNA NOTA
      * PEGADA AL MONITOR. ESTA PANTALLA CARGA EL EMBARGO EN
      * EMBARGOS.IDX (DOCUMENTO, PRODUCTO, IMPORTE RETENIDO Y NUMERO
      * DE EXPEDIENTE, CON LA CUENTA VALIDADA CONTRA M-CUENTAS) Y LO
      * LEVANTA CUANDO LA ORDEN TERMINA. EL ARCHIVO ES INDEXADO POR
      * CUENTA: EL ALTA GRABA Y EL LEVANTAMIENTO REESCRIBE SOLO EL
      * EMBARGO TOCADO, SIN TOPE DE CANTIDAD. DESDE QUE EL EMBARGO ESTA
      * ACTIVO, CTAS003 Y CSM001 RECHAZAN TODO MOVIMIENTO QUE
      * DEJARIA EL SALDO POR DEBAJO DEL IMPORTE RETENIDO, Y EMB002
      * LISTA CADA DIA LOS ACTIVOS PARA LEGALES.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9      VALUE 0.
       77  WK-EMB-FINAL                 PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

       01  TIT-TITULO.
           03 TIT-FECHA        PIC X(10).
           03 TIT-HORA         PIC X(05).
           GOBACK.

       INICIO.
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           OPEN INPUT M-CUENTAS
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           PERFORM VENTANA       THRU F-VENTANA.
       F-INICIO. EXIT.

      * EL PRIMER EMBARGO DE LA INSTALACION CREA EL ARCHIVO VACIO
       ABRIR-EMBARGOS.
           OPEN I-O EMBARGOS
           IF NOT ( WK-EMB-STAT = "00" )
              OPEN OUTPUT EMBARGOS
              CLOSE EMBARGOS
              OPEN I-O EMBARGOS
           END-IF.
       F-ABRIR-EMBARGOS. EXIT.

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

      * POSICIONA EN LA CUENTA Y RECORRE SOLO SUS EMBARGOS; SI HAY
      * UNO ACTIVO QUEDA EN EL AREA DEL REGISTRO PARA EL REWRITE
       BUSCAR-ACTIVO.
           MOVE 0 TO WK-HALLADO
                     WK-EMB-FINAL
           MOVE WK-DOCUMENTO TO EMB-DOCUMENTO
           MOVE WK-PRODUCTO  TO EMB-PRODUCTO
           MOVE 0            TO EMB-FECHA-ALTA
           MOVE LOW-VALUES   TO EMB-EXPEDIENTE
           START EMBARGOS KEY NOT < EMB-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-EMB-FINAL
           END-START
           PERFORM UNTIL WK-EMB-FINAL = 1
              READ EMBARGOS NEXT AT END
                   MOVE 1 TO WK-EMB-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( EMB-DOCUMENTO = WK-DOCUMENTO
                       AND EMB-PRODUCTO = WK-PRODUCTO )
                 MOVE 1 TO WK-EMB-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF EMB-ESTADO = "A"
                 MOVE 1 TO WK-HALLADO
                           WK-EMB-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-ACTIVO. EXIT.
              END-DISPLAY
              GO TO F-ALTA-EMBARGO
           END-IF
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "IMPORTE RETENIDO: " AT 0902
           MOVE WK-HOY        TO EMB-FECHA-ALTA
           MOVE 0             TO EMB-FECHA-LEVANTADO
           MOVE "A"           TO EMB-ESTADO
           WRITE EMB-REG INVALID KEY
                 DISPLAY MESSAGE
                 "Ese expediente ya se cargo hoy para la cuenta"
                 END-DISPLAY
                 GO TO F-ALTA-EMBARGO
           END-WRITE
           DISPLAY "Embargo registrado" AT 1202.
       F-ALTA-EMBARGO. EXIT.

              END-DISPLAY
              GO TO F-LEVANTAR-EMBARGO
           END-IF
           MOVE "L"    TO EMB-ESTADO
           MOVE WK-HOY TO EMB-FECHA-LEVANTADO
           REWRITE EMB-REG INVALID KEY
                 DISPLAY MESSAGE "No se pudo levantar el embargo"
                 END-DISPLAY
                 GO TO F-LEVANTAR-EMBARGO
           END-REWRITE
           DISPLAY "Embargo levantado" AT 1202.
       F-LEVANTAR-EMBARGO. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
                 EMBARGOS
           DISPLAY MESSAGE "Fin de la carga de embargos"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM EMB001.
