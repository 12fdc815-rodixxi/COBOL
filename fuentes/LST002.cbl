      * =================================================================== */
      *                                                                     */
      *   LST002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   revision de cumplimiento: decide las coincidencias contra la     */
      *   lista de sancionados y PEP, liberando o confirmando              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LST002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * PRESENTA UNA POR UNA LAS COINCIDENCIAS "P" (PENDIENTES) DE
      * REVISION-CUMPLIMIENTO.DAT: QUIEN LA GENERO, LA CUENTA, LA
      * PERSONA Y CONTRA QUE ENTRADA DE LA LISTA COINCIDIO, Y PIDE LA
      * DECISION:
      *   - L = LIBERAR (FALSO POSITIVO): EL MOVIMIENTO RETENIDO VUELVE
      *     AL CIRCUITO. LAS ALTAS DE CTAS003/CTAS007 SALEN A
      *     MOV-LIBERADOS.PRN (CON TRAILER "T"), QUE CTAS008 CONSOLIDA
      *     AL LOTE NOCTURNO AGREGANDO ESE NOMBRE EN CTAS008.PAR; LOS
      *     COTITULARES DE COT001 SALEN A MOV-COT-LIBERADOS.PRN, QUE
      *     COT001 APLICA EN SU PROXIMA CORRIDA. LA PERSONA LIBERADA
      *     NO VUELVE A SER RETENIDA POR VAL-LISTA.
      *   - C = CONFIRMAR: LA COINCIDENCIA ES REAL Y EL MOVIMIENTO NO
      *     SE APLICA NUNCA; LA CUENTA YA EXISTENTE (LST001) QUEDA
      *     INFORMADA PARA QUE CUMPLIMIENTO ACTUE POR SU CIRCUITO.
      *   - S = SALTEAR, F = TERMINAR.
      * SOLO DECIDE UN OPERADOR CON ROL "A"; QUIEN DECIDIO Y CUANDO
      * QUEDAN EN EL REGISTRO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
      * LAS ALTAS LIBERADAS USAN EL MISMO LAYOUT DEL LOTE DE
      * MOVIMIENTOS, COMO EL MOV-APROBADOS.PRN DE APR001
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-liberados.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MLB-STAT.
           SELECT MOV-COT-LIB
           ASSIGN TO "\COBOL\arch\mov-cot-liberados.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MCL-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

      * MISMO LAYOUT QUE EL MC-REG DE COT001, CON TRAILER "T"
       FD  MOV-COT-LIB.
       01  MCL-REG.
           03 MCL-MOV                   PIC X(01).
           03 FILLER                    PIC X(87).
       01  MCL-TRAILER REDEFINES MCL-REG.
           03 MCL-TR-MOV                PIC X(01).
           03 MCL-TR-CANTIDAD           PIC 9(08).
           03 FILLER                    PIC X(79).

       WORKING-STORAGE SECTION.

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       77  WK-RVC-STAT                  PIC X(02).
       77  WK-MLB-STAT                  PIC X(02).
       77  WK-MCL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CORTAR                    PIC 9      VALUE 0.
       77  WK-RVC-CANT                  PIC 9(04)  VALUE 0.
       77  WK-MLB-CANT                  PIC 9(04)  VALUE 0.
       77  WK-MCL-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-LIBERADOS-CANT            PIC 9(04)  VALUE 0.
       77  WK-CONFIRMADOS-CANT          PIC 9(04)  VALUE 0.
       77  WK-DECISION                  PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-DESC-COINCIDENCIA         PIC X(20)  VALUE SPACES.
       77  WK-DESC-TIPO                 PIC X(20)  VALUE SPACES.

       01  TAB-COLA.
           03 TAB-RVC-ITEM OCCURS 2000.
              05 TAB-RVC-REG            PIC X(208).

      * LO LIBERADO (LO YA ACUMULADO EN CADA ARCHIVO MAS LO DE ESTA
      * SESION) PARA REESCRIBIR CON TRAILER
       01  TAB-MOV-LIBERADOS.
           03 TAB-MLB-ITEM OCCURS 2000.
              05 TAB-MLB-REG            PIC X(97).
       01  TAB-COT-LIBERADOS.
           03 TAB-MCL-ITEM OCCURS 2000.
              05 TAB-MCL-REG            PIC X(88).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF NOT ( WK-OPERADOR-ROL = "A" )
              DISPLAY MESSAGE
              "Solo un administrador puede revisar cumplimiento"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM CARGAR-COLA THRU F-CARGAR-COLA
           PERFORM CARGAR-LIBERADOS THRU F-CARGAR-LIBERADOS
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "REVISION DE CUMPLIMIENTO" AT 0228.
       F-INICIO. EXIT.

       CARGAR-COLA.
           OPEN INPUT CUMPLIMIENTO
           IF NOT ( WK-RVC-STAT = "00" )
              GO TO F-CARGAR-COLA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CUMPLIMIENTO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-RVC-CANT < 2000
                 ADD 1 TO WK-RVC-CANT
                 MOVE RVC-REG TO TAB-RVC-REG(WK-RVC-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CUMPLIMIENTO.
       F-CARGAR-COLA. EXIT.

      * LO YA LIBERADO Y TODAVIA NO APLICADO SE CONSERVA: LOS
      * ARCHIVOS SE REESCRIBEN COMPLETOS AL SALIR, CON SU TRAILER
       CARGAR-LIBERADOS.
           OPEN INPUT MOV-CTAS
           IF WK-MLB-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ MOV-CTAS AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF M-MOV = "T"
                    EXIT PERFORM CYCLE
                 END-IF
                 IF WK-MLB-CANT < 2000
                    ADD 1 TO WK-MLB-CANT
                    MOVE MOV-REG TO TAB-MLB-REG(WK-MLB-CANT)
                 END-IF
              END-PERFORM
              MOVE 0 TO WK-FINAL
              CLOSE MOV-CTAS
           END-IF
           OPEN INPUT MOV-COT-LIB
           IF WK-MCL-STAT = "00"
              PERFORM UNTIL WK-FINAL = 1
                 READ MOV-COT-LIB AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF MCL-MOV = "T"
                    EXIT PERFORM CYCLE
                 END-IF
                 IF WK-MCL-CANT < 2000
                    ADD 1 TO WK-MCL-CANT
                    MOVE MCL-REG TO TAB-MCL-REG(WK-MCL-CANT)
                 END-IF
              END-PERFORM
              MOVE 0 TO WK-FINAL
              CLOSE MOV-COT-LIB
           END-IF.
       F-CARGAR-LIBERADOS. EXIT.

       PROCESO.
           IF WK-RVC-CANT = 0
              DISPLAY MESSAGE "No hay coincidencias pendientes"
              END-DISPLAY
              GO TO F-PROCESO
           END-IF
           PERFORM REVISAR-UNO THRU F-REVISAR-UNO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-RVC-CANT
                      OR WK-CORTAR = 1.
       F-PROCESO. EXIT.

       REVISAR-UNO.
           MOVE TAB-RVC-REG(WK-IND) TO RVC-REG
           IF NOT ( RVC-ESTADO = "P" )
              GO TO F-REVISAR-UNO
           END-IF
           IF RVC-COINCIDENCIA = "D"
              MOVE "POR DOCUMENTO"      TO WK-DESC-COINCIDENCIA
           ELSE
              MOVE "POR APELLIDO/NOMBRE" TO WK-DESC-COINCIDENCIA
           END-IF
           IF RVC-TIPO-LISTA = "S"
              MOVE "SANCIONADO"         TO WK-DESC-TIPO
           ELSE
              MOVE "PEP"                TO WK-DESC-TIPO
           END-IF
           DISPLAY "ORIGEN     : " AT 0502
           DISPLAY RVC-ORIGEN AT 0515
           DISPLAY RVC-FECHA AT 0525
           DISPLAY RVC-OPERADOR AT 0536
           DISPLAY "CUENTA     : " AT 0602
           DISPLAY RVC-DOCUMENTO AT 0615
           DISPLAY RVC-PRODUCTO AT 0625
           DISPLAY "PERSONA    : " AT 0702
           DISPLAY RVC-PER-DOCUMENTO AT 0715
           DISPLAY RVC-PER-APELLIDO AT 0725
           DISPLAY RVC-PER-NOMBRE AT 0746
           DISPLAY "COINCIDE   : " AT 0802
           DISPLAY WK-DESC-COINCIDENCIA AT 0815
           DISPLAY "LISTA      : " AT 0902
           DISPLAY WK-DESC-TIPO AT 0915
           DISPLAY RVC-REFERENCIA AT 0936
           IF RVC-ORIGEN = "LST001"
              DISPLAY "(CUENTA EXISTENTE: NO HAY MOVIMIENTO RETENIDO)"
              AT 1002
           ELSE
              DISPLAY "                                              "
              AT 1002
           END-IF
           MOVE SPACE TO WK-DECISION
           PERFORM UNTIL WK-DECISION = "L" OR "C" OR "S" OR "F"
              DISPLAY "DECISION (L=liberar/C=confirmar/S/F=fin): "
              AT 1202
              ACCEPT WK-DECISION AT 1245
           END-PERFORM
           EVALUATE WK-DECISION
              WHEN "F"
                   MOVE 1 TO WK-CORTAR
              WHEN "L"
                   PERFORM LIBERAR THRU F-LIBERAR
              WHEN "C"
                   MOVE "C" TO RVC-ESTADO
                   ADD 1 TO WK-CONFIRMADOS-CANT
                   PERFORM MARCAR-ACTUAL THRU F-MARCAR-ACTUAL
           END-EVALUATE.
       F-REVISAR-UNO. EXIT.

      * EL MOVIMIENTO RETENIDO VUELVE AL ARCHIVO DE SU CIRCUITO; LA
      * COINCIDENCIA DE LST001 NO TIENE MOVIMIENTO Y SOLO SE MARCA
       LIBERAR.
           MOVE "L" TO RVC-ESTADO
           ADD 1 TO WK-LIBERADOS-CANT
           EVALUATE RVC-ORIGEN
              WHEN "CTAS003"
              WHEN "CTAS007"
                   IF WK-MLB-CANT < 2000
                      ADD 1 TO WK-MLB-CANT
                      MOVE RVC-RETENIDO(1:97)
                        TO TAB-MLB-REG(WK-MLB-CANT)
                   END-IF
              WHEN "COT001"
                   IF WK-MCL-CANT < 2000
                      ADD 1 TO WK-MCL-CANT
                      MOVE RVC-RETENIDO(1:88)
                        TO TAB-MCL-REG(WK-MCL-CANT)
                   END-IF
           END-EVALUATE
           PERFORM MARCAR-ACTUAL THRU F-MARCAR-ACTUAL.
       F-LIBERAR. EXIT.

       MARCAR-ACTUAL.
           MOVE WK-OPERADOR TO RVC-REVISOR
           MOVE WK-HOY      TO RVC-FECHA-DECISION
           MOVE RVC-REG TO TAB-RVC-REG(WK-IND)
           MOVE 1 TO WK-HUBO-CAMBIOS.
       F-MARCAR-ACTUAL. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT CUMPLIMIENTO
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-RVC-CANT
                 MOVE TAB-RVC-REG(WK-IND) TO RVC-REG
                 WRITE RVC-REG
              END-PERFORM
              CLOSE CUMPLIMIENTO
              OPEN OUTPUT MOV-CTAS
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-MLB-CANT
                 MOVE TAB-MLB-REG(WK-IND) TO MOV-REG
                 WRITE MOV-REG
              END-PERFORM
              INITIALIZE MOV-REG
              MOVE "T"         TO TR-MOV
              MOVE WK-MLB-CANT TO TR-CANTIDAD
              WRITE MOV-REG
              CLOSE MOV-CTAS
              OPEN OUTPUT MOV-COT-LIB
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-MCL-CANT
                 MOVE TAB-MCL-REG(WK-IND) TO MCL-REG
                 WRITE MCL-REG
              END-PERFORM
              INITIALIZE MCL-REG
              MOVE "T"         TO MCL-TR-MOV
              MOVE WK-MCL-CANT TO MCL-TR-CANTIDAD
              WRITE MCL-REG
              CLOSE MOV-COT-LIB
           END-IF
           DISPLAY "Liberados  : " AT 1402
           DISPLAY WK-LIBERADOS-CANT AT 1415 CONVERT
           DISPLAY "Confirmados: " AT 1502
           DISPLAY WK-CONFIRMADOS-CANT AT 1515 CONVERT
           DISPLAY MESSAGE "Enter para continuar"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       END PROGRAM LST002.
