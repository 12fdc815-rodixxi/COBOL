      * =================================================================== */
      *                                                                     */
      *   LEG001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   alta y seguimiento de las causas judiciales que el banco         */
      *   inicia contra sus deudores, gastos y marca de concurso           */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEG001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EMBARGOS.IDX CUBRE LAS ORDENES DE UN JUZGADO CONTRA NUESTROS
      * CLIENTES, PERO NADA SEGUIA LAS CAUSAS EN QUE EL BANCO ES EL
      * QUE DEMANDA. ESTA PANTALLA MANTIENE LEGALES.DAT, UNA CAUSA
      * ABIERTA POR DOCUMENTO/PRODUCTO VALIDADO CONTRA M-CUENTAS:
      *  A - ALTA DE LA CAUSA CON EXPEDIENTE Y ABOGADO (ETAPA 1).
      *  E - CAMBIO DE ETAPA Y/O DE ABOGADO.
      *  Q - MARCA O DESMARCA AL DEUDOR EN CONCURSO O QUIEBRA; CON LA
      *      MARCA CTAS004 NO DEVENGA PUNITORIOS Y GES002 SACA LA
      *      CUENTA DE LA AGENDA.
      *  G - GASTO DE LA CAUSA A CARGO DEL DEUDOR: QUEDA PENDIENTE EN
      *      GASTOS-LEGALES.DAT Y LEG002 LO DEBITA ESA NOCHE.
      *  C - CIERRE DE LA CAUSA.
      * SOLO OPERADORES CON ROL "M" O "A" PUEDEN OPERAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\legales.sel".
           COPY "\COBOL\fuentes\cpy\gastos-legales.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-legales.fds".
       COPY "\COBOL\fuentes\cpy\fd-gastos-legales.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-LEG-STAT                  PIC X(02).
       77  WK-GLE-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)  VALUE 0.
       77  WK-LEG-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTO                  PIC 9(02)  VALUE 0.
       77  WK-EXPEDIENTE                PIC X(15)  VALUE SPACES.
       77  WK-ABOGADO                   PIC X(20)  VALUE SPACES.
       77  WK-ETAPA                     PIC X(01)  VALUE SPACE.
       77  WK-CONCURSO                  PIC X(01)  VALUE SPACE.
       77  WK-CONCEPTO                  PIC X(20)  VALUE SPACES.
       77  WK-IMPORTE                   PIC 9(10)V99 VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FECHA                     PIC 9(08)  VALUE 0.
       77  WK-FECHA-ED-1                PIC X(10).
       77  WK-FECHA-ED-2                PIC X(10).
       77  WK-FECHA-ED-3                PIC X(08).
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).

       01  TAB-LEGALES.
           03 TAB-LEG-ITEM OCCURS 2000.
              05 TAB-LEG-REG            PIC X(92).

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
           IF WK-OPERADOR-ROL = "C"
              DISPLAY MESSAGE
              "Su rol es de consulta, no puede operar causas"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           PERFORM CARGAR-LEGALES THRU F-CARGAR-LEGALES
           OPEN INPUT M-CUENTAS
           OPEN EXTEND GASTOS-LEGALES
           IF NOT ( WK-GLE-STAT = "00" )
              OPEN OUTPUT GASTOS-LEGALES
           END-IF
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

       CARGAR-LEGALES.
           OPEN INPUT LEGALES
           IF NOT ( WK-LEG-STAT = "00" )
              GO TO F-CARGAR-LEGALES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ LEGALES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-LEG-CANT < 2000
                 ADD 1 TO WK-LEG-CANT
                 MOVE LEG-REG TO TAB-LEG-REG(WK-LEG-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE LEGALES.
       F-CARGAR-LEGALES. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY TIT-FECHA AT 0201
           DISPLAY "CAUSAS JUDICIALES" AT 0232
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
                 WHEN "A" PERFORM ALTA-CAUSA THRU F-ALTA-CAUSA
                 WHEN "E" PERFORM CAMBIAR-ETAPA THRU F-CAMBIAR-ETAPA
                 WHEN "Q" PERFORM MARCAR-CONCURSO
                                  THRU F-MARCAR-CONCURSO
                 WHEN "G" PERFORM CARGAR-GASTO THRU F-CARGAR-GASTO
                 WHEN "C" PERFORM CERRAR-CAUSA THRU F-CERRAR-CAUSA
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (A=alta, E=etapa, Q=concurso, G=gasto,"
                      AT 0502
              DISPLAY "        C=cierre, F=fin): " AT 0602
              ACCEPT WK-ACCION AT 0628
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "A" OR "E" OR "Q" OR "G" OR "C"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-ACCION. EXIT.

       PEDIR-CUENTA.
           DISPLAY "DOCUMENTO : " AT 0802
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0814 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           DISPLAY "PRODUCTO  : " AT 0902
           ACCEPT WK-PRODUCTO AT 0914.
       F-PEDIR-CUENTA. EXIT.

       BUSCAR-ABIERTA.
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-LEG-CANT
              MOVE TAB-LEG-REG(WK-IND) TO LEG-REG
              IF LEG-DOCUMENTO = WK-DOCUMENTO
                 AND LEG-PRODUCTO = WK-PRODUCTO
                 AND LEG-ESTADO = "A"
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-LEG-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR-ABIERTA. EXIT.

       PEDIR-ABOGADO.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ABOGADO         : " AT 1202
              ACCEPT WK-ABOGADO AT 1221
              IF WK-ABOGADO = SPACES
                 DISPLAY MESSAGE "Abogado vacio"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM.
       F-PEDIR-ABOGADO. EXIT.

       ALTA-CAUSA.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE WK-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                DISPLAY MESSAGE "Cuenta inexistente"
                END-DISPLAY
                GO TO F-ALTA-CAUSA
           END-READ
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA
           IF WK-HALLADO > 0
              DISPLAY MESSAGE
              "La cuenta ya tiene una causa abierta"
              END-DISPLAY
              GO TO F-ALTA-CAUSA
           END-IF
           IF WK-LEG-CANT >= 2000
              DISPLAY MESSAGE "Maestro de causas lleno"
              END-DISPLAY
              GO TO F-ALTA-CAUSA
           END-IF
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "EXPEDIENTE      : " AT 1102
              ACCEPT WK-EXPEDIENTE AT 1121
              IF WK-EXPEDIENTE = SPACES
                 DISPLAY MESSAGE "Expediente vacio"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM
           PERFORM PEDIR-ABOGADO THRU F-PEDIR-ABOGADO
           INITIALIZE LEG-REG
           MOVE WK-DOCUMENTO  TO LEG-DOCUMENTO
           MOVE WK-PRODUCTO   TO LEG-PRODUCTO
           MOVE WK-EXPEDIENTE TO LEG-EXPEDIENTE
           MOVE WK-ABOGADO    TO LEG-ABOGADO
           MOVE "1"           TO LEG-ETAPA
           MOVE WK-HOY        TO LEG-FECHA-ALTA
           MOVE WK-HOY        TO LEG-FECHA-ETAPA
           MOVE 0             TO LEG-FECHA-CIERRE
           MOVE "A"           TO LEG-ESTADO
           MOVE "N"           TO LEG-CONCURSO
           MOVE 0             TO LEG-FECHA-CONCURSO
           MOVE 0             TO LEG-GASTOS
           ADD 1 TO WK-LEG-CANT
           MOVE LEG-REG TO TAB-LEG-REG(WK-LEG-CANT)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Causa registrada" AT 1602.
       F-ALTA-CAUSA. EXIT.

      * LA ETAPA SOLO SE MUEVE ENTRE 1 Y 5; SI SE DEJA LA MISMA ETAPA
      * SE PUEDE CAMBIAR EL ABOGADO SOLO. LA FECHA DE ETAPA SE PISA
      * UNICAMENTE CUANDO LA ETAPA CAMBIA
       CAMBIAR-ETAPA.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA
           IF WK-HALLADO = 0
              DISPLAY MESSAGE
              "La cuenta no tiene causa abierta"
              END-DISPLAY
              GO TO F-CAMBIAR-ETAPA
           END-IF
           MOVE TAB-LEG-REG(WK-HALLADO) TO LEG-REG
           DISPLAY "ETAPA ACTUAL    : " AT 1002
           DISPLAY LEG-ETAPA AT 1021
           DISPLAY "ABOGADO ACTUAL  : " AT 1102
           DISPLAY LEG-ABOGADO AT 1121
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "NUEVA ETAPA (1=intimacion 2=demanda 3=sentencia"
                      AT 1302
              DISPLAY "  4=ejecucion 5=acuerdo): " AT 1402
              ACCEPT WK-ETAPA AT 1428
              IF WK-ETAPA = "1" OR "2" OR "3" OR "4" OR "5"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Etapa incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
           MOVE LEG-ABOGADO TO WK-ABOGADO
           DISPLAY "ABOGADO         : " AT 1202
           ACCEPT WK-ABOGADO AT 1221
           IF WK-ABOGADO = SPACES
              MOVE LEG-ABOGADO TO WK-ABOGADO
           END-IF
           IF WK-ETAPA NOT = LEG-ETAPA
              MOVE WK-ETAPA TO LEG-ETAPA
              MOVE WK-HOY   TO LEG-FECHA-ETAPA
           END-IF
           MOVE WK-ABOGADO TO LEG-ABOGADO
           MOVE LEG-REG TO TAB-LEG-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Causa actualizada" AT 1602.
       F-CAMBIAR-ETAPA. EXIT.

       MARCAR-CONCURSO.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA
           IF WK-HALLADO = 0
              DISPLAY MESSAGE
              "La cuenta no tiene causa abierta"
              END-DISPLAY
              GO TO F-MARCAR-CONCURSO
           END-IF
           MOVE TAB-LEG-REG(WK-HALLADO) TO LEG-REG
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "CONCURSO O QUIEBRA (S/N): " AT 1102
              ACCEPT WK-CONCURSO AT 1128
              IF WK-CONCURSO = "S" OR "N"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Responda S o N"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-CONCURSO = LEG-CONCURSO
              DISPLAY MESSAGE "La causa ya estaba asi"
              END-DISPLAY
              GO TO F-MARCAR-CONCURSO
           END-IF
           MOVE WK-CONCURSO TO LEG-CONCURSO
           IF WK-CONCURSO = "S"
              MOVE WK-HOY TO LEG-FECHA-CONCURSO
           ELSE
              MOVE 0      TO LEG-FECHA-CONCURSO
           END-IF
           MOVE LEG-REG TO TAB-LEG-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Marca de concurso actualizada" AT 1602.
       F-MARCAR-CONCURSO. EXIT.

      * EL GASTO QUEDA PENDIENTE EN GASTOS-LEGALES.DAT CON EL
      * OPERADOR QUE LO CARGO; LEG-GASTOS LLEVA EL ACUMULADO DE LA
      * CAUSA PARA EL LISTADO DE LEGALES
       CARGAR-GASTO.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA
           IF WK-HALLADO = 0
              DISPLAY MESSAGE
              "La cuenta no tiene causa abierta"
              END-DISPLAY
              GO TO F-CARGAR-GASTO
           END-IF
           MOVE TAB-LEG-REG(WK-HALLADO) TO LEG-REG
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "CONCEPTO        : " AT 1102
              ACCEPT WK-CONCEPTO AT 1121
              IF WK-CONCEPTO = SPACES
                 DISPLAY MESSAGE "Concepto vacio"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "IMPORTE         : " AT 1202
              ACCEPT WK-IMPORTE AT 1221
              IF WK-IMPORTE = 0
                 DISPLAY MESSAGE "Gasto sin importe"
                 END-DISPLAY
              ELSE
                 MOVE 1 TO WK-DATO-VALIDO
              END-IF
           END-PERFORM
           INITIALIZE GLE-REG
           MOVE WK-DOCUMENTO   TO GLE-DOCUMENTO
           MOVE WK-PRODUCTO    TO GLE-PRODUCTO
           MOVE LEG-EXPEDIENTE TO GLE-EXPEDIENTE
           MOVE WK-HOY         TO GLE-FECHA
           MOVE WK-CONCEPTO    TO GLE-CONCEPTO
           MOVE WK-IMPORTE     TO GLE-IMPORTE
           MOVE "P"            TO GLE-ESTADO
           MOVE WK-OPERADOR    TO GLE-OPERADOR
           WRITE GLE-REG
           ADD WK-IMPORTE TO LEG-GASTOS
           MOVE LEG-REG TO TAB-LEG-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Gasto registrado, se debita esta noche" AT 1602.
       F-CARGAR-GASTO. EXIT.

       CERRAR-CAUSA.
           PERFORM PEDIR-CUENTA THRU F-PEDIR-CUENTA
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA
           IF WK-HALLADO = 0
              DISPLAY MESSAGE
              "La cuenta no tiene causa abierta"
              END-DISPLAY
              GO TO F-CERRAR-CAUSA
           END-IF
           MOVE TAB-LEG-REG(WK-HALLADO) TO LEG-REG
           MOVE "C"    TO LEG-ESTADO
           MOVE WK-HOY TO LEG-FECHA-CIERRE
           MOVE LEG-REG TO TAB-LEG-REG(WK-HALLADO)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Causa cerrada" AT 1602.
       F-CERRAR-CAUSA. EXIT.

       FINAL-PROG.
           CLOSE M-CUENTAS
           CLOSE GASTOS-LEGALES
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT LEGALES
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-LEG-CANT
                 MOVE TAB-LEG-REG(WK-IND) TO LEG-REG
                 WRITE LEG-REG
              END-PERFORM
              CLOSE LEGALES
           END-IF
           DISPLAY MESSAGE "Fin de la carga de causas judiciales"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM LEG001.
