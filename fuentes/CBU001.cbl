      * =================================================================== */
      *                                                                     */
      *   CBU001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   asignacion de cbu: da a cada cuenta que todavia no lo tiene      */
      *   su clave bancaria uniforme de 22 digitos                         */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBU001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * RECORRE EL MAESTRO DE CUENTAS Y, PARA CADA CUENTA VIGENTE SIN
      * CBU EN CBU.IDX, ARMA EL CBU CON NUESTRO CODIGO DE ENTIDAD, LA
      * SUCURSAL DE RADICACION Y EL DOCUMENTO/PRODUCTO COMO NUMERO DE
      * CUENTA, LE HACE CALCULAR LOS DIGITOS VERIFICADORES A VAL-CBU
      * Y LO GRABA. EL CBU QUEDA FIJO DE AHI EN ADELANTE: UN CAMBIO DE
      * SUCURSAL POSTERIOR NO LO MODIFICA, PORQUE EL CLIENTE YA LO
      * DIO A QUIENES LE TRANSFIEREN. LA PRIMERA CORRIDA ASIGNA CBU A
      * TODA LA CARTERA; DESPUES, CADA NOCHE, SOLO A LAS ALTAS DEL
      * DIA. LAS CUENTAS DE BAJA NO RECIBEN CBU.
      * TERMINA CON RETURN-CODE 9 ANTE UNA FALLA DE E/S.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CBU001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\cbu.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-cbu.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cbu.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-CBU-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-ASIGNADOS                 PIC 9(08)      VALUE 0.
       77  WK-YA-TENIAN                 PIC 9(08)      VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "ASIGNACION DE CBU - CBU001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(20) VALUE "Apellido".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(03) VALUE "CBU".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-APELLIDO               PIC X(20).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CBU                    PIC 9(22).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas leidas...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-ASIGNADOS.
            03 FILLER                   PIC X(20) VALUE
            "CBU asignados....: ".
            03 LIN-TOT-ASIGNADOS        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-YA-TENIAN.
            03 FILLER                   PIC X(20) VALUE
            "Ya tenian CBU....: ".
            03 LIN-TOT-YA-TENIAN        PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
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
           OPEN INPUT  M-CUENTAS
           OPEN OUTPUT LISTADO
           PERFORM ABRIR-CBU THRU F-ABRIR-CBU
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * LA PRIMERA CORRIDA CREA EL ARCHIVO DE CBU
       ABRIR-CBU.
           OPEN I-O CBU-CUENTAS
           IF NOT ( WK-CBU-STAT = "00" )
              OPEN OUTPUT CBU-CUENTAS
              CLOSE CBU-CUENTAS
              OPEN I-O CBU-CUENTAS
           END-IF.
       F-ABRIR-CBU. EXIT.

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
           PERFORM UNTIL WK-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF NOT ( CTAS-FECHA-BAJA = 0 )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM ASIGNAR-CBU THRU F-ASIGNAR-CBU
           END-PERFORM.
       F-PROCESO. EXIT.

      * LA CUENTA SE BUSCA POR LA CLAVE ALTERNATIVA; SI YA TIENE CBU
      * NO SE TOCA
       ASIGNAR-CBU.
           MOVE CTAS-DOCUMENTO TO CBU-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO CBU-PRODUCTO
           READ CBU-CUENTAS KEY IS CBU-CUENTA
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO WK-YA-TENIAN
                   GO TO F-ASIGNAR-CBU
           END-READ
           MOVE 0                     TO WK-CBU
           MOVE WK-CBU-ENTIDAD-PROPIA TO WK-CBU-ENTIDAD
           MOVE CTAS-SUCURSAL         TO WK-CBU-SUCURSAL
           MOVE CTAS-DOCUMENTO        TO WK-CBU-DOCUMENTO
           MOVE CTAS-PRODUCTO         TO WK-CBU-PRODUCTO
           MOVE "D"                   TO WK-CBU-ACCION
           CALL "VAL-CBU" USING WK-CBU WK-CBU-ACCION WK-CBU-VALIDO
           MOVE WK-CBU         TO CBU-NUMERO
           MOVE CTAS-DOCUMENTO TO CBU-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO CBU-PRODUCTO
           MOVE WK-HOY         TO CBU-FECHA-ALTA
           WRITE CBU-REG INVALID KEY
                 MOVE WK-CBU-STAT TO DB-STAT
                 MOVE "WRITE" TO WK-FE-OPERACION
                 PERFORM ERROR-ES THRU F-ERROR-ES
           END-WRITE
           ADD 1 TO WK-ASIGNADOS
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO TO L-DOC
           MOVE CTAS-PRODUCTO  TO L-PROD
           MOVE CTAS-APELLIDO  TO L-APELLIDO
           MOVE CBU-NUMERO     TO L-CBU
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-ASIGNAR-CBU. EXIT.

       ERROR-ES.
           MOVE "CBU001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS    TO LIN-TOT-LEIDOS
           MOVE WK-ASIGNADOS TO LIN-TOT-ASIGNADOS
           MOVE WK-YA-TENIAN TO LIN-TOT-YA-TENIAN
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ASIGNADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-YA-TENIAN
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 CBU-CUENTAS
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM CBU001.
