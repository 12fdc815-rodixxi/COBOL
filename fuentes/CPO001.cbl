      * =================================================================== */
      *                                                                     */
      *   CPO001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   aplicacion del lote de movimientos del maestro de codigos        */
      *   postales (codigo postal, localidad y provincia)                  */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPO001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * APLICA MOV-CODIGOS-POSTALES.PRN (MOVIMIENTOS "A" ALTA/
      * ACTUALIZACION Y "B" BAJA, CERRADO CON TRAILER "T") SOBRE
      * CODIGOS-POSTALES.IDX, CON EL MISMO ESTILO QUE EL LOTE DE
      * DOMICILIOS: CODIGO Y LOCALIDAD NO PUEDEN VENIR VACIOS Y LA
      * PROVINCIA TIENE QUE ESTAR EN TAB-PROVINCIAS. CODIGO Y
      * LOCALIDAD SE GRABAN EN MAYUSCULAS. LA CARGA INICIAL ES UN
      * LOTE DE ALTAS CON EL PADRON COMPLETO DEL CORREO. CORRE EN LA
      * CADENA ANTES DE DOM001, QUE YA VALIDA CONTRA LO ACTUALIZADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV-CPO
           ASSIGN TO "\COBOL\arch\mov-codigos-postales.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CPO001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\codigos-postales.sel".
           COPY "\COBOL\fuentes\cpy\tab-provincias.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       FD  MOV-CPO.
       01  MP-REG.
           03 MP-MOV                  PIC X(01).
           03 MP-CODIGO-POSTAL        PIC X(08).
           03 MP-LOCALIDAD            PIC X(20).
           03 MP-PROVINCIA            PIC X(01).
       01  MP-TRAILER REDEFINES MP-REG.
           03 TM-MOV                  PIC X(01).
           03 TM-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(21).

       COPY "\COBOL\fuentes\cpy\fd-codigos-postales.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-provincias.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-provincias.cpy".

       77  WK-CPO-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-APLICADOS                 PIC 9(06)     VALUE 0.
       77  WK-ERRORES                   PIC 9(06)     VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9         VALUE 0.
       77  WK-TRAILER-CANT              PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-PROV-VALIDA               PIC 9         VALUE 0.

       77  WK-MINUSCULAS                PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       77  WK-MAYUSCULAS                PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "MOVIMIENTOS DE CODIGOS POSTALES - CPO001".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(03) VALUE "Mov".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Cod.Post".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Localidad".
            03 FILLER                   PIC X(13) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prov".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Observaciones".

       01  LIN-DETALLE.
            03 L-MOV                    PIC X(01).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-CODIGO-POSTAL          PIC X(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-LOCALIDAD              PIC X(20).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PROVINCIA              PIC X(01).
            03 FILLER                   PIC X(05) VALUE ALL SPACES.
            03 L-OBS                    PIC X(23).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Mov. leidos......: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-APLICADOS.
            03 FILLER                   PIC X(20) VALUE
            "Mov. aplicados...: ".
            03 LIN-TOT-APLICADOS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-ERRORES.
            03 FILLER                   PIC X(20) VALUE
            "Mov. con error...: ".
            03 LIN-TOT-ERRORES          PIC ZZZZZ9.
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
           OPEN INPUT  MOV-CPO
           OPEN OUTPUT LISTADO
           OPEN I-O CODIGOS-POSTALES
           IF NOT ( WK-CPO-STAT = "00" )
              OPEN OUTPUT CODIGOS-POSTALES
           END-IF
           PERFORM CARGAR-TABLA-PROVINCIAS THRU
                   F-CARGAR-TABLA-PROVINCIAS
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
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
           IF NOT ( WK-MOV-STAT = "00" )
              MOVE 1 TO WK-FINAL
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-CPO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MP-MOV = "T"
                 MOVE 1           TO WK-TRAILER-LEIDO
                 MOVE TM-CANTIDAD TO WK-TRAILER-CANT
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              INSPECT MP-CODIGO-POSTAL
                      CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
              INSPECT MP-LOCALIDAD
                      CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
              EVALUATE MP-MOV
                 WHEN "A" PERFORM PROCESO-A THRU F-PROCESO-A
                 WHEN "B" PERFORM PROCESO-B THRU F-PROCESO-B
                 WHEN OTHER
                      MOVE "COD. MOV. INCORRECTO" TO L-OBS
                      PERFORM RECHAZAR THRU F-RECHAZAR
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

      * ALTA O ACTUALIZACION: LA LOCALIDAD DEL CODIGO CAMBIA DE
      * PROVINCIA SI EL MOVIMIENTO TRAE OTRA
       PROCESO-A.
           IF MP-CODIGO-POSTAL = SPACES
              MOVE "COD. POSTAL VACIO" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           IF MP-LOCALIDAD = SPACES
              MOVE "LOCALIDAD VACIA" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           PERFORM VALIDAR-PROVINCIA THRU F-VALIDAR-PROVINCIA
           IF WK-PROV-VALIDA = 0
              MOVE "PROVINCIA INVALIDA" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           MOVE MP-CODIGO-POSTAL TO CPO-CODIGO-POSTAL
           MOVE MP-LOCALIDAD     TO CPO-LOCALIDAD
           READ CODIGOS-POSTALES
           INVALID KEY
                PERFORM ARMAR-CODIGO THRU F-ARMAR-CODIGO
                WRITE CPO-REG INVALID KEY
                      MOVE "WRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
                END-WRITE
           NOT INVALID KEY
                PERFORM ARMAR-CODIGO THRU F-ARMAR-CODIGO
                REWRITE CPO-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
                END-REWRITE
           END-READ
           ADD 1 TO WK-APLICADOS.
       F-PROCESO-A. EXIT.

       ARMAR-CODIGO.
           MOVE SPACES           TO CPO-REG
           MOVE MP-CODIGO-POSTAL TO CPO-CODIGO-POSTAL
           MOVE MP-LOCALIDAD     TO CPO-LOCALIDAD
           MOVE MP-PROVINCIA     TO CPO-PROVINCIA.
       F-ARMAR-CODIGO. EXIT.

       PROCESO-B.
           MOVE MP-CODIGO-POSTAL TO CPO-CODIGO-POSTAL
           MOVE MP-LOCALIDAD     TO CPO-LOCALIDAD
           READ CODIGOS-POSTALES
           INVALID KEY
                MOVE "CODIGO NO EXISTE" TO L-OBS
                PERFORM RECHAZAR THRU F-RECHAZAR
           NOT INVALID KEY
                DELETE CODIGOS-POSTALES INVALID KEY
                       MOVE "DELETE" TO WK-FE-OPERACION
                       PERFORM ERROR-ES THRU F-ERROR-ES
                END-DELETE
                ADD 1 TO WK-APLICADOS
           END-READ.
       F-PROCESO-B. EXIT.

      * FALLA DE E/S SOBRE EL MAESTRO DE CODIGOS POSTALES: SE
      * REGISTRA EN LA BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA
      * CON RETURN-CODE 9
       ERROR-ES.
           MOVE "CPO001"    TO WK-FE-PROGRAMA
           MOVE CPO-CLAVE   TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 WK-CPO-STAT
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       VALIDAR-PROVINCIA.
           MOVE 0 TO WK-PROV-VALIDA
           SET PROV-INDEX TO 1
           SEARCH TAB-PROVINCIAS-DETALLE
            WHEN TAB-PROVINCIAS-COD(PROV-INDEX) = MP-PROVINCIA
             MOVE 1 TO WK-PROV-VALIDA
           END-SEARCH.
       F-VALIDAR-PROVINCIA. EXIT.

       RECHAZAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE MP-MOV           TO L-MOV
           MOVE MP-CODIGO-POSTAL TO L-CODIGO-POSTAL
           MOVE MP-LOCALIDAD     TO L-LOCALIDAD
           MOVE MP-PROVINCIA     TO L-PROVINCIA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA
           ADD 1 TO WK-ERRORES.
       F-RECHAZAR. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 63
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS    TO LIN-TOT-LEIDOS
           MOVE WK-APLICADOS TO LIN-TOT-APLICADOS
           MOVE WK-ERRORES   TO LIN-TOT-ERRORES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ERRORES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-APLICADOS + WK-ERRORES <> WK-LEIDOS
              OR ( WK-TRAILER-LEIDO = 1
                   AND WK-TRAILER-CANT <> WK-LEIDOS )
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE MOV-CPO
                 CODIGOS-POSTALES
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-provincias.cpy".

       END PROGRAM CPO001.
