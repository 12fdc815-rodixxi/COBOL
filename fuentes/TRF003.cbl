      * =================================================================== */
      *                                                                     */
      *   TRF003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   envio a la camara compensadora de las transferencias a          */
      *   otros bancos cargadas en el dia                                  */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LAS TRANSFERENCIAS QUE TRF002 DEJO PENDIENTES ("P") EN
      * TRANSFERENCIAS.DAT YA ESTAN DEBITADAS DE LA CUENTA DEL
      * CLIENTE; FALTA MANDARLAS A LA CAMARA. ESTE PASO ARMA
      * CCE-SALIDA.PRN, UNA LINEA "D" POR TRANSFERENCIA CON SU
      * NUMERO, CBU ORIGEN Y DESTINO, CUIT DEL DESTINATARIO, IMPORTE
      * Y FECHA, CERRADO CON UN TRAILER "T" DE CANTIDAD E IMPORTE
      * (EL MISMO FORMATO DE TRAILER QUE CONTROLA INT001), Y PASA
      * CADA TRANSFERENCIA ENVIADA A "E" CON LA FECHA DE ENVIO.
      * UNA RELANZADA EN EL MISMO DIA VUELVE A INCLUIR LAS QUE YA SE
      * MARCARON HOY, ASI EL ARCHIVO PARA LA CAMARA SALE COMPLETO
      * AUNQUE EL PRIMER INTENTO HAYA QUEDADO A MEDIAS.
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
           COPY "\COBOL\fuentes\cpy\transferencias.sel".
           SELECT CCE-SALIDA
           ASSIGN TO "\COBOL\arch\cce-salida.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CCE-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-TRF003"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-transferencias.fds".

      * ARCHIVO PARA LA CAMARA: REGISTRO DE 100 POSICIONES
       FD  CCE-SALIDA.
       01  CCE-REG.
           03 CCE-TIPO                PIC X(01).
           03 CCE-NUMERO              PIC 9(10).
           03 CCE-CBU-ORIGEN          PIC 9(22).
           03 CCE-CBU-DESTINO         PIC 9(22).
           03 CCE-CUIT-DESTINO        PIC 9(11).
           03 CCE-IMPORTE             PIC 9(10)V99.
           03 CCE-FECHA               PIC 9(08).
           03 FILLER                  PIC X(14).
       01  CCE-TRAILER REDEFINES CCE-REG.
           03 CTR-TIPO                PIC X(01).
           03 CTR-CANTIDAD            PIC 9(08).
           03 CTR-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(77).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-TRS-STAT                  PIC X(02).
       77  WK-CCE-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-ENVIADAS                  PIC 9(08)      VALUE 0.
       77  WK-IMP-ENVIADO               PIC 9(12)V99   VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "TRANSFERENCIAS ENVIADAS A CAMARA - TRF003".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Numero".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(09) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(22) VALUE "CBU destino".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Importe".

       01  LIN-DETALLE.
            03 L-NUMERO                 PIC 9(10).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(04) VALUE ALL SPACES.
            03 L-CBU                    PIC 9(22).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Registros leidos.: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-ENVIADAS.
            03 FILLER                   PIC X(20) VALUE
            "Transf. enviadas.: ".
            03 LIN-TOT-ENVIADAS         PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-ENV          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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

      * SIN TRANSFERENCIAS CARGADAS IGUAL SALE EL ARCHIVO, CON EL
      * TRAILER EN CERO: LA CAMARA ESPERA UNO POR DIA
       INICIO.
           OPEN I-O    TRANSFERENCIAS
           IF NOT ( WK-TRS-STAT = "00" )
              MOVE 1 TO WK-FINAL
           END-IF
           OPEN OUTPUT CCE-SALIDA
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
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
           PERFORM UNTIL WK-FINAL = 1
              READ TRANSFERENCIAS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF TRS-ESTADO = "P"
                 OR ( TRS-ESTADO = "E" AND TRS-FECHA-ENVIO = WK-HOY )
                 PERFORM ENVIAR THRU F-ENVIAR
              END-IF
           END-PERFORM.
       F-PROCESO. EXIT.

       ENVIAR.
           INITIALIZE CCE-REG
           MOVE "D"                 TO CCE-TIPO
           MOVE TRS-NUMERO          TO CCE-NUMERO
           MOVE TRS-CBU-ORIGEN      TO CCE-CBU-ORIGEN
           MOVE TRS-CBU-DESTINO     TO CCE-CBU-DESTINO
           MOVE TRS-CUIT-DESTINO    TO CCE-CUIT-DESTINO
           MOVE TRS-IMPORTE         TO CCE-IMPORTE
           MOVE TRS-FECHA           TO CCE-FECHA
           WRITE CCE-REG
           IF NOT ( WK-CCE-STAT = "00" )
              MOVE WK-CCE-STAT TO DB-STAT
              MOVE "WRITE"     TO WK-FE-OPERACION
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           IF TRS-ESTADO = "P"
              MOVE "E"    TO TRS-ESTADO
              MOVE WK-HOY TO TRS-FECHA-ENVIO
              REWRITE TRS-REG
              IF NOT ( WK-TRS-STAT = "00" )
                 MOVE WK-TRS-STAT TO DB-STAT
                 MOVE "REWRITE"   TO WK-FE-OPERACION
                 PERFORM ERROR-ES THRU F-ERROR-ES
              END-IF
           END-IF
           ADD 1 TO WK-ENVIADAS
           ADD TRS-IMPORTE TO WK-IMP-ENVIADO
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TRS-NUMERO      TO L-NUMERO
           MOVE TRS-DOCUMENTO   TO L-DOC
           MOVE TRS-PRODUCTO    TO L-PROD
           MOVE TRS-CBU-DESTINO TO L-CBU
           MOVE TRS-IMPORTE     TO L-IMPORTE
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-ENVIAR. EXIT.

      * FALLA DE E/S: SE REGISTRA EN LA BITACORA DE ERRORES
      * (FALLA-ES) CON EL NUMERO DE TRANSFERENCIA; EL ARCHIVO PARA LA
      * CAMARA QUEDA SIN TRAILER, ASI NO SE LO PUEDE ENTREGAR, Y SE
      * RELANZA EL PASO
       ERROR-ES.
           MOVE "TRF003"    TO WK-FE-PROGRAMA
           MOVE TRS-NUMERO  TO WK-FE-CLAVE
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
           INITIALIZE CCE-TRAILER
           MOVE "T"            TO CTR-TIPO
           MOVE WK-ENVIADAS    TO CTR-CANTIDAD
           MOVE WK-IMP-ENVIADO TO CTR-IMPORTE
           WRITE CCE-REG
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS      TO LIN-TOT-LEIDOS
           MOVE WK-ENVIADAS    TO LIN-TOT-ENVIADAS
           MOVE WK-IMP-ENVIADO TO LIN-TOT-IMP-ENV
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ENVIADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE TRANSFERENCIAS
                 CCE-SALIDA
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM TRF003.
