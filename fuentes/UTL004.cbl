      * =================================================================== */
      *                                                                     */
      *   UTL004.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   conversion unica de mcuentas y plasticos al registro de 110      */
      *   bytes con tipo de documento, e inicio del numerador interno      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTL004.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CON LOS TIPOS DE DOCUMENTO (LE, LC, CUIT, CUIL, PASAPORTE)
      * EL REGISTRO DE MCUENTAS.IDX Y EL DE PLASTICOS.IDX CRECIERON
      * DE 100 A 110 BYTES (CTAS-TIPO-DOC, PLAS-TIPO-DOC Y
      * PLAS-TIPO-CODOC AL FINAL). ESTE UTILITARIO SE CORRE UNA SOLA
      * VEZ, CON LA CADENA DETENIDA, ANTES DE LA PRIMERA CORRIDA CON
      * EL LAYOUT NUEVO. POR CADA ARCHIVO:
      *   1) LEE EL .IDX CON EL LAYOUT VIEJO Y GRABA CADA REGISTRO EN
      *      UN .NUE DE 110 BYTES, CON TIPO "D" (TODO LO ANTERIOR ES
      *      DNI); EL CODOCUMENTO DE UNA ADICIONAL TAMBIEN QUEDA "D".
      *   2) SI LAS CANTIDADES RECONCILIAN, RECREA EL .IDX DESDE EL
      *      .NUE CON EL LAYOUT NUEVO, RECONTANDO. SI NO, EL .IDX NO SE
      *      TOCA Y EL .NUE QUEDA EN DISCO PARA REVISAR.
      * UN .IDX QUE YA ABRE CON EL LAYOUT NUEVO Y TRAE EL TIPO CARGADO
      * SE DA POR CONVERTIDO, ASI QUE EL UTILITARIO PUEDE RELANZARSE.
      * COTITULARES Y DOMICILIOS NO CAMBIARON DE LARGO: AHI EL TIPO EN
      * BLANCO SE LEE COMO DNI Y NO HACE FALTA CONVERTIR.
      * AL FINAL, SI DOCUMENTOS-NUMERADOR.DAT NO EXISTE LO CREA CON EL
      * MAYOR DOCUMENTO VIEJO MENOR A 1000000 (TITULARES Y ADICIONALES)
      * PARA QUE VAL-DOC NO ASIGNE UN NUMERO INTERNO QUE YA USA UNA
      * CUENTA DE ANTES DE LOS TIPOS. RETURN-CODE 1 SI ALGO NO CIERRA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           SELECT CTAS-VIEJO
           ASSIGN TO "\COBOL\arch\mcuentas.idx"
           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY VCT-CLAVE
                 ALTERNATE RECORD KEY VCT-CLAVE-1
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY VCT-PROVINCIA
                           WITH DUPLICATES
                           FILE STATUS WK-VIE-STAT.
           SELECT PLAS-VIEJO
           ASSIGN TO "\COBOL\arch\plasticos.idx"
           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY VPL-CLAVE
                 ALTERNATE RECORD KEY VPL-CLAVE-1
                           WITH DUPLICATES
                           FILE STATUS WK-VIE-STAT.
           SELECT CTAS-NUEVO
           ASSIGN TO "\COBOL\arch\mcuentas.nue"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PLAS-NUEVO
           ASSIGN TO "\COBOL\arch\plasticos.nue"
           ORGANIZATION IS SEQUENTIAL.
           SELECT NUMERADOR
           ASSIGN TO "\COBOL\arch\documentos-numerador.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NUM-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-UTL004"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

      * LOS LAYOUTS VIEJOS DE 100 BYTES, CON LAS CLAVES EN LAS MISMAS
      * POSICIONES QUE EN EL REGISTRO NUEVO
       FD  CTAS-VIEJO.
       01  VCT-REG.
           03 VCT-CLAVE.
              05 VCT-DOCUMENTO        PIC 9(08).
              05 VCT-PRODUCTO         PIC 9(02).
           03 FILLER                  PIC X(48).
           03 VCT-PROVINCIA           PIC X(01).
           03 FILLER                  PIC X(04).
           03 VCT-CLAVE-1             PIC 9(01).
           03 FILLER                  PIC X(36).

       FD  PLAS-VIEJO.
       01  VPL-REG.
           03 VPL-CLAVE               PIC 9(16).
           03 VPL-CLAVE-1             PIC 9(08).
           03 FILLER                  PIC X(76).

       FD  CTAS-NUEVO.
       01  NCT-REG                      PIC X(110).

       FD  PLAS-NUEVO.
       01  NPL-REG                      PIC X(110).

       FD  NUMERADOR.
       01  NUM-REG.
           03 NUM-ULTIMO              PIC 9(08).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  DB-STAT                      PIC X(02).
       77  WK-VIE-STAT                  PIC X(02).
       77  WK-NUM-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-YA-CONVERTIDO             PIC 9          VALUE 0.
       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-CONVERTIDOS               PIC 9(08)      VALUE 0.
       77  WK-GRABADOS                  PIC 9(08)      VALUE 0.
       77  WK-RECHAZADOS                PIC 9(08)      VALUE 0.
       77  WK-TOT-RECHAZADOS            PIC 9(08)      VALUE 0.
       77  WK-MAYOR-VIEJO               PIC 9(08)      VALUE 0.
       77  WK-IMAGEN                    PIC X(85).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(50) VALUE
            "CONVERSION A TIPOS DE DOCUMENTO - UTL004".
            03 FILLER                   PIC X(37) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(16) VALUE "Archivo".
            03 FILLER                   PIC X(10) VALUE "Leidos".
            03 FILLER                   PIC X(10) VALUE "Grabados".
            03 FILLER                   PIC X(11) VALUE "Rechazados".
            03 FILLER                   PIC X(09) VALUE "Resultado".

       01  LIN-ARCHIVO.
            03 L-ARCHIVO                PIC X(16).
            03 L-LEIDOS                 PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-GRABADOS               PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-RECHAZADOS             PIC ZZZZZZZ9.
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 L-RESULTADO              PIC X(30).

       01  LIN-RECHAZO.
            03 FILLER                   PIC X(03) VALUE "** ".
            03 LR-ARCHIVO               PIC X(12).
            03 LR-IMAGEN                PIC X(85).

       01  LIN-NUMERADOR.
            03 FILLER                   PIC X(30) VALUE
            "Numerador de documentos......:".
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 LN-ULTIMO                PIC ZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 LN-RESULTADO             PIC X(30).

       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(30) VALUE
            "Total de registros rechazados:".
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZZZ9.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO                 THRU F-INICIO
           PERFORM CONVERTIR-CUENTAS      THRU F-CONVERTIR-CUENTAS
           PERFORM CONVERTIR-PLASTICOS    THRU F-CONVERTIR-PLASTICOS
           PERFORM INICIAR-NUMERADOR      THRU F-INICIAR-NUMERADOR
           PERFORM FINAL-PROG             THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY       FROM CENTURY-DATE
           MOVE WK-HOY         TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED    TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE.
       F-INICIO. EXIT.

      * PASADA 1 AL .NUE CON EL TIPO "D"; PASADA 2 RECREA EL .IDX
       CONVERTIR-CUENTAS.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "MCUENTAS"    TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT M-CUENTAS
           IF DB-STAT = "00"
              READ M-CUENTAS NEXT RECORD AT END
                   CONTINUE
              NOT AT END
                   IF CTAS-TIPO-DOC NOT = SPACE
                      MOVE 1 TO WK-YA-CONVERTIDO
                   END-IF
              END-READ
              CLOSE M-CUENTAS
           END-IF
           IF WK-YA-CONVERTIDO = 1
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-CUENTAS
           END-IF
           OPEN INPUT CTAS-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-CUENTAS
           END-IF
           OPEN OUTPUT CTAS-NUEVO
           PERFORM UNTIL WK-FINAL = 1
              READ CTAS-VIEJO NEXT RECORD AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              INITIALIZE CTAS-REG
              MOVE VCT-REG TO CTAS-REG(1:100)
              MOVE "D"     TO CTAS-TIPO-DOC
              WRITE NCT-REG FROM CTAS-REG
              ADD 1 TO WK-CONVERTIDOS
           END-PERFORM
           CLOSE CTAS-VIEJO
                 CTAS-NUEVO
           IF WK-CONVERTIDOS NOT = WK-LEIDOS
              MOVE "NO RECONCILIA, NO SE TOCA" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              MOVE 1 TO RETURN-CODE
              GO TO F-CONVERTIR-CUENTAS
           END-IF
           OPEN INPUT CTAS-NUEVO
           OPEN OUTPUT M-CUENTAS
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ CTAS-NUEVO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE NCT-REG TO CTAS-REG
              WRITE CTAS-REG INVALID KEY
                    MOVE NCT-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE CTAS-NUEVO
                 M-CUENTAS
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-CUENTAS. EXIT.

      * IGUAL QUE CUENTAS; LA ADICIONAL LLEVA TAMBIEN EL TIPO DEL
      * CODOCUMENTO, QUE EN LAS TARJETAS DEL TITULAR QUEDA EN BLANCO
       CONVERTIR-PLASTICOS.
           PERFORM LIMPIAR-CONTADORES THRU F-LIMPIAR-CONTADORES
           MOVE "PLASTICOS"   TO L-ARCHIVO
                                 LR-ARCHIVO
           OPEN INPUT M-PLASTICOS
           IF DB-STAT = "00"
              READ M-PLASTICOS NEXT RECORD AT END
                   CONTINUE
              NOT AT END
                   IF PLAS-TIPO-DOC NOT = SPACE
                      MOVE 1 TO WK-YA-CONVERTIDO
                   END-IF
              END-READ
              CLOSE M-PLASTICOS
           END-IF
           IF WK-YA-CONVERTIDO = 1
              MOVE "YA CONVERTIDO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-PLASTICOS
           END-IF
           OPEN INPUT PLAS-VIEJO
           IF NOT ( WK-VIE-STAT = "00" )
              MOVE "SIN ARCHIVO VIEJO" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              GO TO F-CONVERTIR-PLASTICOS
           END-IF
           OPEN OUTPUT PLAS-NUEVO
           PERFORM UNTIL WK-FINAL = 1
              READ PLAS-VIEJO NEXT RECORD AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              INITIALIZE PLAS-REG
              MOVE VPL-REG TO PLAS-REG(1:100)
              MOVE "D"     TO PLAS-TIPO-DOC
              IF PLAS-CODOCUMENTO NUMERIC
                 IF PLAS-CODOCUMENTO > 0
                    MOVE "D" TO PLAS-TIPO-CODOC
                 END-IF
              END-IF
              WRITE NPL-REG FROM PLAS-REG
              ADD 1 TO WK-CONVERTIDOS
           END-PERFORM
           CLOSE PLAS-VIEJO
                 PLAS-NUEVO
           IF WK-CONVERTIDOS NOT = WK-LEIDOS
              MOVE "NO RECONCILIA, NO SE TOCA" TO L-RESULTADO
              PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO
              MOVE 1 TO RETURN-CODE
              GO TO F-CONVERTIR-PLASTICOS
           END-IF
           OPEN INPUT PLAS-NUEVO
           OPEN OUTPUT M-PLASTICOS
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ PLAS-NUEVO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE NPL-REG TO PLAS-REG
              WRITE PLAS-REG INVALID KEY
                    MOVE NPL-REG TO WK-IMAGEN
                    PERFORM RECHAZAR THRU F-RECHAZAR
              NOT INVALID KEY
                    ADD 1 TO WK-GRABADOS
              END-WRITE
           END-PERFORM
           CLOSE PLAS-NUEVO
                 M-PLASTICOS
           MOVE "CONVERTIDO" TO L-RESULTADO
           PERFORM RENGLON-ARCHIVO THRU F-RENGLON-ARCHIVO.
       F-CONVERTIR-PLASTICOS. EXIT.

      * EL NUMERADOR SE CREA UNA SOLA VEZ; SE RECORREN LOS ARCHIVOS
      * YA CONVERTIDOS BUSCANDO EL MAYOR DOCUMENTO DE LA FRANJA QUE
      * AHORA ES DE NUMEROS INTERNOS
       INICIAR-NUMERADOR.
           IF RETURN-CODE NOT = 0
              GO TO F-INICIAR-NUMERADOR
           END-IF
           OPEN INPUT NUMERADOR
           IF WK-NUM-STAT = "00"
              READ NUMERADOR AT END
                   MOVE 0 TO NUM-ULTIMO
              END-READ
              CLOSE NUMERADOR
              MOVE NUM-ULTIMO TO LN-ULTIMO
              MOVE "YA EXISTIA, NO SE TOCA" TO LN-RESULTADO
              WRITE REG-LIS FROM LIN-NUMERADOR
              GO TO F-INICIAR-NUMERADOR
           END-IF
           MOVE 0 TO WK-MAYOR-VIEJO
           OPEN INPUT M-CUENTAS
           IF DB-STAT = "00"
              MOVE 0 TO WK-FINAL
              PERFORM UNTIL WK-FINAL = 1
                 READ M-CUENTAS NEXT RECORD AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF CTAS-DOCUMENTO < 1000000 AND
                    CTAS-DOCUMENTO > WK-MAYOR-VIEJO
                    MOVE CTAS-DOCUMENTO TO WK-MAYOR-VIEJO
                 END-IF
              END-PERFORM
              CLOSE M-CUENTAS
           END-IF
           OPEN INPUT M-PLASTICOS
           IF DB-STAT = "00"
              MOVE 0 TO WK-FINAL
              PERFORM UNTIL WK-FINAL = 1
                 READ M-PLASTICOS NEXT RECORD AT END
                      MOVE 1 TO WK-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF PLAS-DOCUMENTO < 1000000 AND
                    PLAS-DOCUMENTO > WK-MAYOR-VIEJO
                    MOVE PLAS-DOCUMENTO TO WK-MAYOR-VIEJO
                 END-IF
                 IF PLAS-CODOCUMENTO NUMERIC
                    IF PLAS-CODOCUMENTO < 1000000 AND
                       PLAS-CODOCUMENTO > WK-MAYOR-VIEJO
                       MOVE PLAS-CODOCUMENTO TO WK-MAYOR-VIEJO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE M-PLASTICOS
           END-IF
           OPEN OUTPUT NUMERADOR
           MOVE WK-MAYOR-VIEJO TO NUM-ULTIMO
           WRITE NUM-REG
           CLOSE NUMERADOR
           MOVE WK-MAYOR-VIEJO TO LN-ULTIMO
           MOVE "CREADO" TO LN-RESULTADO
           WRITE REG-LIS FROM LIN-NUMERADOR.
       F-INICIAR-NUMERADOR. EXIT.

       LIMPIAR-CONTADORES.
           MOVE 0 TO WK-FINAL
                     WK-YA-CONVERTIDO
                     WK-LEIDOS
                     WK-CONVERTIDOS
                     WK-GRABADOS
                     WK-RECHAZADOS.
       F-LIMPIAR-CONTADORES. EXIT.

      * CLAVE REPETIDA AL RECREAR: EL REGISTRO SALE EN EL LISTADO
       RECHAZAR.
           ADD 1 TO WK-RECHAZADOS
                    WK-TOT-RECHAZADOS
           MOVE WK-IMAGEN TO LR-IMAGEN
           WRITE REG-LIS FROM LIN-RECHAZO.
       F-RECHAZAR. EXIT.

       RENGLON-ARCHIVO.
           MOVE WK-LEIDOS     TO L-LEIDOS
           MOVE WK-GRABADOS   TO L-GRABADOS
           MOVE WK-RECHAZADOS TO L-RECHAZADOS
           WRITE REG-LIS FROM LIN-ARCHIVO.
       F-RENGLON-ARCHIVO. EXIT.

       FINAL-PROG.
           MOVE WK-TOT-RECHAZADOS TO LIN-TOT-RECHAZADOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           CLOSE LISTADO
           IF WK-TOT-RECHAZADOS > 0
              MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              DISPLAY MESSAGE "Conversion terminada"
              END-DISPLAY
           ELSE
              DISPLAY MESSAGE "Conversion con errores"
              END-DISPLAY
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM UTL004.
