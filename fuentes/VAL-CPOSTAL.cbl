      * =================================================================== */
      *                                                                     */
      *   VAL-CPOSTAL.CBL                                                   */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rutina comun de domicilios: controla codigo postal, localidad    */
      *   y provincia contra el maestro de codigos postales                */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-CPOSTAL.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * BUENA PARTE DE LA CORRESPONDENCIA QUE DEV001 MARCA COMO
      * DEVUELTA VENIA DE UN CODIGO POSTAL MAL CARGADO O DE UNA
      * LOCALIDAD PUESTA EN OTRA PROVINCIA. LA LLAMAN EL ABM DE
      * DOMICILIOS (DOM001) Y EL BARRIDO DEL MAESTRO (CPO002).
      * BUSCA TODOS LOS REGISTROS DEL CODIGO POSTAL EN
      * CODIGOS-POSTALES.IDX (CODIGO Y LOCALIDAD SIN DISTINGUIR
      * MAYUSCULAS) Y DEVUELVE EL RESULTADO DESCRIPTO EN
      * WK-VAL-CPOSTAL.CPY. EL MAESTRO SE ABRE EN LA PRIMERA LLAMADA
      * Y QUEDA ABIERTO EL RESTO DE LA CORRIDA; SI NO EXISTE NO SE
      * REINTENTA Y TODAS LAS CONSULTAS VUELVEN "M".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\codigos-postales.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-codigos-postales.fds".

       WORKING-STORAGE SECTION.

       77  WK-CPO-STAT                  PIC X(02).

      * 0 = MAESTRO CERRADO, 1 = ABIERTO, 3 = NO EXISTE
       77  WK-ABIERTO                   PIC 9      VALUE 0.
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-HAY-CODIGO                PIC 9      VALUE 0.
       77  WK-HAY-LOCALIDAD             PIC 9      VALUE 0.
       77  WK-HAY-PROVINCIA             PIC 9      VALUE 0.
       77  WK-CODIGO-POSTAL             PIC X(08).
       77  WK-LOCALIDAD                 PIC X(20).

       77  WK-MINUSCULAS                PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       77  WK-MAYUSCULAS                PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01  LK-VCP-CONSULTA.
           03 LK-VCP-CODIGO-POSTAL      PIC X(08).
           03 LK-VCP-LOCALIDAD          PIC X(20).
           03 LK-VCP-PROVINCIA          PIC X(01).
           03 LK-VCP-RESULTADO          PIC X(01).
           03 LK-VCP-PROV-CP            PIC X(01).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-VCP-CONSULTA.

       CONTROL-PROG.
           MOVE SPACE TO LK-VCP-PROV-CP
           IF WK-ABIERTO = 0
              OPEN INPUT CODIGOS-POSTALES
              IF WK-CPO-STAT = "00"
                 MOVE 1 TO WK-ABIERTO
              ELSE
                 MOVE 3 TO WK-ABIERTO
              END-IF
           END-IF
           IF WK-ABIERTO = 3
              MOVE "M" TO LK-VCP-RESULTADO
              EXIT PROGRAM
           END-IF
           PERFORM CONTROLAR THRU F-CONTROLAR
           EXIT PROGRAM.

      * RECORRE LAS LOCALIDADES DEL CODIGO: LA QUE COINCIDE DECIDE
      * POR SU PROVINCIA; SI NINGUNA COINCIDE, ALCANZA CON QUE EL
      * CODIGO TENGA ALGUNA LOCALIDAD EN LA PROVINCIA PARA QUE EL
      * ERROR SEA DE LOCALIDAD Y NO DE PROVINCIA
       CONTROLAR.
           MOVE "C" TO LK-VCP-RESULTADO
           MOVE LK-VCP-CODIGO-POSTAL TO WK-CODIGO-POSTAL
           MOVE LK-VCP-LOCALIDAD     TO WK-LOCALIDAD
           INSPECT WK-CODIGO-POSTAL
                   CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           INSPECT WK-LOCALIDAD
                   CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           IF WK-CODIGO-POSTAL = SPACES
              GO TO F-CONTROLAR
           END-IF
           MOVE 0 TO WK-FINAL
                     WK-HAY-CODIGO
                     WK-HAY-LOCALIDAD
                     WK-HAY-PROVINCIA
           MOVE WK-CODIGO-POSTAL TO CPO-CODIGO-POSTAL
           MOVE LOW-VALUES       TO CPO-LOCALIDAD
           START CODIGOS-POSTALES KEY NOT < CPO-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ CODIGOS-POSTALES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CPO-CODIGO-POSTAL = WK-CODIGO-POSTAL )
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-HAY-CODIGO = 0
                 MOVE 1             TO WK-HAY-CODIGO
                 MOVE CPO-PROVINCIA TO LK-VCP-PROV-CP
              END-IF
              IF CPO-PROVINCIA = LK-VCP-PROVINCIA
                 MOVE 1 TO WK-HAY-PROVINCIA
              END-IF
              IF CPO-LOCALIDAD = WK-LOCALIDAD
                 MOVE 1             TO WK-HAY-LOCALIDAD
                                       WK-FINAL
                 MOVE CPO-PROVINCIA TO LK-VCP-PROV-CP
              END-IF
           END-PERFORM
           IF WK-HAY-CODIGO = 0
              GO TO F-CONTROLAR
           END-IF
           IF WK-HAY-LOCALIDAD = 1
              IF LK-VCP-PROV-CP = LK-VCP-PROVINCIA
                 MOVE "S" TO LK-VCP-RESULTADO
              ELSE
                 MOVE "P" TO LK-VCP-RESULTADO
              END-IF
              GO TO F-CONTROLAR
           END-IF
           IF WK-HAY-PROVINCIA = 1
              MOVE "L" TO LK-VCP-RESULTADO
           ELSE
              MOVE "P" TO LK-VCP-RESULTADO
           END-IF.
       F-CONTROLAR. EXIT.

       END PROGRAM VAL-CPOSTAL.
