      *     EN AMBOS SENTIDOS Y SUS NOTAS,
      *   - Y PIDE CONFIRMACION ANTES DE TOCAR NADA.
      * SOLO OPERADORES CON ROL "A" FUSIONAN.
      * LOS DOCUMENTOS SE INGRESAN POR NUMERO INTERNO (EL QUE LISTA
      * DUP001) Y LA PANTALLA MUESTRA AL LADO EL TIPO Y NUMERO REAL
      * (VAL-DOC "I"). TODO LO QUE PASA AL SOBREVIVIENTE TOMA SU TIPO
      * DE DOCUMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-SUB-FINAL                 PIC 9      VALUE 0.
       77  WK-SOBREVIVE                 PIC 9(08)  VALUE 0.
       77  WK-DUPLICADO                 PIC 9(08)  VALUE 0.
       77  WK-TIPO-SOBREVIVE            PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-CONFIRMA                  PIC X(01)  VALUE SPACE.
       77  WK-CHOQUE                    PIC 9      VALUE 0.
       77  WK-NOTA-CANT                 PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.

       01  WK-CUENTA-T                  PIC X(110).
       01  WK-COT-T                     PIC X(70).

       01  WK-CTAS-ANTES.
              MOVE 1 TO WK-FINAL
              GO TO F-FUSIONAR-UNA
           END-IF
           MOVE "I"          TO WK-VDO-ACCION
           MOVE WK-SOBREVIVE TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO  TO WK-TIPO-SOBREVIVE
           DISPLAY WK-VDO-SIGLA   AT 0546
           DISPLAY WK-VDO-IMPRESO AT 0551
           DISPLAY "DOCUMENTO DUPLICADO            : " AT 0602
           ACCEPT WK-DUPLICADO AT 0636
           IF WK-DUPLICADO = WK-SOBREVIVE OR WK-DUPLICADO = 0
              END-DISPLAY
              GO TO F-FUSIONAR-UNA
           END-IF
           MOVE "I"          TO WK-VDO-ACCION
           MOVE WK-DUPLICADO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           DISPLAY WK-VDO-SIGLA   AT 0646
           DISPLAY WK-VDO-IMPRESO AT 0651
           PERFORM CONTROLAR-CHOQUE THRU F-CONTROLAR-CHOQUE
           IF WK-CHOQUE = 1
              DISPLAY MESSAGE
              END-DELETE
              MOVE WK-CUENTA-T TO CTAS-REG
              MOVE WK-SOBREVIVE TO CTAS-DOCUMENTO
              MOVE WK-TIPO-SOBREVIVE TO CTAS-TIPO-DOC
              WRITE CTAS-REG INVALID KEY
                    MOVE "WRITE" TO WK-FE-OPERACION
                    PERFORM ERROR-ES THRU F-ERROR-ES
                 EXIT PERFORM CYCLE
              END-IF
              MOVE WK-SOBREVIVE TO PLAS-DOCUMENTO
              MOVE WK-TIPO-SOBREVIVE TO PLAS-TIPO-DOC
              REWRITE PLAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
                       CONTINUE
                END-DELETE
                MOVE WK-SOBREVIVE TO DOM-DOCUMENTO
                MOVE WK-TIPO-SOBREVIVE TO DOM-TIPO-DOC
                WRITE DOM-REG INVALID KEY
                      CONTINUE
                END-WRITE
                 MOVE WK-COT-T TO COT-REG
                 IF COT-DOCUMENTO = WK-DUPLICADO
                    MOVE WK-SOBREVIVE TO COT-DOCUMENTO
                    MOVE WK-TIPO-SOBREVIVE TO COT-TIPO-DOC
                 END-IF
                 IF COT-CODOCUMENTO = WK-DUPLICADO
                    MOVE WK-SOBREVIVE TO COT-CODOCUMENTO
                    MOVE WK-TIPO-SOBREVIVE TO COT-TIPO-CODOC
                 END-IF
                 WRITE COT-REG INVALID KEY
                       CONTINUE
