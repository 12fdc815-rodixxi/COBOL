      * CADA REVERSION DEJA SU PROPIO REGISTRO DE AUDITORIA CON
      * AUD-MOV = "V" (reVersion), ASI EL BACKOUT TAMBIEN QUEDA
      * DOCUMENTADO.
      * UNA FECHA QUE CAE EN UN PERIODO YA CERRADO POR PER001 SE
      * RECHAZA ENTERA: ESE MES YA ESTA ASENTADO EN EL MAYOR Y SU
      * CORRECCION VA POR UN AJUSTE DE PERIODO ANTERIOR EN CTAS003.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\periodos.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CTAS006"
           ORGANIZATION IS SEQUENTIAL.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-operador-act.fds".
       COPY "\COBOL\fuentes\cpy\fd-periodos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-periodos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
           IF WK-ABANDONA = 1
              EXIT PARAGRAPH
           END-IF
           COMPUTE WK-PER-BUSCAR = WK-FECHA-BACKOUT / 100
           PERFORM BUSCAR-PERIODO-CERRADO THRU F-BUSCAR-PERIODO-CERRADO
           IF WK-PER-CERRADO = 1
              DISPLAY MESSAGE "Periodo cerrado, backout rechazado"
              END-DISPLAY
              MOVE 1 TO WK-ABANDONA
              MOVE 1 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-operador.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-periodo-cerrado.cpy".
      *----------------------------------------------------------------
