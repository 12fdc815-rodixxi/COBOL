       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  PENDIENTES.
       01  PEN-REG                    PIC X(97).

       FD  LOTE-NOCHE.
       01  LOTE-REG                   PIC X(97).

       FD  PENDIENTES-NUE.
       01  PEN-NUE-REG                PIC X(97).

       FD  LISTADO.
       01  REG-LIS                    PIC X(100).
       77  WK-EN-COLA                   PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.

       01  WK-MOV-GUARDADO              PIC X(97).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
