       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       FD  AUD-NUEVA.
       01  NUE-REG                      PIC X(190).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
