       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  MOV-NUEVO.
       01  NVO-REG                      PIC X(97).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

