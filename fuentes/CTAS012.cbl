       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       FD  PARTICION.
       01  PRT-REG                      PIC X(97).

       FD  PARAMETROS.
       01  PAR-REG.
