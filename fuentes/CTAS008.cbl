       FD  MOV-SUC.
       01  MS-REG.
           03 MS-MOV                  PIC X(01).
           03 MS-RESTO                PIC X(96).
       01  MS-TRAILER REDEFINES MS-REG.
           03 TS-MOV                  PIC X(01).
           03 TS-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(88).

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

