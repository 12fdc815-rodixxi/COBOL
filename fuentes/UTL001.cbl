       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       FD  DESCARGA.
       01  DSC-REG                      PIC X(110).
       01  DSC-CONTROL REDEFINES DSC-REG.
           03 DSC-CTL-MARCA           PIC X(03).
           03 DSC-CTL-CANTIDAD        PIC 9(08).
           03 DSC-CTL-HASH            PIC S9(14)V99.
           03 FILLER                  PIC X(83).

       FD  PARAMETROS.
       01  PAR-REG.
