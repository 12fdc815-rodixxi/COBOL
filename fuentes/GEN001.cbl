       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       FD  EXTRACTO-1.
       01  EX1-REG                      PIC X(110).

       FD  EXTRACTO-2.
       01  EX2-REG                      PIC X(110).

      * MISMO LAYOUT QUE CTAS-REG, CON NOMBRES PROPIOS PARA QUE LAS
      * CLAVES DEL INDEXADO PARCIAL NO CHOQUEN CON LAS DEL MAESTRO
           03 PAR-LIMITE              PIC 9(06).
           03 PAR-MONEDA              PIC X(01).
           03 FILLER                  PIC X(01).
           03 PAR-TIPO-DOC            PIC X(01).
           03 FILLER                  PIC X(09).

       FD  GENERACION.
       01  GEN-REG.
