       77  WK-CLA-STAT                  PIC X(02).
       77  WK-SEL-CLAVE                 PIC 9(09)      VALUE 0.
       77  WK-SEL-CADENA                PIC 9(10)      VALUE 0.
       77  WK-SEL-ACUM                  PIC 9(18)      VALUE 0.
       77  WK-SEL-COCIENTE              PIC 9(18)      VALUE 0.
       77  WK-SEL-RESTO                 PIC 9(10)      VALUE 0.
       77  WK-SEL-POS                   PIC 9(04) COMP VALUE 0.
       01  WK-SEL-BYTE.
           03 WK-SEL-BYTE-NUM           PIC 9(04) COMP VALUE 0.
       01  FILLER REDEFINES WK-SEL-BYTE.
           03 FILLER                    PIC X(01).
           03 WK-SEL-BYTE-X             PIC X(01).
