      * ADHESIONES A ALERTAS EN MEMORIA; BUSCAR-ALERTAS-PREF DEJA EN
      * WK-ALP-HALLADO 1 Y LOS CANALES Y EL TOPE DEL DOCUMENTO
      * BUSCADO, O 0 SI EL CLIENTE NO ESTA ADHERIDO
       77  WK-ALP-STAT                  PIC X(02).
       77  WK-ALP-FINAL                 PIC 9         VALUE 0.
       77  WK-ALP-CANT                  PIC 9(04)     VALUE 0.
       77  WK-ALP-DOC-BUSCADO           PIC 9(08)     VALUE 0.
       77  WK-ALP-HALLADO               PIC 9         VALUE 0.
       77  WK-ALP-SMS                   PIC X(01)     VALUE SPACE.
       77  WK-ALP-EMAIL                 PIC X(01)     VALUE SPACE.
       77  WK-ALP-TOPE                  PIC 9(07)     VALUE 0.

       01  TAB-ALERTAS-PREF.
           03 TAB-ALP-ITEM OCCURS 5000
                           INDEXED BY ALP-INDEX.
              05 TAB-ALP-DOC            PIC 9(08).
              05 TAB-ALP-SMS            PIC X(01).
              05 TAB-ALP-EMAIL          PIC X(01).
              05 TAB-ALP-TOPE           PIC 9(07).
