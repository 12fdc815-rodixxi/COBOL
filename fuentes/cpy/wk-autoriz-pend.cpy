      * IMPORTE RETENIDO POR AUTORIZACIONES SIN LIQUIDAR, SUMADO POR
      * DOCUMENTO/PRODUCTO; SUMAR-AUTORIZ-PEND DEJA EN
      * WK-AUP-PENDIENTE LO DE LA CUENTA BUSCADA (CERO SI NO TIENE).
      * SI LAS CUENTAS NO ENTRAN EN LA TABLA QUEDA WK-AUP-DESBORDE EN
      * 1 Y EL QUE LLAMA NO DEBE MEDIR MARGENES CON ELLA
       77  WK-APD-STAT                  PIC X(02).
       77  WK-AUP-FINAL                 PIC 9         VALUE 0.
       77  WK-AUP-CANT                  PIC 9(04)     VALUE 0.
       77  WK-AUP-DESBORDE              PIC 9         VALUE 0.
       77  WK-AUP-IND                   PIC 9(04)     VALUE 0.
       77  WK-AUP-DOC-BUSCADO           PIC 9(08)     VALUE 0.
       77  WK-AUP-PROD-BUSCADO          PIC 9(02)     VALUE 0.
       77  WK-AUP-PENDIENTE             PIC 9(10)V99  VALUE 0.

       01  TAB-AUTORIZ-PEND.
           03 TAB-AUP-ITEM OCCURS 5000
                           INDEXED BY AUP-INDEX.
              05 TAB-AUP-DOC            PIC 9(08).
              05 TAB-AUP-PROD           PIC 9(02).
              05 TAB-AUP-IMP            PIC 9(10)V99.
