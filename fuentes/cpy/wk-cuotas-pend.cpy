      * SALDO DE COMPRAS EN CUOTAS TODAVIA NO FACTURADO, SUMADO POR
      * DOCUMENTO/PRODUCTO; SUMAR-CUOTAS-PEND DEJA EN WK-CUP-PENDIENTE
      * LO DE LA CUENTA BUSCADA (CERO SI NO TIENE PLANES VIGENTES).
      * SI LAS CUENTAS NO ENTRAN EN LA TABLA QUEDA WK-CUP-DESBORDE EN
      * 1 Y EL QUE LLAMA NO DEBE MEDIR MARGENES CON ELLA
       77  WK-CUO-STAT                  PIC X(02).
       77  WK-CUP-FINAL                 PIC 9         VALUE 0.
       77  WK-CUP-CANT                  PIC 9(04)     VALUE 0.
       77  WK-CUP-DESBORDE              PIC 9         VALUE 0.
       77  WK-CUP-IND                   PIC 9(04)     VALUE 0.
       77  WK-CUP-DOC-BUSCADO           PIC 9(08)     VALUE 0.
       77  WK-CUP-PROD-BUSCADO          PIC 9(02)     VALUE 0.
       77  WK-CUP-PENDIENTE             PIC 9(10)V99  VALUE 0.

       01  TAB-CUOTAS-PEND.
           03 TAB-CUP-ITEM OCCURS 5000
                           INDEXED BY CUP-INDEX.
              05 TAB-CUP-DOC            PIC 9(08).
              05 TAB-CUP-PROD           PIC 9(02).
              05 TAB-CUP-IMP            PIC 9(10)V99.
