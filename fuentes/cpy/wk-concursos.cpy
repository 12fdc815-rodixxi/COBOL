      * CUENTAS CON CAUSA JUDICIAL ABIERTA Y DEUDOR EN CONCURSO O
      * QUIEBRA; BUSCAR-CONCURSO DEJA WK-CON-HALLADO EN 1 SI EL
      * DOCUMENTO/PRODUCTO BUSCADO ESTA EN LA TABLA
       77  WK-LEG-STAT                  PIC X(02).
       77  WK-CON-FINAL                 PIC 9         VALUE 0.
       77  WK-CON-CANT                  PIC 9(04)     VALUE 0.
       77  WK-CON-DOC-BUSCADO           PIC 9(08)     VALUE 0.
       77  WK-CON-PROD-BUSCADO          PIC 9(02)     VALUE 0.
       77  WK-CON-HALLADO               PIC 9         VALUE 0.

       01  TAB-CONCURSOS.
           03 TAB-CON-ITEM OCCURS 2000
                           INDEXED BY CON-INDEX.
              05 TAB-CON-DOC            PIC 9(08).
              05 TAB-CON-PROD           PIC 9(02).
