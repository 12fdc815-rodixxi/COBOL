      * CONSULTA DE PERIODO CERRADO: EL LLAMADOR CARGA
      * WK-PER-BUSCAR (AAAAMM) Y RECIBE WK-PER-CERRADO EN 1 SI EL
      * PERIODO NO ES POSTERIOR AL ULTIMO CERRADO
       77  WK-PER-STAT                  PIC X(02).
       77  WK-PER-BUSCAR                PIC 9(06)     VALUE 0.
       77  WK-PER-ULTIMO                PIC 9(06)     VALUE 0.
       77  WK-PER-CERRADO               PIC 9         VALUE 0.
       77  WK-PER-FINAL                 PIC 9         VALUE 0.
