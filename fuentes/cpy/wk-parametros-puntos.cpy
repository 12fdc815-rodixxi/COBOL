      * VIGENCIA DE LOS PUNTOS EN MESES Y VALOR EN PESOS DE CADA
      * PUNTO CANJEADO; VALORES DE FABRICA, PTS001.PAR LOS PISA
       77  WK-PAR-PUNTOS-STAT           PIC X(02).
       77  WK-PUNTOS-MESES              PIC 9(02)      VALUE 24.
       77  WK-PUNTOS-VALOR              PIC 9(03)V99   VALUE 1,00.
