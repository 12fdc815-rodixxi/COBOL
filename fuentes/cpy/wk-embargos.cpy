      * CONSULTA DEL EMBARGO ACTIVO POR CLAVE: ABRIR-EMBARGOS DEJA
      * WK-EMB-ABIERTO EN 1 SI HAY ARCHIVO; BUSCAR-EMBARGO TOMA LA
      * CUENTA DE CTAS-DOCUMENTO/CTAS-PRODUCTO Y DEVUELVE EL IMPORTE
      * RETENIDO EN WK-EMBARGO-IMPORTE, O CERO SI NO ESTA EMBARGADA
       77  WK-EMB-STAT                  PIC X(02).
       77  WK-EMB-FINAL                 PIC 9         VALUE 0.
       77  WK-EMB-ABIERTO               PIC 9         VALUE 0.
       77  WK-EMBARGO-IMPORTE           PIC S9(10)V99 VALUE 0.
