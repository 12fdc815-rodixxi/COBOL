           MOVE CTAS-APERTURA        TO HIST-APERTURA
           MOVE CTAS-SITUACION       TO HIST-SITUACION
           MOVE CTAS-SALDO           TO HIST-SALDO
           MOVE CTAS-MONEDA          TO HIST-MONEDA
           MOVE CTAS-TIPO-DOC        TO HIST-TIPO-DOC
           MOVE CTAS-FECHA-BAJA      TO HIST-FECHA-BAJA
           MOVE CTAS-FECHA-SITUACION TO HIST-FECHA-SITUACION
           MOVE WK-FECHA             TO HIST-FECHA-ARCHIVO
