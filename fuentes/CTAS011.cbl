           MOVE HIST-APERTURA        TO CTAS-APERTURA
           MOVE HIST-SITUACION       TO CTAS-SITUACION
           MOVE HIST-SALDO           TO CTAS-SALDO
           MOVE HIST-MONEDA          TO CTAS-MONEDA
      * LAS COPIAS ARCHIVADAS ANTES DEL TIPO DE DOCUMENTO SON DNI
           IF HIST-TIPO-DOC = SPACE
              MOVE "D"               TO CTAS-TIPO-DOC
           ELSE
              MOVE HIST-TIPO-DOC     TO CTAS-TIPO-DOC
           END-IF
           MOVE 0                    TO CTAS-FECHA-BAJA
           MOVE HIST-FECHA-SITUACION TO CTAS-FECHA-SITUACION
           WRITE CTAS-REG
