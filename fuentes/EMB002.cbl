       DATE-WRITTEN. 03/09/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * RECORRE EMBARGOS.IDX Y LISTA LOS EMBARGOS ACTIVOS CON EL
      * EXPEDIENTE, EL IMPORTE RETENIDO Y EL SALDO ACTUAL DE LA
      * CUENTA SEGUN M-CUENTAS, PARA QUE LEGALES CONTROLE CADA DIA
      * QUE NINGUNA ORDEN QUEDO SIN CUMPLIR. AL PIE, CANTIDAD DE
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ EMBARGOS NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
