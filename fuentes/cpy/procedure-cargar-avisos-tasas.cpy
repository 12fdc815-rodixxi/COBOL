      * CARGA LOS CAMBIOS DE TASAS YA TRATADOS (REGISTROS "C");
      * LOS "D" DE CADA CUENTA AVISADA NO HACEN FALTA ACA
       CARGAR-AVISOS-TASAS.
           OPEN INPUT AVISOS-TASAS
           IF NOT ( WK-ATA-STAT = "00" )
              GO TO F-CARGAR-AVISOS-TASAS
           END-IF
           MOVE 1 TO WK-ATA-EXISTE
           PERFORM UNTIL WK-ATA-FINAL = 1
              READ AVISOS-TASAS AT END
                   MOVE 1 TO WK-ATA-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ATA-REGISTRO = "C" AND WK-ATA-CANT < 500
                 ADD 1 TO WK-ATA-CANT
                 MOVE ATA-TAS-TIPO    TO TAB-ATA-TIPO(WK-ATA-CANT)
                 MOVE ATA-VIGENCIA    TO TAB-ATA-VIGENCIA(WK-ATA-CANT)
                 MOVE ATA-ESTADO      TO TAB-ATA-ESTADO(WK-ATA-CANT)
                 MOVE ATA-FECHA-AVISO TO TAB-ATA-FECHA(WK-ATA-CANT)
              END-IF
           END-PERFORM
           CLOSE AVISOS-TASAS.
       F-CARGAR-AVISOS-TASAS. EXIT.

       BUSCAR-AVISO-TASA.
           MOVE SPACE TO WK-ATA-ESTADO
           MOVE 0     TO WK-ATA-FECHA-AVISO
           IF WK-ATA-CANT = 0
              GO TO F-BUSCAR-AVISO-TASA
           END-IF
           SET ATA-INDEX TO 1
           SEARCH TAB-ATA-ITEM
            WHEN TAB-ATA-TIPO(ATA-INDEX) = WK-ATA-TIPO-BUSCADO
             AND TAB-ATA-VIGENCIA(ATA-INDEX) = WK-ATA-VIG-BUSCADA
             MOVE TAB-ATA-ESTADO(ATA-INDEX) TO WK-ATA-ESTADO
             MOVE TAB-ATA-FECHA(ATA-INDEX)  TO WK-ATA-FECHA-AVISO
           END-SEARCH.
       F-BUSCAR-AVISO-TASA. EXIT.
