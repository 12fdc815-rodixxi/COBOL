      * CARGA LAS ADHESIONES A ALERTAS EN MEMORIA; SIN ARCHIVO NADIE
      * ESTA ADHERIDO Y NO SALE NINGUNA ALERTA
       CARGAR-ALERTAS-PREF.
           OPEN INPUT ALERTAS-PREF
           IF NOT ( WK-ALP-STAT = "00" )
              GO TO F-CARGAR-ALERTAS-PREF
           END-IF
           PERFORM UNTIL WK-ALP-FINAL = 1
              READ ALERTAS-PREF AT END
                   MOVE 1 TO WK-ALP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-ALP-CANT < 5000
                 ADD 1 TO WK-ALP-CANT
                 MOVE ALP-DOCUMENTO    TO TAB-ALP-DOC(WK-ALP-CANT)
                 MOVE ALP-SMS          TO TAB-ALP-SMS(WK-ALP-CANT)
                 MOVE ALP-EMAIL        TO TAB-ALP-EMAIL(WK-ALP-CANT)
                 MOVE ALP-TOPE-CONSUMO TO TAB-ALP-TOPE(WK-ALP-CANT)
              END-IF
           END-PERFORM
           CLOSE ALERTAS-PREF.
       F-CARGAR-ALERTAS-PREF. EXIT.

       BUSCAR-ALERTAS-PREF.
           MOVE 0     TO WK-ALP-HALLADO
                         WK-ALP-TOPE
           MOVE SPACE TO WK-ALP-SMS
                         WK-ALP-EMAIL
           IF WK-ALP-CANT = 0
              GO TO F-BUSCAR-ALERTAS-PREF
           END-IF
           SET ALP-INDEX TO 1
           SEARCH TAB-ALP-ITEM
            WHEN TAB-ALP-DOC(ALP-INDEX) = WK-ALP-DOC-BUSCADO
             MOVE 1                       TO WK-ALP-HALLADO
             MOVE TAB-ALP-SMS(ALP-INDEX)   TO WK-ALP-SMS
             MOVE TAB-ALP-EMAIL(ALP-INDEX) TO WK-ALP-EMAIL
             MOVE TAB-ALP-TOPE(ALP-INDEX)  TO WK-ALP-TOPE
           END-SEARCH
           IF NOT ( WK-ALP-SMS = "S" ) AND NOT ( WK-ALP-EMAIL = "S" )
              MOVE 0 TO WK-ALP-HALLADO
           END-IF.
       F-BUSCAR-ALERTAS-PREF. EXIT.
