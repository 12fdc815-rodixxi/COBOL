      * CARGA EN MEMORIA LAS CUENTAS EN CONCURSO O QUIEBRA (CAUSA
      * ABIERTA CON LEG-CONCURSO "S"); SIN ARCHIVO NO HAY CONCURSOS
      * Y TODO SALE COMO SIEMPRE
       CARGAR-CONCURSOS.
           OPEN INPUT LEGALES
           IF NOT ( WK-LEG-STAT = "00" )
              GO TO F-CARGAR-CONCURSOS
           END-IF
           PERFORM UNTIL WK-CON-FINAL = 1
              READ LEGALES AT END
                   MOVE 1 TO WK-CON-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF LEG-ESTADO = "A" AND LEG-CONCURSO = "S"
                 AND WK-CON-CANT < 2000
                 ADD 1 TO WK-CON-CANT
                 MOVE LEG-DOCUMENTO TO TAB-CON-DOC(WK-CON-CANT)
                 MOVE LEG-PRODUCTO  TO TAB-CON-PROD(WK-CON-CANT)
              END-IF
           END-PERFORM
           CLOSE LEGALES.
       F-CARGAR-CONCURSOS. EXIT.

       BUSCAR-CONCURSO.
           MOVE 0 TO WK-CON-HALLADO
           IF WK-CON-CANT = 0
              GO TO F-BUSCAR-CONCURSO
           END-IF
           SET CON-INDEX TO 1
           SEARCH TAB-CON-ITEM
            WHEN CON-INDEX > WK-CON-CANT
             MOVE 0 TO WK-CON-HALLADO
            WHEN TAB-CON-DOC(CON-INDEX) = WK-CON-DOC-BUSCADO
             AND TAB-CON-PROD(CON-INDEX) = WK-CON-PROD-BUSCADO
             MOVE 1 TO WK-CON-HALLADO
           END-SEARCH.
       F-BUSCAR-CONCURSO. EXIT.
