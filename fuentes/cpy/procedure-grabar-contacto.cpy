      * LA HISTORIA DE CONTACTOS SE ACUMULA: SE ABRE PARA AGREGAR Y,
      * LA PRIMERA VEZ, SE CREA. SI NO SE PUDO ABRIR, LA CORRIDA
      * SIGUE IGUAL Y LAS PIEZAS NO QUEDAN ANOTADAS
       ABRIR-CONTACTOS.
           ACCEPT WK-CNT-FECHA FROM CENTURY-DATE
           OPEN EXTEND CONTACTOS
           IF NOT ( WK-CNT-STAT = "00" )
              OPEN OUTPUT CONTACTOS
           END-IF
           IF WK-CNT-STAT = "00"
              MOVE 1 TO WK-CNT-ABIERTO
           END-IF.
       F-ABRIR-CONTACTOS. EXIT.

       GRABAR-CONTACTO.
           IF WK-CNT-ABIERTO = 0
              GO TO F-GRABAR-CONTACTO
           END-IF
           MOVE SPACES             TO CNT-REG
           MOVE WK-CNT-DOC         TO CNT-DOCUMENTO
           MOVE WK-CNT-FECHA       TO CNT-FECHA
           MOVE WK-CNT-PROD        TO CNT-PRODUCTO
           MOVE WK-CNT-ORIGEN      TO CNT-ORIGEN
           MOVE WK-CNT-TIPO        TO CNT-TIPO
           MOVE WK-CNT-CANAL       TO CNT-CANAL
           MOVE WK-CNT-DESCRIPCION TO CNT-DESCRIPCION
           WRITE CNT-REG.
       F-GRABAR-CONTACTO. EXIT.

       CERRAR-CONTACTOS.
           IF WK-CNT-ABIERTO = 1
              CLOSE CONTACTOS
              MOVE 0 TO WK-CNT-ABIERTO
           END-IF.
       F-CERRAR-CONTACTOS. EXIT.
