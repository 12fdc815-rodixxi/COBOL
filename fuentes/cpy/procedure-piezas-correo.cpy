      * LAS PIEZAS DEL DIA SE ACUMULAN HASTA QUE COR001 LAS ENSOBRA:
      * SE ABRE PARA AGREGAR Y, LA PRIMERA VEZ, SE CREA. SI NO SE
      * PUDO ABRIR, LA CORRIDA SIGUE IGUAL CON SU PROPIO .CTA
       ABRIR-PIEZAS.
           ACCEPT WK-PZA-FECHA FROM CENTURY-DATE
           OPEN EXTEND PIEZAS-CORREO
           IF NOT ( WK-PZA-STAT = "00" )
              OPEN OUTPUT PIEZAS-CORREO
           END-IF
           IF WK-PZA-STAT = "00"
              MOVE 1 TO WK-PZA-ABIERTO
           END-IF.
       F-ABRIR-PIEZAS. EXIT.

      * EMPIEZA UNA PIEZA NUEVA PARA EL DOCUMENTO DE WK-PZA-DOC
       NUEVA-PIEZA.
           ADD 1 TO WK-PZA-PIEZA
           MOVE 0 TO WK-PZA-RENGLON.
       F-NUEVA-PIEZA. EXIT.

       GRABAR-PIEZA.
           IF WK-PZA-ABIERTO = 0
              GO TO F-GRABAR-PIEZA
           END-IF
           ADD 1 TO WK-PZA-RENGLON
           MOVE WK-PZA-DOC         TO PZA-DOCUMENTO
           MOVE WK-PZA-ORIGEN      TO PZA-ORIGEN
           MOVE WK-PZA-FECHA       TO PZA-FECHA
           MOVE WK-PZA-PIEZA       TO PZA-PIEZA
           MOVE WK-PZA-RENGLON     TO PZA-RENGLON
           MOVE WK-PZA-TEXTO       TO PZA-TEXTO
           WRITE PZA-REG.
       F-GRABAR-PIEZA. EXIT.

       CERRAR-PIEZAS.
           IF WK-PZA-ABIERTO = 1
              CLOSE PIEZAS-CORREO
              MOVE 0 TO WK-PZA-ABIERTO
           END-IF.
       F-CERRAR-PIEZAS. EXIT.
