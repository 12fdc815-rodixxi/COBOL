
      * SOLO SE VENCEN LAS TARJETAS OPERATIVAS CON FECHA-HASTA YA
      * PASADA; "EX" YA ESTA VENCIDA Y "RO" (ROBADA) ES UN BLOQUEO
      * MAS FUERTE QUE NO SE PISA, IGUAL QUE LA BAJA ("BA") DE UNA
      * ADICIONAL DE COTITULAR
       CALIFICAR-PLASTICO.
           IF PLAS-ESTADO = "EX" OR "RO" OR "BA"
              ADD 1 TO WK-OMITIDOS
              GO TO F-CALIFICAR-PLASTICO
           END-IF
