      * MENOS DE 7 CIFRAS SIGNIFICATIVAS (MENOR A 1.000.000) ES
      * SOSPECHOSO DE HABER PERDIDO CEROS A LA IZQUIERDA EN UNA CARGA
      * VIEJA, YA QUE LOS DOCUMENTOS ARGENTINOS TIENEN AL MENOS ESA
      * CANTIDAD DE CIFRAS. ESO VALE SOLO PARA EL DNI (TIPO "D" O EN
      * BLANCO EN LAS CUENTAS ANTERIORES AL TIPO DE DOCUMENTO); EN
      * LOS DEMAS TIPOS CTAS-DOCUMENTO ES EL NUMERO INTERNO QUE ASIGNO
      * VAL-DOC, QUE PUEDE SER CORTO.
       VALIDAR-DOCUMENTO.
           IF CTAS-DOCUMENTO = 0
              MOVE "Documento en cero" TO L-MOTIVO
              PERFORM MARCAR-DOCUMENTO THRU F-MARCAR-DOCUMENTO
           ELSE
              IF CTAS-DOCUMENTO < 1000000
                 AND ( CTAS-TIPO-DOC = "D" OR CTAS-TIPO-DOC = SPACE )
                 MOVE "Posible perdida de ceros a la izquierda"
                 TO L-MOTIVO
                 PERFORM MARCAR-DOCUMENTO THRU F-MARCAR-DOCUMENTO
