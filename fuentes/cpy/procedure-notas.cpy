      * OPCIONES DE NOTAS DE LA CUENTA EN PANTALLA: "N" AGREGA UNA
      * NOTA FECHADA AL ARCHIVO ACUMULADO, "V" LAS MUESTRA DE LA MAS
      * NUEVA A LA MAS VIEJA PAGINANDO, "H" MUESTRA LA HISTORIA DE
      * CONTACTOS DEL TITULAR, CUALQUIER OTRA TECLA SIGUE
       OPCION-NOTAS.
           DISPLAY "N=nota V=ver H=contactos I=imprimir ENTER=seguir"
                   AT 2302
           MOVE SPACE TO WK-NOTA-TECLA
           ACCEPT WK-NOTA-TECLA AT 2352
           EVALUATE WK-NOTA-TECLA
              WHEN "N"
              WHEN "n"
              WHEN "V"
              WHEN "v"
                   PERFORM VER-NOTAS THRU F-VER-NOTAS
              WHEN "H"
              WHEN "h"
                   PERFORM VER-CONTACTOS THRU F-VER-CONTACTOS
              WHEN "I"
              WHEN "i"
                   PERFORM EMITIR-EXTRACTO THRU F-EMITIR-EXTRACTO
