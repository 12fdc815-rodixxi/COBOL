      * HUBO INTENTOS, BLOQUEOS O CAMBIOS DE CLAVE QUE ASENTAR
       01  TAB-OPERADORES.
           03 TAB-OPE-ITEM OCCURS 500.
              05 TAB-OPE-REG            PIC X(110).

      *----------------------------------------------------------------
       LINKAGE SECTION.
              IF OPE-ESTADO = SPACE OR LOW-VALUE
                 MOVE "A" TO OPE-ESTADO
              END-IF
      * SIN DOCUMENTO DECLARADO NO HAY VINCULOS QUE CONTROLAR
              IF OPE-DOCUMENTO NOT NUMERIC
                 MOVE 0 TO OPE-DOCUMENTO
                 INITIALIZE OPE-VINCULOS
              END-IF
              IF WK-OPE-CANT < 500
                 ADD 1 TO WK-OPE-CANT
                 MOVE OPE-REG TO TAB-OPE-REG(WK-OPE-CANT)
