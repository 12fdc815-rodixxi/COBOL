      * AGREGA A LA COLA DE CUMPLIMIENTO LA COINCIDENCIA QUE DEVOLVIO
      * VAL-LISTA EN WK-LST-CONSULTA; EL LLAMADOR YA DEJO EN RVC-REG
      * EL ORIGEN, EL OPERADOR, LA CUENTA, LA PERSONA Y LO RETENIDO.
      * QUEDA PENDIENTE ("P") HASTA QUE LA RESUELVA LST002
       GRABAR-CUMPLIMIENTO.
           MOVE "P"                 TO RVC-ESTADO
           ACCEPT RVC-FECHA FROM CENTURY-DATE
           MOVE WK-LST-COINCIDENCIA TO RVC-COINCIDENCIA
           MOVE WK-LST-TIPO         TO RVC-TIPO-LISTA
           MOVE WK-LST-REFERENCIA   TO RVC-REFERENCIA
           MOVE SPACES              TO RVC-REVISOR
           MOVE 0                   TO RVC-FECHA-DECISION
           OPEN EXTEND CUMPLIMIENTO
           IF NOT ( WK-RVC-STAT = "00" )
              OPEN OUTPUT CUMPLIMIENTO
           END-IF
           WRITE RVC-REG
           CLOSE CUMPLIMIENTO.
       F-GRABAR-CUMPLIMIENTO. EXIT.
