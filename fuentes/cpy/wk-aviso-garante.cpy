      * PEDIDO A LA RUTINA DE AVISOS A GARANTES (CALL "GAR-AVISO"):
      *   WK-GAV-ACCION "R" PLAN ROTO: AVISA A LOS GARANTES VIGENTES
      *                     DEL PLAN DE LA CUENTA CUYA FECHA DE ALTA
      *                     VA EN WK-GAV-REFERENCIA
      *                 "M" CUENTA PASADA A MORA: AVISA A TODOS LOS
      *                     GARANTES VIGENTES DE LA CUENTA
      *                 "C" CIERRA LOS ARCHIVOS AL TERMINAR LA
      *                     CORRIDA (LA RUTINA LOS ABRE EN LA PRIMERA
      *                     LLAMADA)
      *   WK-GAV-ORIGEN VA EN LA HISTORIA DE CONTACTOS COMO LA CORRIDA
      *   QUE EMITIO LA CARTA. VUELVE EN WK-GAV-AVISOS LA CANTIDAD DE
      *   CARTAS EMITIDAS EN ESTA LLAMADA.
       01  WK-GAV-CONSULTA.
           03 WK-GAV-ACCION             PIC X(01).
           03 WK-GAV-ORIGEN             PIC X(08).
           03 WK-GAV-DOCUMENTO          PIC 9(08).
           03 WK-GAV-PRODUCTO           PIC 9(02).
           03 WK-GAV-REFERENCIA         PIC 9(08).
           03 WK-GAV-AVISOS             PIC 9(03).
