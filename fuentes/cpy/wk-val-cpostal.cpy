      * CONSULTA A LA RUTINA DE CODIGOS POSTALES (CALL "VAL-CPOSTAL"):
      * SE CARGAN CODIGO POSTAL, LOCALIDAD Y PROVINCIA DEL DOMICILIO
      * Y VUELVE WK-VCP-RESULTADO:
      *   "S" = EL CODIGO EXISTE CON ESA LOCALIDAD Y ESA PROVINCIA
      *   "C" = CODIGO POSTAL VACIO O INEXISTENTE
      *   "L" = EL CODIGO EXISTE EN LA PROVINCIA PERO NO PARA ESA
      *         LOCALIDAD
      *   "P" = EL CODIGO NO ES DE ESA PROVINCIA
      *   "M" = NO HAY MAESTRO DE CODIGOS POSTALES: NO SE VALIDA
      * WK-VCP-PROV-CP DEVUELVE LA PROVINCIA DEL CODIGO (LA DE LA
      * LOCALIDAD SI COINCIDE, SI NO LA DEL PRIMER REGISTRO DEL
      * CODIGO); ESPACIO SI EL CODIGO NO EXISTE
       01  WK-VCP-CONSULTA.
           03 WK-VCP-CODIGO-POSTAL      PIC X(08).
           03 WK-VCP-LOCALIDAD          PIC X(20).
           03 WK-VCP-PROVINCIA          PIC X(01).
           03 WK-VCP-RESULTADO          PIC X(01).
           03 WK-VCP-PROV-CP            PIC X(01).
