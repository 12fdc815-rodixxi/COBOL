      * CONSULTA A LA LISTA DE CONTROL DE CUMPLIMIENTO (CALL
      * "VAL-LISTA"): SE CARGAN DOCUMENTO, APELLIDO Y NOMBRE DE LA
      * PERSONA Y VUELVE
      * WK-LST-COINCIDENCIA EN BLANCO SI NO ESTA EN LA LISTA, "D" SI
      * COINCIDE EL DOCUMENTO O "N" SI COINCIDEN APELLIDO Y NOMBRE,
      * CON EL TIPO ("S" SANCIONADO, "P" PEP) Y LA REFERENCIA DE LA
      * ENTRADA DE LA LISTA. "X" ES LISTA INCOMPLETA (NO ENTRO EN LA
      * TABLA DE VAL-LISTA): LA PERSONA NO QUEDO CONTROLADA
       01  WK-LST-CONSULTA.
           03 WK-LST-DOCUMENTO          PIC 9(08).
           03 WK-LST-APELLIDO           PIC X(20).
           03 WK-LST-NOMBRE             PIC X(20).
           03 WK-LST-COINCIDENCIA       PIC X(01).
           03 WK-LST-TIPO               PIC X(01).
           03 WK-LST-REFERENCIA         PIC X(10).
