      * AREA DEL PEDIDO DE DOCUMENTO EN PANTALLA CON SU TIPO
      * (PROCEDURE-PEDIR-DOCUMENTO.CPY, QUE USA TAMBIEN WK-VAL-DOC):
      * WK-PDO-POSICION ES DONDE SE TIPEA (FILA Y COLUMNA, COMO EN
      * EL AT); EL TIPO VA AHI Y EL NUMERO DOS COLUMNAS DESPUES.
      * WK-PDO-DOCUMENTO ENTRA CON EL DOCUMENTO A PRECARGAR (0 =
      * NINGUNO) Y VUELVE CON EL NUMERO INTERNO, O 0 SI EL OPERADOR
      * DEJO EL NUMERO EN BLANCO O TIPEO 0
       77  WK-PDO-POSICION              PIC 9(04)     VALUE 0.
       77  WK-PDO-POS-NRO               PIC 9(04)     VALUE 0.
       77  WK-PDO-TIPO                  PIC X(01)     VALUE SPACE.
       77  WK-PDO-NRO                   PIC X(11)     VALUE SPACES.
       77  WK-PDO-DOCUMENTO             PIC 9(08)     VALUE 0.
       77  WK-PDO-LISTO                 PIC 9         VALUE 0.
