       77  WK-EXT-AUD-CANT              PIC 9(02)     VALUE 0.
       77  WK-EXT-IND                   PIC 9(02)     VALUE 0.
       77  WK-EXT-SALDO-ED              PIC -ZZZ.ZZZ.ZZ9,99.
       77  WK-EXT-CAMBIOS               PIC 9(02)     VALUE 0.
       77  WK-EXT-ORIGENES              PIC 9(02)     VALUE 0.
       77  WK-EXT-IND-ORG               PIC 9(02)     VALUE 0.
       77  WK-EXT-PROD-BUSCADO          PIC 9(02)     VALUE 0.
       77  WK-EXT-DE-LA-CUENTA          PIC 9         VALUE 0.

       01  WK-EXT-LINEA                 PIC X(100).

              05 TEA-FECHA            PIC 9(08).
              05 TEA-MOV              PIC X(01).
              05 TEA-SALDO            PIC S9(10)V99.

      * CAMBIOS DE PRODUCTO DEL DOCUMENTO (PATAS DE ENTRADA "0":
      * PRODUCTO NUEVO Y EL PRODUCTO DEL QUE VINO) Y LOS PRODUCTOS
      * ANTERIORES DE LA CUENTA QUE SE RESUELVEN A PARTIR DE ELLOS;
      * CADA ANTERIOR CUENTA HASTA SU PATA DE SALIDA
       01  TAB-EXT-CAMBIOS.
           03 TAB-EXT-CAM-ITEM OCCURS 20.
              05 TEC-HACIA            PIC 9(02).
              05 TEC-DESDE            PIC 9(02).
       01  TAB-EXT-ORIGEN.
           03 TAB-EXT-ORG-ITEM OCCURS 10.
              05 TEO-PRODUCTO         PIC 9(02).
              05 TEO-VIGENTE          PIC 9.
