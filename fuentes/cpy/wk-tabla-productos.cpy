      * CONTENIDO DE TAB-PRODUCTOS.DAT SI ESE ARCHIVO EXISTE, PARA
      * PODER MANTENER EL CATALOGO SIN RECOMPILAR. EL ULTIMO BYTE ES
      * LA MARCA DE ACTIVO ("A"); UN PRODUCTO DADO DE BAJA DEL
      * CATALOGO NO SE PUEDE USAR EN ALTAS NUEVAS. LOS ULTIMOS CUATRO
      * SON LOS PUNTOS DEL PROGRAMA DE FIDELIDAD QUE GANA CADA $100
      * DE COMPRAS (9(02)V99; CERO = EL PRODUCTO NO ACUMULA). LOS
      * CINCO FINALES SON LA CUOTA ANUAL DE LA TARJETA QUE COBRA
      * CTAS004 EN EL ANIVERSARIO DE EMISION (9(03)V99; CERO = SIN
      * CUOTA ANUAL)
       01  TAB-PRODUCTOS.
            03 FILLER                   PIC X(27)
            VALUE "01Clasica        A010035000".
            03 FILLER                   PIC X(27)
            VALUE "02Oro            A015060000".
            03 FILLER                   PIC X(27)
            VALUE "03Platino        A020090000".
            03 FILLER                   PIC X(27)
            VALUE "04Recargable     A000000000".
            03 FILLER                   PIC X(27)
            VALUE "05Empresa        A010075000".
            03 FILLER                   PIC X(27)
            VALUE "06Adicional      A010000000".
       01  TAB-PRODUCTOS-IDX REDEFINES TAB-PRODUCTOS.
            03 TAB-PRODUCTOS-DETALLE OCCURS 6
               INDEXED BY PROD-INDEX.
               05 TAB-PRODUCTOS-COD     PIC 9(02).
               05 TAB-PRODUCTOS-NOMBRE  PIC X(15).
               05 TAB-PRODUCTOS-ACTIVO  PIC X(01).
               05 TAB-PRODUCTOS-PUNTOS  PIC 9(02)V99.
               05 TAB-PRODUCTOS-CUOTA   PIC 9(03)V99.
