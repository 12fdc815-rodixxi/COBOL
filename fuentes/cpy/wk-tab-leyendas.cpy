           VALUE "MONEDA INVALIDA        ".
           03 FILLER           PIC X(23)
           VALUE "PRODUCTO INVALIDO      ".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO PROD. SIN CUENTA".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO A PROD. INVALIDO".
           03 FILLER           PIC X(23)
           VALUE "TIPO/NRO DOC. INVALIDO ".
       01  FILLER REDEFINES TAB-LEYENDAS-COMPLETA.
           03 TAB-LEYENDA     PIC X(23) OCCURS 16.
