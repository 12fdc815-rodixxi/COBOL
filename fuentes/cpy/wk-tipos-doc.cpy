      * TIPOS DE DOCUMENTO: CODIGO DE UNA LETRA QUE VIAJA EN LOS
      * ARCHIVOS (ESPACIO = DNI, EN LOS REGISTROS ANTERIORES A LOS
      * TIPOS), SIGLA PARA LISTADOS Y PANTALLAS Y CODIGO DE TIPO DE
      * DOCUMENTO DEL REGIMEN INFORMATIVO (EL DE LA TABLA DE AFIP)
       01  TAB-TIPOS-DOC-COMPLETA.
           03 FILLER           PIC X(22)
           VALUE "DDNI 96DNI            ".
           03 FILLER           PIC X(22)
           VALUE "ELE  89LIBRETA ENROL. ".
           03 FILLER           PIC X(22)
           VALUE "CLC  90LIBRETA CIVICA ".
           03 FILLER           PIC X(22)
           VALUE "TCUIT80CUIT           ".
           03 FILLER           PIC X(22)
           VALUE "LCUIL86CUIL           ".
           03 FILLER           PIC X(22)
           VALUE "PPAS 94PASAPORTE      ".
       01  FILLER REDEFINES TAB-TIPOS-DOC-COMPLETA.
           03 TAB-TIPOS-DOC-DETALLE OCCURS 6
                                  INDEXED BY TDOC-INDEX.
              05 TAB-TIPOS-DOC-COD       PIC X(01).
              05 TAB-TIPOS-DOC-SIGLA     PIC X(04).
              05 TAB-TIPOS-DOC-REGIMEN   PIC X(02).
              05 TAB-TIPOS-DOC-DESC      PIC X(15).
