            VALUE "6Inactiv".
            03 FILLER                   PIC X(08)
            VALUE "7Normal ".
            03 FILLER                   PIC X(08)
            VALUE "4Castiga".
       01  TAB-SITUACION-BYINDEX REDEFINES TAB-SITUACION.
            03 TAB-SITUACION-DETALLE OCCURS 7
               INDEXED BY SIT-INDEX.
               05 TAB-SIT-COD            PIC 9.
               05 TAB-SIT-DETALLE        PIC X(7).
