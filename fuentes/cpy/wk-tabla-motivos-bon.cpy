       77  WK-DETALLE-MOTIVO            PIC X(25).
       77  WK-TAB-MOT-STAT              PIC X(02).

      * MOTIVOS DE BONIFICACION (REVERSION DE UN CARGO). LOS VALORES
      * DE ABAJO SON EL RESPALDO DE FABRICA. CARGAR-TABLA-MOTIVOS
      * (PROCEDURE-CARGAR-MOTIVOS-BON.CPY) LOS PISA CON EL CONTENIDO
      * DE TAB-MOTIVOS-BON.DAT SI ESE ARCHIVO EXISTE, PARA PODER
      * MANTENER LA TABLA SIN RECOMPILAR
       01  TAB-MOTIVOS.
            03 FILLER                   PIC X(27)
            VALUE "01Reclamo del cliente      ".
            03 FILLER                   PIC X(27)
            VALUE "02Error operativo          ".
            03 FILLER                   PIC X(27)
            VALUE "03Cargo duplicado          ".
            03 FILLER                   PIC X(27)
            VALUE "04Cargo mal aplicado       ".
            03 FILLER                   PIC X(27)
            VALUE "05Retencion comercial      ".
            03 FILLER                   PIC X(27)
            VALUE "06Otros (con autorizacion) ".
       01  TAB-MOTIVOS-IDX REDEFINES TAB-MOTIVOS.
            03 TAB-MOTIVOS-DETALLE OCCURS 6
               INDEXED BY MOT-INDEX.
               05 TAB-MOTIVOS-COD       PIC 9(02).
               05 TAB-MOTIVOS-NOMBRE    PIC X(25).
