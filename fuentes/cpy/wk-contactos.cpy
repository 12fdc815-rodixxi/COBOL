      * AREA PARA ANOTAR PIEZAS EN LA HISTORIA DE CONTACTOS
      * (PROCEDURE-GRABAR-CONTACTO.CPY); WK-CNT-ORIGEN SE CARGA UNA
      * VEZ CON EL NOMBRE DEL PROGRAMA, EL RESTO POR CADA PIEZA
       77  WK-CNT-STAT                  PIC X(02).
       77  WK-CNT-ABIERTO               PIC 9         VALUE 0.
       77  WK-CNT-FECHA                 PIC 9(08)     VALUE 0.
       77  WK-CNT-ORIGEN                PIC X(08)     VALUE SPACES.
       77  WK-CNT-DOC                   PIC 9(08)     VALUE 0.
       77  WK-CNT-PROD                  PIC 9(02)     VALUE 0.
       77  WK-CNT-TIPO                  PIC X(02)     VALUE SPACES.
       77  WK-CNT-CANAL                 PIC X(01)     VALUE SPACE.
       77  WK-CNT-DESCRIPCION           PIC X(20)     VALUE SPACES.
