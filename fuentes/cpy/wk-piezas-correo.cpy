      * AREA PARA ANOTAR PIEZAS DE PAPEL PARA EL SOBRE UNICO
      * (PROCEDURE-PIEZAS-CORREO.CPY); WK-PZA-ORIGEN SE CARGA UNA
      * VEZ CON EL NOMBRE DEL PROGRAMA, WK-PZA-DOC AL EMPEZAR CADA
      * PIEZA Y WK-PZA-TEXTO POR CADA RENGLON
       77  WK-PZA-STAT                  PIC X(02).
       77  WK-PZA-ABIERTO               PIC 9         VALUE 0.
       77  WK-PZA-FECHA                 PIC 9(08)     VALUE 0.
       77  WK-PZA-ORIGEN                PIC X(08)     VALUE SPACES.
       77  WK-PZA-DOC                   PIC 9(08)     VALUE 0.
       77  WK-PZA-PIEZA                 PIC 9(06)     VALUE 0.
       77  WK-PZA-RENGLON               PIC 9(04)     VALUE 0.
       77  WK-PZA-TEXTO                 PIC X(100)    VALUE SPACES.
