      * AREA DE TRABAJO DE LA HISTORIA DE CONTACTOS EN PANTALLA
      * (PROCEDURE-VER-CONTACTOS.CPY)
       77  WK-CNT-STAT                  PIC X(02).
       77  WK-CNT-FINAL                 PIC 9         VALUE 0.
       77  WK-CNT-CANT                  PIC 9(03)     VALUE 0.
       77  WK-CNT-IND                   PIC 9(03)     VALUE 0.
       77  WK-CNT-FILA                  PIC 9(02)     VALUE 0.
       77  WK-CNT-POS                   PIC 9(04)     VALUE 0.
       77  WK-CNT-TECLA                 PIC X(01).

       01  WK-CNT-FECHA-ED.
           03 WK-CNT-FE-DIA             PIC 99.
           03 FILLER                    PIC X VALUE "/".
           03 WK-CNT-FE-MES             PIC 99.
           03 FILLER                    PIC X VALUE "/".
           03 WK-CNT-FE-ANHIO           PIC 9999.

       01  WK-CNT-CANAL-ED              PIC X(06).

      * ULTIMAS PIEZAS DEL DOCUMENTO, PARA MOSTRARLAS DE LA MAS
      * NUEVA A LA MAS VIEJA
       01  TAB-CONTACTOS.
           03 TAB-CNT-ITEM OCCURS 200.
              05 TC-FECHA             PIC 9(08).
              05 TC-PRODUCTO          PIC 9(02).
              05 TC-ORIGEN            PIC X(08).
              05 TC-CANAL             PIC X(01).
              05 TC-DESCRIPCION       PIC X(20).
