      * CAMBIOS DE TASAS YA TRATADOS POR TAS001 (REGISTROS "C" DE
      * AVISOS-TASAS.DAT) EN MEMORIA; BUSCAR-AVISO-TASA DEJA EN
      * WK-ATA-ESTADO EL ESTADO DEL CAMBIO BUSCADO ("A"/"R"/"H") Y
      * EN WK-ATA-FECHA-AVISO LA FECHA DEL AVISO, O ESPACIO Y CERO SI
      * NUNCA SE AVISO. WK-ATA-EXISTE = 0 SI EL ARCHIVO NO ESTA: EL
      * CONTROL DE AVISOS TODAVIA NO EMPEZO.
       77  WK-ATA-STAT                  PIC X(02).
       77  WK-ATA-FINAL                 PIC 9         VALUE 0.
       77  WK-ATA-EXISTE                PIC 9         VALUE 0.
       77  WK-ATA-CANT                  PIC 9(03)     VALUE 0.
       77  WK-ATA-DIAS-AVISO            PIC 9(03)     VALUE 060.
       77  WK-ATA-TIPO-BUSCADO          PIC X(01)     VALUE SPACE.
       77  WK-ATA-VIG-BUSCADA           PIC 9(08)     VALUE 0.
       77  WK-ATA-ESTADO                PIC X(01)     VALUE SPACE.
       77  WK-ATA-FECHA-AVISO           PIC 9(08)     VALUE 0.

       01  TAB-AVISOS-TASAS.
           03 TAB-ATA-ITEM OCCURS 500
                           INDEXED BY ATA-INDEX.
              05 TAB-ATA-TIPO           PIC X(01).
              05 TAB-ATA-VIGENCIA       PIC 9(08).
              05 TAB-ATA-ESTADO         PIC X(01).
              05 TAB-ATA-FECHA          PIC 9(08).
