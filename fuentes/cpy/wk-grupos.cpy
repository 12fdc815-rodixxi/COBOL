      * GRUPOS ECONOMICOS EN MEMORIA Y ACUMULADORES DE EXPOSICION
      * (VER PROCEDURE-GRUPOS.CPY). EL PORCENTAJE DE LA CARTERA QUE
      * UN GRUPO NO DEBE SUPERAR ES DE FABRICA 10,00; GRP001.PAR LO
      * PISA
       77  WK-GRU-STAT                  PIC X(02).
       77  WK-PAR-GRP-STAT              PIC X(02).
       77  WK-GRU-FINAL                 PIC 9           VALUE 0.
       77  WK-GRU-CANT                  PIC 9(04)       VALUE 0.
       77  WK-GRU-IND                   PIC 9(04)       VALUE 0.
       77  WK-GRU-DESBORDE              PIC 9           VALUE 0.
       77  WK-GRP-PORCENTAJE            PIC 9(02)V99    VALUE 10,00.
       77  WK-GEX-CUO-CANT              PIC 9(04)       VALUE 0.
       77  WK-GEX-CUO-IND               PIC 9(04)       VALUE 0.
       77  WK-GEX-FINAL                 PIC 9           VALUE 0.
       77  WK-GEX-DOCUMENTO             PIC 9(08)       VALUE 0.
       77  WK-GEX-PRODUCTO              PIC 9(02)       VALUE 0.
       77  WK-GEX-MIEMBRO               PIC 9(08)       VALUE 0.
       77  WK-GEX-GRUPO                 PIC 9(06)       VALUE 0.
       77  WK-GEX-GRUPO-DOC             PIC 9(06)       VALUE 0.
       77  WK-GEX-BUS-IND               PIC 9(04)       VALUE 0.
       77  WK-GEX-CUO-HALLADO           PIC 9(04)       VALUE 0.
       77  WK-GEX-CUO-DESBORDE          PIC 9           VALUE 0.
       77  WK-GEX-FIN-AUX               PIC 9           VALUE 0.
       77  WK-GEX-HAY-PLANES            PIC 9           VALUE 0.
       77  WK-GEX-HAY-COTIT             PIC 9           VALUE 0.
       77  WK-GEX-IMPORTE               PIC S9(12)V99   VALUE 0.
       77  WK-GEX-CTA-DEUDA             PIC 9(12)V99    VALUE 0.
       77  WK-GEX-CTA-CUOTAS            PIC 9(12)V99    VALUE 0.
       77  WK-GEX-CTA-USO               PIC 9(13)V99    VALUE 0.
       77  WK-GEX-CTA-EXPOSICION        PIC 9(13)V99    VALUE 0.
       77  WK-GEX-CARTERA               PIC 9(15)V99    VALUE 0.
       77  WK-GEX-TOPE                  PIC 9(15)V99    VALUE 0.

      * UN REGISTRO POR INTEGRANTE, EN EL ORDEN DE GRUPOS.DAT
       01  TAB-GRUPOS.
           03 TAB-GRU-ITEM OCCURS 5000.
              05 TAB-GRU-NUMERO         PIC 9(06).
              05 TAB-GRU-DOCUMENTO      PIC 9(08).
              05 TAB-GRU-NOMBRE         PIC X(30).
              05 TAB-GRU-VINCULO        PIC X(01).

      * CUOTAS AUN NO FACTURADAS POR CUENTA (CUOTAS.DAT VIGENTES)
       01  TAB-GEX-CUOTAS.
           03 TAB-GEX-CUO-ITEM OCCURS 9999.
              05 TAB-GEX-CUO-DOCUMENTO  PIC 9(08).
              05 TAB-GEX-CUO-PRODUCTO   PIC 9(02).
              05 TAB-GEX-CUO-IMPORTE    PIC 9(12)V99.

      * TOTALES DEL GRUPO QUE ARMA EXPONER-GRUPO
       01  WK-GEX-TOTALES.
           03 WK-GEX-MIEMBROS           PIC 9(04).
           03 WK-GEX-CUENTAS            PIC 9(06).
           03 WK-GEX-LIMITE             PIC 9(12).
           03 WK-GEX-DEUDA              PIC 9(13)V99.
           03 WK-GEX-CUOTAS             PIC 9(13)V99.
           03 WK-GEX-PLANES             PIC 9(13)V99.
           03 WK-GEX-COTITULARES        PIC 9(06).
           03 WK-GEX-COT-FUERA          PIC 9(06).
           03 WK-GEX-EXPOSICION         PIC 9(15)V99.
