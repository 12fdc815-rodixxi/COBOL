           03 CSM-IMPORTE             PIC 9(08)V99.
           03 CSM-FECHA               PIC 9(08).
           03 CSM-REFERENCIA          PIC 9(10).
           03 CSM-CUOTAS              PIC 9(02).
       01  CSM-TRAILER REDEFINES CSM-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(24).

       FD  LIBERADOS.
       01  LIB-REG                      PIC X(47).

       COPY "\COBOL\fuentes\cpy\fd-consumos-ret.fds".

      * Y REESCRIBIRLO TAMIZADO
       01  TAB-CONSUMOS.
           03 TAB-CSM-ITEM OCCURS 9999.
              05 TAB-CSM-REG            PIC X(47).
              05 TAB-CSM-RETENIDO       PIC 9.

       01  TITULO-01.
