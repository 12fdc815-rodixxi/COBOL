           03 MCI-FECHA-SITUACION     PIC 9(08).
           03 MCI-LIMITE              PIC 9(06).
           03 MCI-MONEDA              PIC X(01).
           03 MCI-PLAN-SUELDO         PIC X(01).
           03 MCI-TIPO-DOC            PIC X(01).
           03 MCI-ARRASTRE            PIC X(01).
           03 FILLER                  PIC X(08).

      * ESQUEMA DE TASAS CON VIGENCIA, EL MISMO DE CTAS004; ACA
      * INTERESA EL TIPO "R" (CARGO DE REPOSICION DE PLASTICO)
