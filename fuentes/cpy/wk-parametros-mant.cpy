       77  WK-PMT-STAT                  PIC X(02).
       77  WK-PMT-EXISTE                PIC 9          VALUE 0.
      * PROGRAMA DUENO DEL ARCHIVO DE PARAMETROS (RIE001, NEG002...)
       77  WK-PMT-ARCHIVO               PIC X(08)      VALUE SPACES.
       77  WK-PMT-TEXTO                 PIC X(60)      VALUE SPACES.

      * IMAGEN DEL REGISTRO DEL ARCHIVO DE PARAMETROS, UNA VISTA POR
      * PROGRAMA CON LOS MISMOS CAMPOS QUE LEE CADA UNO
       01  PMT-IMAGEN                   PIC X(26).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-RIE-APERTURA-1        PIC 9.
           03 PMT-RIE-APERTURA-2        PIC 9.
           03 PMT-RIE-SITUACION-1       PIC 9.
           03 PMT-RIE-SITUACION-2       PIC 9.
           03 PMT-RIE-SUCURSAL          PIC 9(03).
           03 FILLER                    PIC X(19).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-NEG-PORCENTAJE        PIC 9(03).
           03 FILLER                    PIC X(23).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-FRA-MAX-CONSUMOS      PIC 9(03).
           03 PMT-FRA-TOPE-IMPORTE      PIC 9(08)V99.
           03 FILLER                    PIC X(13).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-RES-PORC-MINIMO       PIC 9(02)V99.
           03 PMT-RES-DIAS-PLAZO        PIC 9(02).
           03 PMT-RES-PRODUCTO          PIC 9(02).
           03 FILLER                    PIC X(18).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-CTA-TOPE-APROBACION   PIC 9(08)V99.
           03 FILLER                    PIC X(16).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-LAV-UMBRAL-MES        PIC 9(10)V99.
           03 PMT-LAV-UMBRAL-OPERACION  PIC 9(10)V99.
           03 PMT-LAV-CANT-PATRON       PIC 9(02).
       01  FILLER REDEFINES PMT-IMAGEN.
           03 PMT-DOR-DIAS-AVISO        PIC 9(04).
           03 PMT-DOR-DIAS-DORMIDA      PIC 9(04).
           03 FILLER                    PIC X(18).

      * CAMPOS EDITADOS PARA DESCRIBIR-PARAMETRO-MANT
       01  PMT-ED-IMPORTE               PIC ZZ.ZZZ.ZZ9,99.
       01  PMT-ED-IMPORTE-2             PIC ZZ.ZZZ.ZZ9,99.
       01  PMT-ED-IMPORTE-L             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  PMT-ED-IMPORTE-L2            PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  PMT-ED-PORC                  PIC Z9,99.

      * ARCHIVOS QUE SE MANTIENEN DESDE PAR001, EN EL ORDEN DEL MENU
       01  TAB-PMT-ARCHIVOS.
           03 FILLER PIC X(08) VALUE "RIE001".
           03 FILLER PIC X(40) VALUE
              "rie001.par  Seleccion de riesgo".
           03 FILLER PIC X(08) VALUE "NEG002".
           03 FILLER PIC X(40) VALUE
              "neg002.par  Tope de uso del limite".
           03 FILLER PIC X(08) VALUE "FRA001".
           03 FILLER PIC X(40) VALUE
              "fra001.par  Reglas de fraude".
           03 FILLER PIC X(08) VALUE "RES001".
           03 FILLER PIC X(40) VALUE
              "res001.par  Pago minimo y plazo".
           03 FILLER PIC X(08) VALUE "CTAS007".
           03 FILLER PIC X(40) VALUE
              "ctas007.par Tope de doble control".
           03 FILLER PIC X(08) VALUE "LAV001".
           03 FILLER PIC X(40) VALUE
              "lav001.par  Umbrales de lavado".
           03 FILLER PIC X(08) VALUE "DOR001".
           03 FILLER PIC X(40) VALUE
              "dor001.par  Dias de cuenta dormida".
       01  FILLER REDEFINES TAB-PMT-ARCHIVOS.
           03 TAB-PMT-ITEM OCCURS 7 INDEXED BY PMT-INDEX.
              05 TAB-PMT-PROGRAMA       PIC X(08).
              05 TAB-PMT-DESCRIPCION    PIC X(40).
