      * CBU DE 22 DIGITOS. BLOQUE 1: ENTIDAD, SUCURSAL Y DIGITO
      * VERIFICADOR; BLOQUE 2: NUMERO DE CUENTA (PARA LAS NUESTRAS,
      * DOCUMENTO Y PRODUCTO) Y DIGITO VERIFICADOR. LOS DIGITOS LOS
      * CALCULA Y CONTROLA VAL-CBU.
       77  WK-CBU-ENTIDAD-PROPIA        PIC 9(03)  VALUE 388.
       77  WK-CBU-ACCION                PIC X(01)  VALUE SPACE.
       77  WK-CBU-VALIDO                PIC X(01)  VALUE SPACE.
       01  WK-CBU                       PIC 9(22)  VALUE 0.
       01  FILLER REDEFINES WK-CBU.
           03 WK-CBU-ENTIDAD            PIC 9(03).
           03 WK-CBU-SUCURSAL           PIC 9(04).
           03 WK-CBU-DV1                PIC 9(01).
           03 WK-CBU-RELLENO            PIC 9(03).
           03 WK-CBU-DOCUMENTO          PIC 9(08).
           03 WK-CBU-PRODUCTO           PIC 9(02).
           03 WK-CBU-DV2                PIC 9(01).
