           VALUE "CUENTA INACTIVA        ".
           03 FILLER           PIC X(23)
           VALUE "FECHA EFECTIVA INVALIDA".
           03 FILLER           PIC X(23)
           VALUE "BAJA CON EMBARGO ACTIVO".
           03 FILLER           PIC X(23)
           VALUE "BAJA CON PLAN DE CUOTAS".
           03 FILLER           PIC X(23)
           VALUE "BAJA C/DISPUTA ABIERTA ".
           03 FILLER           PIC X(23)
           VALUE "BAJA C/PAGOS RETENIDOS ".
           03 FILLER           PIC X(23)
           VALUE "BAJA C/TARJETA ACTIVA  ".
           03 FILLER           PIC X(23)
           VALUE "BAJA C/COMPRA EN CUOTAS".
           03 FILLER           PIC X(23)
           VALUE "RETENIDA CUMPLIMIENTO  ".
           03 FILLER           PIC X(23)
           VALUE "AJ. PERIODO ANTERIOR   ".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO PROD. NO EXISTE ".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO A PROD. INVALIDO".
           03 FILLER           PIC X(23)
           VALUE "PROD. DESTINO YA EXISTE".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/EMBARGO ACTIVO".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/DISPUTA ABIER.".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/PAGOS RETENID.".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/COMPRA CUOTAS ".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/AUTORIZ. PEND.".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/CUENTA DE BAJA".
           03 FILLER           PIC X(23)
           VALUE "DOC. NO EMPADRONADO    ".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/CART.CASTIGADA".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/CAUSA JUDICIAL".
           03 FILLER           PIC X(23)
           VALUE "CAMBIO C/COLOC.AGENCIA ".
           03 FILLER           PIC X(23)
           VALUE "PLAN NO ARRASTRADO     ".
       01  FILLER REDEFINES TAB-LEYENDAS-COMPLETA.
           03 TAB-LEYENDA     PIC X(23) OCCURS 41.
