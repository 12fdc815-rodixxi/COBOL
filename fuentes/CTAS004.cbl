      * RECORRE M-CUENTAS EN ORDEN DE CTAS-CLAVE Y APLICA, UNA VEZ POR
      * MES, EL CARGO QUE CORRESPONDA SEGUN LA SITUACION DE LA CUENTA:
      *   - SITUACION 3 (EN MORA) CON SALDO NEGATIVO: INTERES PUNITORIO
      *     SOBRE EL DESCUBIERTO (WK-TASA-MORA). LA MORA POR ARRASTRE
      *     (CTAS-ARRASTRE = "S") NO ES DE LA CUENTA: NO DEVENGA
      *     PUNITORIO Y LA CUENTA PAGA COMO SI ESTUVIERA EN 7.
      *   - SITUACION 7 (NORMAL) EN APERTURA 1/2/3 (CUENTA ACTIVA):
      *     GASTO DE MANTENIMIENTO FIJO (WK-FEE-MANTENIMIENTO).
      *   - SITUACION 1 (FRAUDE), APERTURA 8 (DENEGADA) O 9 (ANALISIS):
      *   - SITUACION 5 (SEVEN): SIN CARGO, ES UNA CARTERA PREFERENCIAL.
      * CADA CUENTA ACTUALIZADA QUEDA REGISTRADA EN CTAS-AUDITORIA.DAT
      * CON AUD-MOV = "I", IGUAL QUE LOS DEMAS CAMBIOS DE CTAS003.
      * EN LA MISMA PASADA SE COBRA LA CUOTA ANUAL DE LAS TARJETAS
      * DEL TITULAR (M-PLASTICOS) CUYO ANIVERSARIO DE EMISION CAE EN
      * EL MES: EL IMPORTE ES EL DEL PRODUCTO EN EL CATALOGO
      * (TAB-PRODUCTOS-CUOTA) Y SE BONIFICA SOLA CUANDO LOS CONSUMOS
      * NETOS DE LA CUENTA EN LOS ULTIMOS DOCE MESES (REGISTROS "C"
      * DE LA AUDITORIA) SUPERAN EL UMBRAL DE CTAS004.PAR. LA CUOTA
      * COBRADA ES UN CARGO MAS ("I", CONCEPTO FISCAL "A") Y PAGA
      * IVA COMO LOS OTROS; COBRADAS Y BONIFICADAS SALEN DETALLADAS
      * Y RESUMIDAS POR SUCURSAL EN LISTADO-CTAS004-CUOTAS.
      * SOBRE CADA CARGO SE LIQUIDA ADEMAS EL IVA (TASA "I" DE
      * TASAS.DAT, CON VIGENCIA COMO LAS DEMAS): EL IMPUESTO SE
      * DEBITA COMO MOVIMIENTO PROPIO (AUD-MOV = "J") Y CADA
      * LIQUIDACION DEJA SU RENGLON EN EL LIBRO FISCAL DEL PERIODO
      * (FISCAL-AAAAMM.TXT: CONCEPTO, BASE, TASA E IMPUESTO POR
      * CUENTA, CON TRAILER), LISTO PARA LA PRESENTACION DE AFIP
      * QUE ARMA IVA001. EN UNA RELANZADA EL TRAILER CUENTA TAMBIEN
      * LOS RENGLONES GRABADOS ANTES DE LA CAIDA.
      * UNA CUENTA EN MORA CUYO DEUDOR ESTA EN CONCURSO O QUIEBRA
      * (CAUSA ABIERTA EN LEGALES.DAT CON LA MARCA DE LEG001) NO
      * DEVENGA PUNITORIOS: SE OMITE, SE LISTA COMO TAL Y SE CUENTA
      * APARTE EN LOS TOTALES.
      * POR ULTIMO SE COBRA LA PRIMA DEL SEGURO DE VIDA SALDO DEUDOR:
      * TODA CUENTA OPERATIVA EN PESOS CON SALDO DEUDOR AL CIERRE DEL
      * MES (SIN FRAUDE, SUCESION NI CASTIGO, Y SIN CONCURSO) PAGA LA
      * TASA "S" DE TASAS.DAT SOBRE ESE SALDO. LA PRIMA SE DEBITA
      * COMO UN CARGO MAS ("I", CON LA TASA EN AUD-TASA) PERO NO
      * PAGA IVA (EL SEGURO DE VIDA ESTA EXENTO), Y CADA CUENTA
      * ASEGURADA SALE EN SEGURO-REMESA.PRN, LA REMESA MENSUAL A LA
      * ASEGURADORA (SALDO ASEGURADO Y PRIMA, CON TRAILER "T"), QUE SE
      * ASIENTA EN TRN001. LOS SINIESTROS LOS DENUNCIA FAL001 Y LOS
      * CANCELA SVD001.
      * LAS CUENTAS SUELDO (CTAS-PLAN-SUELDO = "S", LAS MARCA SUE001
      * AL ACREDITAR HABERES) PAGAN DE MANTENIMIENTO LA TASA "P" DE
      * TASAS.DAT EN LUGAR DE LA "F"; DE FABRICA ES CERO: LA CUENTA
      * SUELDO QUEDA EXENTA, SE OMITE Y SE CUENTA APARTE.
      * UN AUMENTO DE TASAS.DAT ("M", "F", "P" O "S") NO SE APLICA EN
      * SU VIGENCIA SI LOS CLIENTES NO FUERON AVISADOS CON 60 DIAS DE
      * ANTICIPACION (AVISOS-TASAS.DAT, LO GRABA TAS001): SIGUE
      * RIGIENDO EL VALOR ANTERIOR HASTA QUE SE CUMPLAN LOS 60 DIAS
      * DESDE EL AVISO, Y EL LISTADO INFORMA CADA TASA DIFERIDA Y POR
      * QUE. LAS REDUCCIONES Y LOS CAMBIOS YA VIGENTES CUANDO EMPEZO
      * EL CONTROL DE AVISOS SE APLICAN COMO SIEMPRE, Y SIN
      * AVISOS-TASAS.DAT NO SE DIFIERE NADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-OVR-STAT.
           COPY "\COBOL\fuentes\cpy\operadores.sel".
           COPY "\COBOL\fuentes\cpy\legales.sel".
           COPY "\COBOL\fuentes\cpy\avisos-tasas.sel".
           SELECT CHECKPOINT
           ASSIGN TO "\COBOL\arch\ctas004.chk"
           ORGANIZATION IS SEQUENTIAL
           ASSIGN TO WK-ARCHIVO-FISCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-FIS-STAT.
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\tab-productos.sel".
           COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\ctas004.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LIS-CUOTAS
           ASSIGN TO "\COBOL\listado\LISTADO-CTAS004-CUOTAS"
           ORGANIZATION IS SEQUENTIAL.
           SELECT REMESA
           ASSIGN TO "\COBOL\arch\seguro-remesa.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-REM-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       01  REG-LIS                      PIC X(100).

      * ESQUEMA DE TASAS CON VIGENCIA: TIPO ("M" TASA DE MORA, "F"
      * GASTO DE MANTENIMIENTO, "I" IVA, "S" PRIMA MENSUAL DEL SEGURO
      * DE VIDA SALDO DEUDOR), VALOR Y FECHA DESDE LA QUE RIGE;
      * EL HISTORIAL COMPLETO QUEDA EN EL ARCHIVO PARA JUSTIFICAR
      * DEVENGAMIENTOS PASADOS
       FD  TASAS.

       COPY "\COBOL\fuentes\cpy\fd-operadores.fds".

       COPY "\COBOL\fuentes\cpy\fd-legales.fds".
       COPY "\COBOL\fuentes\cpy\fd-avisos-tasas.fds".

      * CHECKPOINT DE REINICIO: ULTIMA CLAVE YA DEVENGADA, PARA QUE
      * UNA RELANZADA NO VUELVA A CARGAR A LAS CUENTAS YA HECHAS
       FD  CHECKPOINT.
           03 FIS-DOCUMENTO             PIC 9(08).
           03 FIS-PRODUCTO              PIC 9(02).
      * CONCEPTO DEL CARGO GRAVADO: "M" INTERES DE MORA, "F" GASTO
      * DE MANTENIMIENTO, "A" CUOTA ANUAL DE LA TARJETA
           03 FIS-CONCEPTO              PIC X(01).
           03 FIS-BASE                  PIC 9(10)V99.
           03 FIS-TASA                  PIC 9(03)V9(04).
      * ESTADO ANTERIOR Y POSTERIOR DE LA CUENTA POR CADA CAMBIO
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-tab-productos.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".

      * UMBRAL DE CONSUMOS DE LOS ULTIMOS DOCE MESES POR ENCIMA DEL
      * CUAL LA CUOTA ANUAL DE LA TARJETA SE BONIFICA
       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-UMBRAL-BONIFICA       PIC 9(10)V99.

       FD  LIS-CUOTAS.
       01  REG-CUO                      PIC X(100).

      * REMESA DEL SEGURO DE VIDA SALDO DEUDOR: UN REGISTRO "D" POR
      * CUENTA ASEGURADA EN EL PERIODO Y EL TRAILER "T" CON CANTIDAD,
      * SALDO ASEGURADO Y PRIMAS TOTALES
       FD  REMESA.
       01  REM-REG.
           03 REM-TIPO                  PIC X(01).
           03 REM-PERIODO               PIC 9(06).
           03 REM-DOCUMENTO             PIC 9(08).
           03 REM-PRODUCTO              PIC 9(02).
           03 REM-APELLIDO              PIC X(20).
           03 REM-NOMBRE                PIC X(20).
           03 REM-FECHA-NAC             PIC 9(08).
           03 REM-SALDO                 PIC 9(10)V99.
           03 REM-TASA                  PIC 9(03)V9(04).
           03 REM-PRIMA                 PIC 9(10)V99.
       01  REM-TRAILER REDEFINES REM-REG.
           03 RMT-TIPO                  PIC X(01).
           03 RMT-CANTIDAD              PIC 9(08).
           03 RMT-PRIMA-TOTAL           PIC 9(12)V99.
           03 RMT-SALDO-TOTAL           PIC 9(12)V99.
           03 FILLER                    PIC X(59).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-concursos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-productos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\wk-avisos-tasas.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-ACTUALIZADOS              PIC 9(06)     VALUE 0.
       77  WK-OMITIDOS                  PIC 9(06)     VALUE 0.
       77  WK-EN-CONCURSO               PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.

      * VALORES DE FABRICA; TASAS.DAT LOS PISA CON LA TASA VIGENTE
       77  WK-TAS-FINAL                 PIC 9         VALUE 0.
       77  WK-VIG-MORA                  PIC 9(08)     VALUE 0.
       77  WK-VIG-FEE                   PIC 9(08)     VALUE 0.
      * MANTENIMIENTO DE LA CUENTA SUELDO ("P"): CERO = EXENTA
       77  WK-FEE-SUELDO                PIC 9(02)V99  VALUE 0.
       77  WK-VIG-SUELDO                PIC 9(08)     VALUE 0.
       77  WK-FEE-CUENTA                PIC 9(02)V99  VALUE 0.
       77  WK-EXENTAS-SUELDO            PIC 9(06)     VALUE 0.
       77  WK-TASA-APLICADA             PIC 9(03)V9(04) VALUE 0.
       77  WK-MONTO-APLICADO            PIC S9(10)V99 VALUE 0.
       77  WK-CTAS-ANT-SALDO            PIC S9(10)V99 VALUE 0.
       77  WK-TASA-IVA                  PIC 9V9(04)   VALUE 0,2100.
       77  WK-VIG-IVA                   PIC 9(08)     VALUE 0.
       77  WK-FIS-STAT                  PIC X(02).
       77  WK-FIS-FINAL                 PIC 9         VALUE 0.
       77  WK-AUD-MOV                   PIC X(01)     VALUE "I".
       77  WK-CONCEPTO                  PIC X(01)     VALUE SPACE.
       77  WK-BASE-IVA                  PIC 9(10)V99  VALUE 0.
       77  WK-BASE-TOTAL                PIC 9(12)V99  VALUE 0.
       77  WK-IVA-TOTAL                 PIC 9(12)V99  VALUE 0.

      * AUMENTOS DE TASAS.DAT QUE NO SE APLICAN POR FALTA DE AVISO
      * EN TERMINO A LOS CLIENTES, CON SU MOTIVO PARA EL LISTADO
       77  WK-TAS-DIFERIDA              PIC 9         VALUE 0.
       77  WK-DIF-CANT                  PIC 9(02)     VALUE 0.
       77  WK-DIF-IND                   PIC 9(02)     VALUE 0.
       77  WK-DIAS-DESDE-AVISO          PIC S9(06)    VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.
       01  WK-DIF-FECHA                 PIC 9(08).
       01  FILLER REDEFINES WK-DIF-FECHA.
           03 WK-DIF-ANHIO              PIC X(04).
           03 WK-DIF-MES                PIC X(02).
           03 WK-DIF-DIA                PIC X(02).
       01  WK-DIF-FECHA-ED.
           03 WK-DIF-DIA-ED             PIC X(02).
           03 FILLER                    PIC X     VALUE "/".
           03 WK-DIF-MES-ED             PIC X(02).
           03 FILLER                    PIC X     VALUE "/".
           03 WK-DIF-ANHIO-ED           PIC X(04).
       01  TAB-DIFERIDAS.
           03 TAB-DIF-ITEM OCCURS 20.
              05 DIF-TIPO               PIC X(01).
              05 DIF-VIGENCIA           PIC X(10).
              05 DIF-MOTIVO             PIC X(40).

      * SEGURO DE VIDA SALDO DEUDOR: TASA MENSUAL DE FABRICA (TASAS.DAT
      * "S" LA PISA) Y ACUMULADOS DE LA REMESA A LA ASEGURADORA
       77  WK-TASA-SEGURO               PIC 9V9(04)   VALUE 0,0015.
       77  WK-VIG-SEGURO                PIC 9(08)     VALUE 0.
       77  WK-REM-STAT                  PIC X(02).
       77  WK-REM-FINAL                 PIC 9         VALUE 0.
       77  WK-SALDO-ASEGURADO           PIC 9(10)V99  VALUE 0.
       77  WK-PRIMA                     PIC 9(10)V99  VALUE 0.
       77  WK-SEG-CANT                  PIC 9(08)     VALUE 0.
       77  WK-SEG-SALDO-TOTAL           PIC 9(12)V99  VALUE 0.
       77  WK-SEG-PRIMA-TOTAL           PIC 9(12)V99  VALUE 0.

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

      * CUOTA ANUAL DE LA TARJETA: VALOR DE FABRICA DEL UMBRAL DE
      * BONIFICACION (CTAS004.PAR LO PISA) Y CONSUMOS NETOS DE LOS
      * ULTIMOS DOCE MESES POR CUENTA, SUMADOS DE LOS REGISTROS "C"
      * DE LA AUDITORIA
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-UMBRAL-BONIFICA           PIC 9(10)V99  VALUE 120000,00.
       77  WK-FECHA-DESDE-CSM           PIC 9(08)     VALUE 0.
       77  WK-CSM-FINAL                 PIC 9         VALUE 0.
       77  WK-CSM-CANT                  PIC 9(05)     VALUE 0.
       77  WK-CSM-IND                   PIC 9(05)     VALUE 0.
       77  WK-CSM-DESBORDE              PIC 9         VALUE 0.
       77  WK-CONSUMO-ANUAL             PIC S9(10)V99 VALUE 0.
       77  WK-CUOTA-ANUAL               PIC 9(03)V99  VALUE 0.
       77  WK-PLAS-FINAL                PIC 9         VALUE 0.
       77  WK-CUO-COBRADAS              PIC 9(06)     VALUE 0.
       77  WK-CUO-BONIFICADAS           PIC 9(06)     VALUE 0.
       77  WK-CUO-IMP-COBRADO           PIC 9(10)V99  VALUE 0.
       77  WK-CUO-IMP-BONIFICADO        PIC 9(10)V99  VALUE 0.
       77  WK-CUO-LINEA                 PIC 9(04)     VALUE 0.
       77  WK-IND-SUC                   PIC 9(03)     VALUE 0.

       01  TAB-CONSUMOS-ANUALES.
           03 TAB-CSM-ITEM OCCURS 20000
                           INDEXED BY CSM-INDEX.
              05 TAB-CSM-DOC            PIC 9(08).
              05 TAB-CSM-PROD           PIC 9(02).
              05 TAB-CSM-IMPORTE        PIC S9(10)V99.

      * CUOTAS COBRADAS Y BONIFICADAS POR SUCURSAL, INDEXADAS POR EL
      * PROPIO CODIGO (LA SUCURSAL 0 SE AGRUPA EN LA 999)
       01  TAB-CUOTAS-SUCURSAL.
           03 TAB-CUS-ITEM OCCURS 999.
              05 TCS-COBRADAS           PIC 9(05).
              05 TCS-IMP-COBRADO        PIC 9(09)V99.
              05 TCS-BONIFICADAS        PIC 9(05).
              05 TCS-IMP-BONIFICADO     PIC 9(09)V99.

       01  WK-ARCHIVO-FISCAL.
           03 FILLER                    PIC X(19)     VALUE
           "\COBOL\arch\fiscal-".
           03 FILLER                    PIC X(20) VALUE
           "   Mantenimiento...:".
           03 TIT-TASA-FEE              PIC ZZ9,99.
           03 FILLER                    PIC X(20) VALUE
           "   Seguro vida.....:".
           03 TIT-TASA-SEGURO           PIC Z9,9999.

       01  TIT-DIFERIDA.
           03 FILLER                    PIC X(19) VALUE
           "*** TASA NO APLICA ".
           03 TIT-DIF-TIPO              PIC X(01).
           03 FILLER                    PIC X(13) VALUE
           " CON VIGENCIA".
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 TIT-DIF-VIGENCIA          PIC X(10).
           03 FILLER                    PIC X(02) VALUE ": ".
           03 TIT-DIF-MOTIVO            PIC X(40).

       01  TIT-REINICIO.
           03 FILLER                    PIC X(34) VALUE
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SDO                     PIC ----.--9,99.

       01  LIN-CONCURSO.
            03 L-CON-DOC                PIC 9(08).
            03 FILLER                   PIC X(06) VALUE ALL SPACES.
            03 L-CON-NOM-CORTO          PIC X(32).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 FILLER                   PIC X(34) VALUE
            "EN CONCURSO/QUIEBRA: SIN PUNITORIO".

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas Leidas...: ".
            03 FILLER                   PIC X(20) VALUE
            "Cuentas omitidas.: ".
            03 LIN-TOT-OMITIDOS         PIC ZZZZZ9.
       01  TITULO-BOTTOM-CONCURSO.
            03 FILLER                   PIC X(20) VALUE
            "  (en concurso)..: ".
            03 LIN-TOT-CONCURSO         PIC ZZZZZ9.
       01  TITULO-BOTTOM-SUELDO.
            03 FILLER                   PIC X(20) VALUE
            "  (ctas. sueldo).: ".
            03 LIN-TOT-SUELDO           PIC ZZZZZ9.
       01  TITULO-BOTTOM-IVA.
            03 FILLER                   PIC X(20) VALUE
            "IVA liquidado....: ".
            03 LIN-TOT-IVA-CANT         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IVA-IMP          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-SEGURO.
            03 FILLER                   PIC X(20) VALUE
            "Primas seg. vida.: ".
            03 LIN-TOT-SEG-CANT         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-SEG-IMP          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.

       01  TITULO-CUO-01.
            03 TIT-CUO-FECHA            PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(38) VALUE
            "CUOTA ANUAL DE TARJETAS - CTAS004".
            03 FILLER                   PIC X(09) VALUE "Periodo: ".
            03 TIT-CUO-PERIODO          PIC 9(06).
            03 FILLER                   PIC X(16) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-CUO-HOJA             PIC 9(03).

       01  TIT-CUO-UMBRAL.
            03 FILLER                   PIC X(32) VALUE
            "Bonifica con consumos 12 meses >".
            03 TIT-CUO-UMBRAL-IMP       PIC ZZZ.ZZZ.ZZ9,99.

       01  TIT-CUO-DESBORDE             PIC X(60) VALUE
           "*** TABLA DE CONSUMOS EXCEDIDA: CUOTAS ANUALES NO COBRADAS".

       01  TITULO-CUO-03.
            03 FILLER                   PIC X(04) VALUE "Suc.".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(18) VALUE "Tarjeta".
            03 FILLER                   PIC X(10) VALUE "Emision".
            03 FILLER                   PIC X(08) VALUE "Cuota".
            03 FILLER                   PIC X(17) VALUE
            "Consumo 12 meses".
            03 FILLER                   PIC X(22) VALUE "Estado".

       01  LIN-CUOTA.
            03 L-CUO-SUC                PIC 9(03).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-CUO-DOC                PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUO-PLASTICO           PIC 9(16).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUO-EMISION            PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUO-IMPORTE            PIC ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUO-CONSUMO            PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUO-ESTADO             PIC X(22).

       01  TITULO-CUO-SUC               PIC X(40) VALUE
           "CUOTAS ANUALES POR SUCURSAL".

       01  TITULO-CUO-SUC-03.
            03 FILLER                   PIC X(04) VALUE "Suc.".
            03 FILLER                   PIC X(21) VALUE "Nombre".
            03 FILLER                   PIC X(08) VALUE "Cobrad.".
            03 FILLER                   PIC X(17) VALUE "Importe".
            03 FILLER                   PIC X(08) VALUE "Bonif.".
            03 FILLER                   PIC X(17) VALUE "Importe".

       01  LIN-CUOTA-SUC.
            03 L-CUS-SUC                PIC 9(03).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-CUS-NOMBRE             PIC X(20).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-CUS-COBRADAS           PIC ZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUS-IMP-COBRADO        PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-CUS-BONIFICADAS        PIC ZZZZ9.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-CUS-IMP-BONIFICADO     PIC ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-CUO-COBRADAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuotas cobradas..: ".
            03 LIN-TOT-CUO-COBRADAS     PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-CUO-IMP-COB      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-CUO-BONIF.
            03 FILLER                   PIC X(20) VALUE
            "Cuotas bonific...: ".
            03 LIN-TOT-CUO-BONIFICADAS  PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-CUO-IMP-BON      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
      *----------------------------------------------------------------
              EXIT PARAGRAPH
           END-IF
           PERFORM LEER-CHECKPOINT THRU F-LEER-CHECKPOINT
           PERFORM CARGAR-CONSUMOS-ANUALES
                   THRU F-CARGAR-CONSUMOS-ANUALES
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO
           PERFORM CARGAR-AVISOS-TASAS THRU F-CARGAR-AVISOS-TASAS
           PERFORM LEER-TASAS THRU F-LEER-TASAS
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM CARGAR-TABLA-PRODUCTOS THRU
                   F-CARGAR-TABLA-PRODUCTOS
           PERFORM CARGAR-TABLA-SUCURSALES THRU
                   F-CARGAR-TABLA-SUCURSALES
           INITIALIZE TAB-CUOTAS-SUCURSAL
           PERFORM CARGAR-CONCURSOS THRU F-CARGAR-CONCURSOS
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA
           MOVE WK-PERIODO       TO TIT-PERIODO
           PERFORM ENCABEZAR     THRU F-ENCABEZAR
           MOVE WK-TASA-MORA         TO TIT-TASA-MORA
           MOVE WK-FEE-MANTENIMIENTO TO TIT-TASA-FEE
           MOVE WK-TASA-SEGURO       TO TIT-TASA-SEGURO
           WRITE REG-LIS FROM TIT-TASAS
           ADD 1 TO WK-LINEA
           PERFORM VARYING WK-DIF-IND FROM 1 BY 1
                   UNTIL WK-DIF-IND > WK-DIF-CANT
              MOVE DIF-TIPO(WK-DIF-IND)     TO TIT-DIF-TIPO
              MOVE DIF-VIGENCIA(WK-DIF-IND) TO TIT-DIF-VIGENCIA
              MOVE DIF-MOTIVO(WK-DIF-IND)   TO TIT-DIF-MOTIVO
              WRITE REG-LIS FROM TIT-DIFERIDA
              ADD 1 TO WK-LINEA
           END-PERFORM
           IF WK-OVR-STAT = "00"
              WRITE REG-LIS FROM TIT-OVERRIDE
              ADD 1 TO WK-LINEA
              MOVE WK-CHK-DOC TO TIT-REINICIO-DOC
              WRITE REG-LIS FROM TIT-REINICIO
              ADD 1 TO WK-LINEA
           END-IF
           MOVE WK-FECHA-ED      TO TIT-CUO-FECHA
           MOVE WK-PERIODO       TO TIT-CUO-PERIODO
           PERFORM ENCABEZAR-CUOTAS THRU F-ENCABEZAR-CUOTAS
           MOVE WK-UMBRAL-BONIFICA TO TIT-CUO-UMBRAL-IMP
           WRITE REG-CUO FROM TIT-CUO-UMBRAL
           ADD 1 TO WK-CUO-LINEA
           IF WK-CSM-DESBORDE = 1
              WRITE REG-CUO FROM TIT-CUO-DESBORDE
              ADD 1 TO WK-CUO-LINEA
           END-IF.
       F-INICIO. EXIT.

      * EL UMBRAL DE BONIFICACION DE LA CUOTA ANUAL SALE DE
      * CTAS004.PAR; SIN ARCHIVO O EN CERO RIGE EL VALOR DE FABRICA
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-UMBRAL-BONIFICA IS NUMERIC
                      AND PAR-UMBRAL-BONIFICA > 0
                      MOVE PAR-UMBRAL-BONIFICA TO WK-UMBRAL-BONIFICA
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

      * CONSUMOS NETOS DE LOS ULTIMOS DOCE MESES POR CUENTA: CADA
      * REGISTRO "C" DE LA AUDITORIA (CSM001) APORTA LO QUE MOVIO EL
      * SALDO, DE MODO QUE LAS DEVOLUCIONES Y REVERSAS DESCUENTAN.
      * SE LEE ANTES DE ABRIR LA AUDITORIA PARA AGREGAR; SI LA TABLA
      * NO ALCANZA NO SE COBRA NINGUNA CUOTA ANUAL EN LA CORRIDA,
      * PORQUE NO HABRIA COMO SABER A QUIEN CORRESPONDE BONIFICAR
       CARGAR-CONSUMOS-ANUALES.
           COMPUTE WK-FECHA-DESDE-CSM = WK-FECHA - 10000
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-CARGAR-CONSUMOS-ANUALES
           END-IF
           PERFORM UNTIL WK-CSM-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-CSM-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( AUD-MOV = "C" )
                 OR AUD-FECHA NOT > WK-FECHA-DESDE-CSM
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VARYING WK-CSM-IND FROM 1 BY 1
                      UNTIL WK-CSM-IND > WK-CSM-CANT
                 IF TAB-CSM-DOC(WK-CSM-IND) = AUD-DOCUMENTO
                    AND TAB-CSM-PROD(WK-CSM-IND) = AUD-PRODUCTO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WK-CSM-IND > WK-CSM-CANT
                 IF WK-CSM-CANT < 20000
                    ADD 1 TO WK-CSM-CANT
                    MOVE WK-CSM-CANT   TO WK-CSM-IND
                    MOVE AUD-DOCUMENTO TO TAB-CSM-DOC(WK-CSM-IND)
                    MOVE AUD-PRODUCTO  TO TAB-CSM-PROD(WK-CSM-IND)
                    MOVE 0             TO TAB-CSM-IMPORTE(WK-CSM-IND)
                 ELSE
                    MOVE 1 TO WK-CSM-DESBORDE
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              COMPUTE TAB-CSM-IMPORTE(WK-CSM-IND) =
                      TAB-CSM-IMPORTE(WK-CSM-IND)
                      + AUD-ANT-SALDO - AUD-DES-SALDO
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-CONSUMOS-ANUALES. EXIT.

      * SI EL PERIODO ACTUAL YA FIGURA COMO DEVENGADO EN CTAS004.CTL
      * LA CORRIDA SE NIEGA, SALVO QUE EL OPERADOR HAYA DEJADO EL
      * ARCHIVO DE OVERRIDE (CTAS004.OVR), QUE SE CONSUME Y QUEDA
              IF TAS-VIGENCIA > WK-FECHA
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CONTROLAR-AVISO THRU F-CONTROLAR-AVISO
              IF WK-TAS-DIFERIDA = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE TAS-TIPO
                 WHEN "M"
                      IF TAS-VIGENCIA >= WK-VIG-MORA
                         MOVE TAS-VIGENCIA TO WK-VIG-FEE
                         MOVE TAS-VALOR    TO WK-FEE-MANTENIMIENTO
                      END-IF
                 WHEN "P"
                      IF TAS-VIGENCIA >= WK-VIG-SUELDO
                         MOVE TAS-VIGENCIA TO WK-VIG-SUELDO
                         MOVE TAS-VALOR    TO WK-FEE-SUELDO
                      END-IF
                 WHEN "I"
                      IF TAS-VIGENCIA >= WK-VIG-IVA
                         MOVE TAS-VIGENCIA TO WK-VIG-IVA
                         MOVE TAS-VALOR    TO WK-TASA-IVA
                      END-IF
                 WHEN "S"
                      IF TAS-VIGENCIA >= WK-VIG-SEGURO
                         MOVE TAS-VIGENCIA TO WK-VIG-SEGURO
                         MOVE TAS-VALOR    TO WK-TASA-SEGURO
                      END-IF
              END-EVALUATE
           END-PERFORM
           CLOSE TASAS.
       F-LEER-TASAS. EXIT.

      * UN AUMENTO YA VIGENTE SOLO SE APLICA SI TAS001 LO AVISO A LOS
      * CLIENTES HACE AL MENOS WK-ATA-DIAS-AVISO DIAS; SI NO, SE
      * ANOTA EL MOTIVO Y SIGUE RIGIENDO EL VALOR ANTERIOR. EL IVA
      * NO ES UN CARGO DEL BANCO Y NO PASA POR ESTE CONTROL
       CONTROLAR-AVISO.
           MOVE 0 TO WK-TAS-DIFERIDA
           IF WK-ATA-EXISTE = 0
              OR NOT ( TAS-TIPO = "M" OR "F" OR "P" OR "S" )
              GO TO F-CONTROLAR-AVISO
           END-IF
           MOVE TAS-TIPO     TO WK-ATA-TIPO-BUSCADO
           MOVE TAS-VIGENCIA TO WK-ATA-VIG-BUSCADA
           PERFORM BUSCAR-AVISO-TASA THRU F-BUSCAR-AVISO-TASA
           IF WK-ATA-ESTADO = "R" OR WK-ATA-ESTADO = "H"
              GO TO F-CONTROLAR-AVISO
           END-IF
           IF WK-ATA-ESTADO = "A"
              CALL "FEC-DIF" USING WK-ATA-FECHA-AVISO
                                   WK-FECHA
                                   WK-DIAS-DESDE-AVISO
                                   WK-DIAS-HABILES-DIF
                                   WK-DIF-VALIDA
              IF WK-DIF-VALIDA = "S"
                 AND NOT ( WK-DIAS-DESDE-AVISO < WK-ATA-DIAS-AVISO )
                 GO TO F-CONTROLAR-AVISO
              END-IF
           END-IF
           MOVE 1 TO WK-TAS-DIFERIDA
           IF WK-DIF-CANT = 20
              GO TO F-CONTROLAR-AVISO
           END-IF
           ADD 1 TO WK-DIF-CANT
           MOVE TAS-TIPO TO DIF-TIPO(WK-DIF-CANT)
           MOVE TAS-VIGENCIA TO WK-DIF-FECHA
           PERFORM EDITAR-FECHA-DIF THRU F-EDITAR-FECHA-DIF
           MOVE WK-DIF-FECHA-ED TO DIF-VIGENCIA(WK-DIF-CANT)
           IF WK-ATA-ESTADO = "A"
              MOVE WK-ATA-FECHA-AVISO TO WK-DIF-FECHA
              PERFORM EDITAR-FECHA-DIF THRU F-EDITAR-FECHA-DIF
              STRING "AVISO DEL " WK-DIF-FECHA-ED
                     ", FALTAN 60 DIAS"
                     INTO DIF-MOTIVO(WK-DIF-CANT)
              END-STRING
           ELSE
              MOVE "CLIENTES SIN AVISAR (TAS001)"
                TO DIF-MOTIVO(WK-DIF-CANT)
           END-IF.
       F-CONTROLAR-AVISO. EXIT.

       EDITAR-FECHA-DIF.
           MOVE WK-DIF-DIA   TO WK-DIF-DIA-ED
           MOVE WK-DIF-MES   TO WK-DIF-MES-ED
           MOVE WK-DIF-ANHIO TO WK-DIF-ANHIO-ED.
       F-EDITAR-FECHA-DIF. EXIT.

      * EL CHECKPOINT TRAE LA ULTIMA CLAVE YA DEVENGADA DE UNA
      * CORRIDA QUE MURIO A MITAD DE ARCHIVO; LA RELANZADA ARRANCA
      * DESPUES DE ELLA Y NO RE-CARGA A LAS CUENTAS YA HECHAS

       ABRIR-ARCHIVO.
           OPEN I-O    M-CUENTAS
           OPEN INPUT  M-PLASTICOS
           OPEN OUTPUT LISTADO
                       LIS-CUOTAS
           MOVE WK-PERIODO TO WK-FIS-PERIODO
      * EN UNA RELANZADA DESDE CHECKPOINT EL LIBRO FISCAL SE
      * EXTIENDE EN LUGAR DE REGENERARSE: EL IVA YA DEBITADO ANTES
      * DE LA CAIDA YA TIENE SU RENGLON Y NO DEBE PERDERSE
           IF WK-CHK-DOC > 0
              PERFORM CONTAR-FISCAL THRU F-CONTAR-FISCAL
              OPEN EXTEND FISCAL
              IF NOT ( WK-FIS-STAT = "00" )
                 OPEN OUTPUT FISCAL
           ELSE
              OPEN OUTPUT FISCAL
           END-IF
      * LO MISMO CON LA REMESA DEL SEGURO: LAS PRIMAS YA DEBITADAS
      * ANTES DE LA CAIDA SE CUENTAN PARA QUE EL TRAILER CIERRE CON
      * TODA LA REMESA DEL PERIODO
           IF WK-CHK-DOC > 0
              PERFORM CONTAR-REMESA THRU F-CONTAR-REMESA
              OPEN EXTEND REMESA
              IF NOT ( WK-REM-STAT = "00" )
                 OPEN OUTPUT REMESA
              END-IF
           ELSE
              OPEN OUTPUT REMESA
           END-IF
           PERFORM ABRIR-AUDITORIA THRU F-ABRIR-AUDITORIA.
       F-ABRIR-ARCHIVO. EXIT.

      * LOS RENGLONES DEL LIBRO FISCAL GRABADOS ANTES DE LA CAIDA
      * ENTRAN EN EL TRAILER, PARA QUE CIERRE CON TODO EL PERIODO
       CONTAR-FISCAL.
           OPEN INPUT FISCAL
           IF NOT ( WK-FIS-STAT = "00" )
              GO TO F-CONTAR-FISCAL
           END-IF
           PERFORM UNTIL WK-FIS-FINAL = 1
              READ FISCAL AT END
                   MOVE 1 TO WK-FIS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF FIS-TIPO = "D"
                 ADD 1            TO WK-IVA-CANT
                 ADD FIS-BASE     TO WK-BASE-TOTAL
                 ADD FIS-IMPUESTO TO WK-IVA-TOTAL
              END-IF
           END-PERFORM
           CLOSE FISCAL.
       F-CONTAR-FISCAL. EXIT.

       CONTAR-REMESA.
           OPEN INPUT REMESA
           IF NOT ( WK-REM-STAT = "00" )
              GO TO F-CONTAR-REMESA
           END-IF
           PERFORM UNTIL WK-REM-FINAL = 1
              READ REMESA AT END
                   MOVE 1 TO WK-REM-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF REM-TIPO = "D"
                 ADD 1         TO WK-SEG-CANT
                 ADD REM-SALDO TO WK-SEG-SALDO-TOTAL
                 ADD REM-PRIMA TO WK-SEG-PRIMA-TOTAL
              END-IF
           END-PERFORM
           CLOSE REMESA.
       F-CONTAR-REMESA. EXIT.

      * LA AUDITORIA SE ACUMULA CORRIDA TRAS CORRIDA; SI EL ARCHIVO
      * TODAVIA NO EXISTE (PRIMERA VEZ) SE LO CREA
       ABRIR-AUDITORIA.
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       ENCABEZAR-CUOTAS.
           ADD 1 TO TIT-CUO-HOJA
           IF TIT-CUO-HOJA = 1
              WRITE REG-CUO FROM TITULO-CUO-01 AFTER 0
           ELSE
              WRITE REG-CUO FROM TITULO-CUO-01 AFTER PAGE
           END-IF
           WRITE REG-CUO FROM TITULO-LINE
           WRITE REG-CUO FROM TITULO-CUO-03
           WRITE REG-CUO FROM TITULO-LINE
           MOVE 4 TO WK-CUO-LINEA.
       F-ENCABEZAR-CUOTAS. EXIT.

      * RECORRE M-CUENTAS EN ORDEN DE DOCUMENTO (CTAS-CLAVE)
       PROCESO.
           IF WK-CHK-DOC > 0
              END-READ
              ADD 1 TO WK-LEIDOS
              PERFORM CALCULAR-CARGO THRU F-CALCULAR-CARGO
              PERFORM COBRAR-CUOTA-ANUAL THRU F-COBRAR-CUOTA-ANUAL
              PERFORM COBRAR-SEGURO-VIDA THRU F-COBRAR-SEGURO-VIDA
              PERFORM GRABAR-CHECKPOINT THRU F-GRABAR-CHECKPOINT
           END-PERFORM.
       F-PROCESO. EXIT.

       CALCULAR-CARGO.
           MOVE 0 TO WK-MONTO-APLICADO
      * EL DEUDOR EN CONCURSO O QUIEBRA NO DEVENGA PUNITORIOS: LA
      * DEUDA QUEDA CONGELADA A LA FECHA DE LA PRESENTACION
           MOVE 0 TO WK-CON-HALLADO
           IF CTAS-SITUACION = 3 AND CTAS-SALDO < 0
              AND CTAS-ARRASTRE NOT = "S"
              MOVE CTAS-DOCUMENTO TO WK-CON-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-CON-PROD-BUSCADO
              PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
           END-IF
      * LA CUENTA SUELDO PAGA SU PROPIO MANTENIMIENTO, CERO SI EXENTA
           IF CTAS-PLAN-SUELDO = "S"
              MOVE WK-FEE-SUELDO        TO WK-FEE-CUENTA
           ELSE
              MOVE WK-FEE-MANTENIMIENTO TO WK-FEE-CUENTA
           END-IF
           EVALUATE TRUE
              WHEN WK-CON-HALLADO = 1
                   ADD 1 TO WK-OMITIDOS
                   ADD 1 TO WK-EN-CONCURSO
                   PERFORM DETALLE-CONCURSO THRU F-DETALLE-CONCURSO
                   MOVE CTAS-DOCUMENTO TO WK-ULT-DOC
                   MOVE CTAS-PRODUCTO  TO WK-ULT-PROD
                   EXIT PARAGRAPH
              WHEN CTAS-SITUACION = 3 AND CTAS-SALDO < 0
                   AND CTAS-ARRASTRE NOT = "S"
                   COMPUTE WK-MONTO-APLICADO ROUNDED =
                           CTAS-SALDO * WK-TASA-MORA
                   MOVE WK-TASA-MORA TO WK-TASA-APLICADA
                   MOVE "M" TO WK-CONCEPTO
              WHEN ( CTAS-SITUACION = 7
                     OR ( CTAS-SITUACION = 3 AND CTAS-ARRASTRE = "S" ) )
                   AND ( CTAS-APERTURA = 1 OR CTAS-APERTURA = 2
                                            OR CTAS-APERTURA = 3 )
                   AND CTAS-PLAN-SUELDO = "S" AND WK-FEE-CUENTA = 0
                   ADD 1 TO WK-OMITIDOS
                   ADD 1 TO WK-EXENTAS-SUELDO
                   MOVE CTAS-DOCUMENTO TO WK-ULT-DOC
                   MOVE CTAS-PRODUCTO  TO WK-ULT-PROD
                   EXIT PARAGRAPH
              WHEN ( CTAS-SITUACION = 7
                     OR ( CTAS-SITUACION = 3 AND CTAS-ARRASTRE = "S" ) )
                   AND ( CTAS-APERTURA = 1 OR CTAS-APERTURA = 2
                                            OR CTAS-APERTURA = 3 )
                   COMPUTE WK-MONTO-APLICADO =
                           WK-FEE-CUENTA * -1
                   MOVE WK-FEE-CUENTA TO WK-TASA-APLICADA
                   MOVE "F" TO WK-CONCEPTO
              WHEN OTHER
                   ADD 1 TO WK-OMITIDOS
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

      * CUOTA ANUAL DE LA TARJETA: SOLO EN CUENTAS OPERATIVAS EN
      * PESOS (APERTURA 1/2/3, SIN FRAUDE, SUCESION NI CASTIGO Y SIN
      * FECHA DE BAJA) CUYO DEUDOR NO ESTA EN CONCURSO, Y SOLO SI
      * EL PRODUCTO TIENE CUOTA EN EL CATALOGO. SE RECORREN LAS
      * TARJETAS DEL TITULAR VINCULADAS A LA CUENTA
       COBRAR-CUOTA-ANUAL.
           IF NOT ( CTAS-APERTURA = 1 OR 2 OR 3 )
              OR CTAS-SITUACION = 1 OR CTAS-SITUACION = 2
              OR CTAS-SITUACION = 4
              OR CTAS-FECHA-BAJA NOT = 0
              OR CTAS-MONEDA = "D"
              OR WK-CSM-DESBORDE = 1
              GO TO F-COBRAR-CUOTA-ANUAL
           END-IF
           MOVE 0 TO WK-CUOTA-ANUAL
           SET PROD-INDEX TO 1
           SEARCH TAB-PRODUCTOS-DETALLE
            WHEN TAB-PRODUCTOS-COD(PROD-INDEX) = CTAS-PRODUCTO
             IF TAB-PRODUCTOS-CUOTA(PROD-INDEX) IS NUMERIC
                MOVE TAB-PRODUCTOS-CUOTA(PROD-INDEX) TO WK-CUOTA-ANUAL
             END-IF
           END-SEARCH
           IF WK-CUOTA-ANUAL = 0
              GO TO F-COBRAR-CUOTA-ANUAL
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-CON-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-CON-PROD-BUSCADO
           PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
           IF WK-CON-HALLADO = 1
              GO TO F-COBRAR-CUOTA-ANUAL
           END-IF
           PERFORM BUSCAR-CONSUMO-ANUAL THRU F-BUSCAR-CONSUMO-ANUAL
           IF CTAS-SUCURSAL > 0
              MOVE CTAS-SUCURSAL TO WK-IND-SUC
           ELSE
              MOVE 999 TO WK-IND-SUC
           END-IF
           MOVE 0 TO WK-PLAS-FINAL
           MOVE CTAS-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY = PLAS-CLAVE-1
                 INVALID KEY
                 GO TO F-COBRAR-CUOTA-ANUAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLAS-DOCUMENTO = CTAS-DOCUMENTO )
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM CUOTA-PLASTICO THRU F-CUOTA-PLASTICO
           END-PERFORM.
       F-COBRAR-CUOTA-ANUAL. EXIT.

      * PRIMA DEL SEGURO DE VIDA SALDO DEUDOR SOBRE EL SALDO DEUDOR
      * QUE QUEDA AL CIERRE, YA CON LOS CARGOS DEL MES. NO PAGAN LAS
      * CUENTAS NO OPERATIVAS, LAS DE FRAUDE, LAS EN SUCESION (EL
      * SINIESTRO YA OCURRIO), LAS CASTIGADAS, LAS EN DOLARES NI LAS
      * DE DEUDORES EN CONCURSO, CUYA DEUDA QUEDA CONGELADA
       COBRAR-SEGURO-VIDA.
           IF NOT ( CTAS-SALDO < 0 )
              OR CTAS-FECHA-BAJA NOT = 0
              OR CTAS-APERTURA = 8 OR CTAS-APERTURA = 9
              OR CTAS-SITUACION = 1 OR CTAS-SITUACION = 2
              OR CTAS-SITUACION = 4
              OR CTAS-MONEDA = "D"
              GO TO F-COBRAR-SEGURO-VIDA
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-CON-DOC-BUSCADO
           MOVE CTAS-PRODUCTO  TO WK-CON-PROD-BUSCADO
           PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
           IF WK-CON-HALLADO = 1
              GO TO F-COBRAR-SEGURO-VIDA
           END-IF
           COMPUTE WK-SALDO-ASEGURADO = CTAS-SALDO * -1
           COMPUTE WK-PRIMA ROUNDED =
                   WK-SALDO-ASEGURADO * WK-TASA-SEGURO
           IF WK-PRIMA = 0
              GO TO F-COBRAR-SEGURO-VIDA
           END-IF
           COMPUTE WK-MONTO-APLICADO = WK-PRIMA * -1
           MOVE WK-TASA-SEGURO TO WK-TASA-APLICADA
           MOVE "S" TO WK-CONCEPTO
           MOVE CTAS-SALDO TO WK-CTAS-ANT-SALDO
           COMPUTE CTAS-SALDO = CTAS-SALDO + WK-MONTO-APLICADO
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           MOVE "I" TO WK-AUD-MOV
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           PERFORM DETALLE THRU F-DETALLE
           INITIALIZE REM-REG
           MOVE "D"                TO REM-TIPO
           MOVE WK-PERIODO         TO REM-PERIODO
           MOVE CTAS-DOCUMENTO     TO REM-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO REM-PRODUCTO
           MOVE CTAS-APELLIDO      TO REM-APELLIDO
           MOVE CTAS-NOMBRE        TO REM-NOMBRE
           MOVE CTAS-FECHA-NAC     TO REM-FECHA-NAC
           MOVE WK-SALDO-ASEGURADO TO REM-SALDO
           MOVE WK-TASA-SEGURO     TO REM-TASA
           MOVE WK-PRIMA           TO REM-PRIMA
           WRITE REM-REG
           ADD 1                  TO WK-SEG-CANT
           ADD WK-SALDO-ASEGURADO TO WK-SEG-SALDO-TOTAL
           ADD WK-PRIMA           TO WK-SEG-PRIMA-TOTAL.
       F-COBRAR-SEGURO-VIDA. EXIT.

       BUSCAR-CONSUMO-ANUAL.
           MOVE 0 TO WK-CONSUMO-ANUAL
           IF WK-CSM-CANT = 0
              GO TO F-BUSCAR-CONSUMO-ANUAL
           END-IF
           SET CSM-INDEX TO 1
           SEARCH TAB-CSM-ITEM
            WHEN CSM-INDEX > WK-CSM-CANT
             MOVE 0 TO WK-CONSUMO-ANUAL
            WHEN TAB-CSM-DOC(CSM-INDEX) = CTAS-DOCUMENTO
             AND TAB-CSM-PROD(CSM-INDEX) = CTAS-PRODUCTO
             MOVE TAB-CSM-IMPORTE(CSM-INDEX) TO WK-CONSUMO-ANUAL
           END-SEARCH.
       F-BUSCAR-CONSUMO-ANUAL. EXIT.

      * LA CUOTA SE DEVENGA EN EL MES DEL ANIVERSARIO DE EMISION DE
      * CADA TARJETA ACTIVA DEL TITULAR (LAS ADICIONALES NO PAGAN
      * CUOTA PROPIA), A PARTIR DEL PRIMER ANIVERSARIO. SI LA CUENTA
      * CONSUMIO EN LOS ULTIMOS DOCE MESES MAS QUE EL UMBRAL SE
      * BONIFICA; SI NO SE DEBITA COMO CARGO "A" CON SU IVA, IGUAL
      * QUE LOS DEMAS CARGOS DEL DEVENGAMIENTO
       CUOTA-PLASTICO.
           IF NOT ( PLAS-ESTADO = "AC" )
              OR NOT ( PLAS-PRODUCTO = CTAS-PRODUCTO )
              GO TO F-CUOTA-PLASTICO
           END-IF
           IF PLAS-CODOCUMENTO IS NUMERIC
              AND PLAS-CODOCUMENTO > 0
              GO TO F-CUOTA-PLASTICO
           END-IF
           IF NOT ( PLAS-FECHA-EMISION(5:2) = WK-FECHA(5:2) )
              OR NOT ( PLAS-FECHA-EMISION(1:4) < WK-FECHA(1:4) )
              GO TO F-CUOTA-PLASTICO
           END-IF
           IF WK-CONSUMO-ANUAL > WK-UMBRAL-BONIFICA
              ADD 1 TO WK-CUO-BONIFICADAS
                       TCS-BONIFICADAS(WK-IND-SUC)
              ADD WK-CUOTA-ANUAL TO WK-CUO-IMP-BONIFICADO
                                    TCS-IMP-BONIFICADO(WK-IND-SUC)
              MOVE "BONIFICADA POR CONSUMO" TO L-CUO-ESTADO
              PERFORM DETALLE-CUOTA THRU F-DETALLE-CUOTA
              GO TO F-CUOTA-PLASTICO
           END-IF
           COMPUTE WK-MONTO-APLICADO = WK-CUOTA-ANUAL * -1
           MOVE WK-CUOTA-ANUAL TO WK-TASA-APLICADA
           MOVE "A" TO WK-CONCEPTO
           MOVE CTAS-SALDO TO WK-CTAS-ANT-SALDO
           COMPUTE CTAS-SALDO = CTAS-SALDO + WK-MONTO-APLICADO
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           MOVE "I" TO WK-AUD-MOV
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           PERFORM APLICAR-IVA THRU F-APLICAR-IVA
           ADD 1 TO WK-CUO-COBRADAS
                    TCS-COBRADAS(WK-IND-SUC)
           ADD WK-CUOTA-ANUAL TO WK-CUO-IMP-COBRADO
                                 TCS-IMP-COBRADO(WK-IND-SUC)
           MOVE "COBRADA" TO L-CUO-ESTADO
           PERFORM DETALLE-CUOTA THRU F-DETALLE-CUOTA.
       F-CUOTA-PLASTICO. EXIT.

       DETALLE-CUOTA.
           IF WK-CUO-LINEA > 64
              PERFORM ENCABEZAR-CUOTAS THRU F-ENCABEZAR-CUOTAS
           END-IF
           MOVE CTAS-SUCURSAL       TO L-CUO-SUC
           MOVE CTAS-DOCUMENTO      TO L-CUO-DOC
           MOVE PLAS-PLASTICO       TO L-CUO-PLASTICO
           MOVE PLAS-FECHA-EMISION  TO L-CUO-EMISION
           MOVE WK-CUOTA-ANUAL      TO L-CUO-IMPORTE
           MOVE WK-CONSUMO-ANUAL    TO L-CUO-CONSUMO
           WRITE REG-CUO FROM LIN-CUOTA
           ADD 1 TO WK-CUO-LINEA.
       F-DETALLE-CUOTA. EXIT.

      * RESUMEN AL PIE DEL LISTADO DE CUOTAS: UNA LINEA POR CADA
      * SUCURSAL CON MOVIMIENTO, EN ORDEN DE CODIGO
       TOTALES-CUOTAS.
           IF WK-CUO-LINEA > 60
              PERFORM ENCABEZAR-CUOTAS THRU F-ENCABEZAR-CUOTAS
           END-IF
           WRITE REG-CUO FROM TITULO-LINE
           WRITE REG-CUO FROM TITULO-CUO-SUC
           WRITE REG-CUO FROM TITULO-CUO-SUC-03
           WRITE REG-CUO FROM TITULO-LINE
           ADD 4 TO WK-CUO-LINEA
           PERFORM LISTAR-CUOTA-SUC THRU F-LISTAR-CUOTA-SUC
                   VARYING WK-IND-SUC FROM 1 BY 1
                   UNTIL WK-IND-SUC > 998
           MOVE 999 TO WK-IND-SUC
           PERFORM LISTAR-CUOTA-SUC THRU F-LISTAR-CUOTA-SUC
           IF WK-CUO-LINEA > 62
              PERFORM ENCABEZAR-CUOTAS THRU F-ENCABEZAR-CUOTAS
           END-IF
           MOVE WK-CUO-COBRADAS       TO LIN-TOT-CUO-COBRADAS
           MOVE WK-CUO-IMP-COBRADO    TO LIN-TOT-CUO-IMP-COB
           MOVE WK-CUO-BONIFICADAS    TO LIN-TOT-CUO-BONIFICADAS
           MOVE WK-CUO-IMP-BONIFICADO TO LIN-TOT-CUO-IMP-BON
           WRITE REG-CUO FROM TITULO-LINE
           WRITE REG-CUO FROM TITULO-BOTTOM-CUO-COBRADAS
           WRITE REG-CUO FROM TITULO-BOTTOM-CUO-BONIF
           MOVE TIT-CUO-HOJA TO LIN-TOT-HOJAS
           WRITE REG-CUO FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES-CUOTAS. EXIT.

       LISTAR-CUOTA-SUC.
           IF TCS-COBRADAS(WK-IND-SUC) = 0
              AND TCS-BONIFICADAS(WK-IND-SUC) = 0
              GO TO F-LISTAR-CUOTA-SUC
           END-IF
           IF WK-CUO-LINEA > 64
              PERFORM ENCABEZAR-CUOTAS THRU F-ENCABEZAR-CUOTAS
           END-IF
           MOVE WK-IND-SUC TO L-CUS-SUC
           MOVE "(DESCONOCIDA)" TO WK-DETALLE-SUCURSAL
           SET SUC-INDEX TO 1
           SEARCH TAB-SUCURSALES-DETALLE
            WHEN TAB-SUCURSALES-COD(SUC-INDEX) = WK-IND-SUC
             MOVE TAB-SUCURSALES-NOMBRE(SUC-INDEX)
               TO WK-DETALLE-SUCURSAL
           END-SEARCH
           MOVE WK-DETALLE-SUCURSAL          TO L-CUS-NOMBRE
           MOVE TCS-COBRADAS(WK-IND-SUC)       TO L-CUS-COBRADAS
           MOVE TCS-IMP-COBRADO(WK-IND-SUC)    TO L-CUS-IMP-COBRADO
           MOVE TCS-BONIFICADAS(WK-IND-SUC)    TO L-CUS-BONIFICADAS
           MOVE TCS-IMP-BONIFICADO(WK-IND-SUC) TO L-CUS-IMP-BONIFICADO
           WRITE REG-CUO FROM LIN-CUOTA-SUC
           ADD 1 TO WK-CUO-LINEA.
       F-LISTAR-CUOTA-SUC. EXIT.

       DETALLE-CONCURSO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE CTAS-DOCUMENTO       TO L-CON-DOC
           MOVE SPACES               TO L-CON-NOM-CORTO
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  CTAS-NOMBRE    DELIMITED BY SPACE
              INTO L-CON-NOM-CORTO
           END-STRING
           WRITE REG-LIS              FROM LIN-CONCURSO
           ADD 1 TO WK-LINEA.
       F-DETALLE-CONCURSO. EXIT.

      * FALLA DE E/S SOBRE M-CUENTAS: SE REGISTRA EN LA BITACORA DE
      * ERRORES (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9 PARA QUE
      * LA CADENA SE DETENGA EN LUGAR DE SEGUIR A MEDIAS
           CLOSE FISCAL.
       F-CERRAR-FISCAL. EXIT.

      * LA REMESA A LA ASEGURADORA SE CIERRA CON SU TRAILER Y, SI
      * LLEVA CUENTAS, SE ASIENTA EN EL REGISTRO DE TRANSMISIONES
       CERRAR-REMESA.
           INITIALIZE REM-REG
           MOVE "T"                TO RMT-TIPO
           MOVE WK-SEG-CANT        TO RMT-CANTIDAD
           MOVE WK-SEG-PRIMA-TOTAL TO RMT-PRIMA-TOTAL
           MOVE WK-SEG-SALDO-TOTAL TO RMT-SALDO-TOTAL
           WRITE REM-REG
           CLOSE REMESA
           IF WK-SEG-CANT > 0
              MOVE "seguro-remesa" TO WK-TRN-ARCHIVO
              MOVE WK-SEG-CANT     TO WK-TRN-CANTIDAD
              MOVE 0               TO WK-TRN-PLAZO
              CALL "TRN001" USING WK-TRN-ARCHIVO
                                  WK-TRN-CANTIDAD
                                  WK-TRN-PLAZO
           END-IF.
       F-CERRAR-REMESA. EXIT.

       FINAL-PROG.
           PERFORM CERRAR-FISCAL     THRU F-CERRAR-FISCAL
           PERFORM CERRAR-REMESA     THRU F-CERRAR-REMESA
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM TOTALES-CUOTAS    THRU F-TOTALES-CUOTAS
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES
           IF RETURN-CODE = 0
       F-CERRAR-PERIODO. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS       TO LIN-TOT-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ACTUALIZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-OMITIDOS
           MOVE WK-EN-CONCURSO  TO LIN-TOT-CONCURSO
           WRITE REG-LIS FROM TITULO-BOTTOM-CONCURSO
           MOVE WK-EXENTAS-SUELDO TO LIN-TOT-SUELDO
           WRITE REG-LIS FROM TITULO-BOTTOM-SUELDO
           MOVE WK-IVA-CANT  TO LIN-TOT-IVA-CANT
           MOVE WK-IVA-TOTAL TO LIN-TOT-IVA-IMP
           WRITE REG-LIS FROM TITULO-BOTTOM-IVA
           MOVE WK-SEG-CANT        TO LIN-TOT-SEG-CANT
           MOVE WK-SEG-PRIMA-TOTAL TO LIN-TOT-SEG-IMP
           WRITE REG-LIS FROM TITULO-BOTTOM-SEGURO
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 M-PLASTICOS
                 LISTADO
                 LIS-CUOTAS
                 AUDITORIA.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-concursos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-productos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-avisos-tasas.cpy".
      *----------------------------------------------------------------
