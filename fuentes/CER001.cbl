      * =================================================================== */
      *                                                                     */
      *   CER001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   certificado anual de intereses e impuestos cobrados, por         */
      *   cliente, para la declaracion jurada de ganancias                 */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CER001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * TODOS LOS MARZO LOS CLIENTES PIDEN EN LAS SUCURSALES UNA
      * CONSTANCIA DE LOS INTERESES E IMPUESTOS QUE SE LES COBRARON EL
      * ANIO ANTERIOR, Y SE ARMABA A MANO DESDE LOS LISTADOS DE
      * CTAS004. ESTE BATCH ANUAL (NOC001 LO CORRE EL CIERRE DE ENERO):
      *   - RECORRE CTAS-AUDITORIA Y ACUMULA POR DOCUMENTO Y PRODUCTO
      *     LOS CARGOS DEL DEVENGAMIENTO ("I") Y SU IVA ("J") CUYO
      *     AUD-PERIODO CAE EN EL ANIO CERTIFICADO; EL IMPORTE ES LA
      *     DIFERENCIA DE SALDOS DE CADA REGISTRO,
      *   - DESCUENTA LAS BONIFICACIONES DE BON001 (APLICADAS O
      *     APROBADAS) QUE ANULARON UN CARGO "I" O "J" DE ESE ANIO,
      *     PORQUE ESE IMPORTE EL CLIENTE NO LO TERMINO PAGANDO,
      *   - EMITE UN CERTIFICADO NUMERADO (AAAA-NNNNNN) POR CUENTA,
      *     CON LAS MISMAS REGLAS DE CANAL DE RES001: EMAIL SI
      *     DOM-EMAIL ESTA CARGADO Y SIN REBOTE, CON SU ARCHIVO Y SU
      *     RENGLON EN EL MANIFIESTO DE LA PASARELA; SI NO, PAPEL EN
      *     CERTIFICADOS-CER001.CTA,
      *   - EL CLIENTE SIN EMAIL Y CON EL DOMICILIO POSTAL MARCADO
      *     INVALIDO (DEV001), O CUYA CUENTA YA NO ESTA EN EL MAESTRO,
      *     NO SE IMPRIME: VA A PENDIENTES-CER001, UNA HOJA POR
      *     SUCURSAL CON LOS IMPORTES PARA QUE LA SUCURSAL LO ENTREGUE
      *     EN MANO.
      * EL ANIO A CERTIFICAR ES EL ANTERIOR AL DE LA CORRIDA, SALVO
      * QUE CER001.PAR TRAIGA OTRO (MAYOR QUE CERO). CER001.CTL GUARDA
      * EL ULTIMO ANIO EMITIDO: UNA RELANZADA DEL MISMO ANIO NO VUELVE
      * A EMITIR NI A NUMERAR, SALVO QUE EL ANIO VENGA PEDIDO POR
      * PARAMETRO. SI LAS CUENTAS NO ENTRAN EN LA TABLA NO SE EMITE
      * NADA Y SE TERMINA CON RETURN-CODE 1.
      * CADA CERTIFICADO ENVIADO QUEDA EN LA HISTORIA DE CONTACTOS DEL
      * CLIENTE (TIPO "CE") Y LOS DE PAPEL ADEMAS EN PIEZAS-CORREO.DAT
      * PARA QUE COR001 LOS ENSOBRE CON LAS DEMAS PIEZAS DEL DIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\bonificaciones.sel".
           COPY "\COBOL\fuentes\cpy\tab-sucursales.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT IMPRESOS
           ASSIGN TO "\COBOL\listado\CERTIFICADOS-CER001.cta"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PENDIENTES
           ASSIGN TO "\COBOL\listado\PENDIENTES-CER001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-CER001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT EMAIL-SALIDA
           ASSIGN TO WK-ARCHIVO-EMAIL
           ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO
           ASSIGN TO "\COBOL\arch\emails-manifiesto-cer001.prn"
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\cer001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT CONTROL-CER
           ASSIGN TO "\COBOL\arch\cer001.ctl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CTL-STAT.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\cer001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-bonificaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-sucursales.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

       FD  IMPRESOS.
       01  REG-IMP                      PIC X(100).

       FD  PENDIENTES.
       01  REG-PEN                      PIC X(100).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * UN ARCHIVO POR CLIENTE CON EMAIL VALIDO; EL NOMBRE SE ARMA
      * CON DOCUMENTO Y PRODUCTO Y VIAJA EN EL MANIFIESTO
       FD  EMAIL-SALIDA.
       01  REG-EML                      PIC X(100).

      * MANIFIESTO PARA LA PASARELA DE EMAIL, MISMO LAYOUT QUE EL DE
      * RES001, CON TRAILER "T" DE CANTIDAD DE ENVIOS
       FD  MANIFIESTO.
       01  MAN-REG.
           03 MAN-TIPO                  PIC X(01).
           03 MAN-DOCUMENTO             PIC 9(08).
           03 MAN-EMAIL                 PIC X(40).
           03 MAN-ARCHIVO               PIC X(40).
       01  MAN-TRAILER REDEFINES MAN-REG.
           03 TRL-TIPO                  PIC X(01).
           03 TRL-CANTIDAD              PIC 9(08).
           03 FILLER                    PIC X(80).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-ANIO                  PIC 9(04).

      * ULTIMO ANIO CERTIFICADO, CUANTOS CERTIFICADOS SE NUMERARON Y
      * CUANDO; SE GRABA SOLO AL TERMINAR BIEN LA EMISION
       FD  CONTROL-CER.
       01  CTL-REG.
           03 CTL-ANIO                  PIC 9(04).
           03 CTL-CANTIDAD              PIC 9(06).
           03 CTL-FECHA                 PIC 9(08).

      * CERTIFICADOS QUE NO SE PUEDEN MANDAR: ORDENADOS POR SUCURSAL
      * PARA QUE CADA UNA TENGA SU HOJA
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-SUCURSAL               PIC 9(03).
           03 SR-DOCUMENTO              PIC 9(08).
           03 SR-PRODUCTO               PIC 9(02).
           03 SR-NUMERO                 PIC 9(06).
           03 SR-APELLIDO               PIC X(20).
           03 SR-NOMBRE                 PIC X(20).
           03 SR-CARGOS                 PIC S9(10)V99.
           03 SR-IVA                    PIC S9(10)V99.
           03 SR-MOTIVO                 PIC X(18).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-BON-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-CTL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-LINEA-PEN                 PIC 9(04)      VALUE 0.
       77  WK-HOJA-PEN                  PIC 9(03)      VALUE 0.
       77  WK-SUC-ANTERIOR              PIC 9(03)      VALUE 0.
       77  WK-PRIMERA-SUC               PIC 9          VALUE 1.
       77  WK-ANIO-PEDIDO               PIC 9          VALUE 0.
       77  WK-YA-EMITIDO                PIC 9          VALUE 0.
       77  WK-CTL-ANIO                  PIC 9(04)      VALUE 0.
       77  WK-CTL-FECHA                 PIC 9(08)      VALUE 0.
       77  WK-AUD-ANIO                  PIC 9(04)      VALUE 0.
       77  WK-BON-ANIO                  PIC 9(04)      VALUE 0.
       77  WK-IMPORTE                   PIC S9(10)V99  VALUE 0.
       77  WK-TOTAL-CERT                PIC S9(10)V99  VALUE 0.

       77  WK-LEIDOS                    PIC 9(08)      VALUE 0.
       77  WK-BONIFICADOS               PIC 9(06)      VALUE 0.
       77  WK-CERTIFICADOS              PIC 9(06)      VALUE 0.
       77  WK-SIN-IMPORTE               PIC 9(06)      VALUE 0.
       77  WK-POR-EMAIL                 PIC 9(06)      VALUE 0.
       77  WK-POR-PAPEL                 PIC 9(06)      VALUE 0.
       77  WK-PENDIENTES                PIC 9(06)      VALUE 0.
       77  WK-TOT-CARGOS                PIC S9(12)V99  VALUE 0.
       77  WK-TOT-IVA                   PIC S9(12)V99  VALUE 0.

       77  WK-IND                       PIC 9(05)      VALUE 0.
       77  WK-CER-CANT                  PIC 9(05)      VALUE 0.
       77  WK-CER-DESBORDE              PIC 9          VALUE 0.
       77  WK-ENCONTRADO                PIC 9          VALUE 0.
       77  WK-HAY-DOMICILIOS            PIC 9          VALUE 0.
       77  WK-CANAL-EMAIL               PIC 9          VALUE 0.
       77  WK-PENDIENTE                 PIC 9          VALUE 0.
       77  WK-ARCHIVO-EMAIL             PIC X(40)      VALUE SPACES.
       01  WK-RENGLON                   PIC X(100).
       01  WK-NOMBRE-EMAIL.
           03 FILLER                    PIC X(22) VALUE
           "\COBOL\listado\CERTIF-".
           03 WK-NE-DOC                 PIC 9(08).
           03 FILLER                    PIC X(01) VALUE "-".
           03 WK-NE-PROD                PIC 9(02).
           03 FILLER                    PIC X(04) VALUE ".eml".

       01  WK-HOY                       PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-HOY.
           03 WK-HOY-ANIO               PIC 9(04).
           03 FILLER                    PIC 9(04).
       77  WK-ANIO                      PIC 9(04)      VALUE 0.

      * UNA ENTRADA POR CUENTA CON CARGOS EN EL ANIO CERTIFICADO
       01  TAB-CERTIFICADOS.
           03 TAB-CER-ITEM OCCURS 9999.
              05 TAB-CER-DOC            PIC 9(08).
              05 TAB-CER-PROD           PIC 9(02).
              05 TAB-CER-CARGOS         PIC S9(10)V99.
              05 TAB-CER-IVA            PIC S9(10)V99.

      * RENGLONES DEL CERTIFICADO
       01  IMP-SEPARADOR                PIC X(100) VALUE ALL "=".
       01  IMP-TITULO.
            03 FILLER                   PIC X(50) VALUE
            "CERTIFICADO DE INTERESES E IMPUESTOS COBRADOS - ".
            03 FILLER                   PIC X(05) VALUE "ANIO ".
            03 IMP-ANIO                 PIC 9(04).
            03 FILLER                   PIC X(06) VALUE SPACES.
            03 FILLER                   PIC X(05) VALUE "NRO. ".
            03 IMP-NRO-ANIO             PIC 9(04).
            03 FILLER                   PIC X(01) VALUE "-".
            03 IMP-NRO                  PIC 9(06).
       01  IMP-CLIENTE.
            03 FILLER                   PIC X(09) VALUE "Titular: ".
            03 IMP-APELLIDO             PIC X(20).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 IMP-NOMBRE               PIC X(20).
            03 FILLER                   PIC X(12) VALUE
            " Documento: ".
            03 IMP-DOC                  PIC 9(08).
            03 FILLER                   PIC X(11) VALUE
            " Producto: ".
            03 IMP-PROD                 PIC 9(02).
       01  IMP-RENGLON.
            03 IMP-ROTULO               PIC X(40).
            03 IMP-IMPORTE              PIC -ZZZ.ZZZ.ZZ9,99.
       01  IMP-PIE.
            03 FILLER                   PIC X(48) VALUE
            "Emitido para la declaracion jurada de ganancias ".
            03 FILLER                   PIC X(03) VALUE "el ".
            03 IMP-FECHA                PIC X(10).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "CERTIFICADOS ANUALES DE INTERESES - CER001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(12) VALUE "Certificado".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(06) VALUE "Prod".
            03 FILLER                   PIC X(16) VALUE
            "Interes/cargos".
            03 FILLER                   PIC X(16) VALUE "IVA".
            03 FILLER                   PIC X(20) VALUE "Canal".

       01  LIN-DETALLE.
            03 L-NRO-ANIO               PIC 9(04).
            03 FILLER                   PIC X(01) VALUE "-".
            03 L-NRO                    PIC 9(06).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CARGOS                 PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-IVA                    PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CANAL                  PIC X(20).

       01  LIN-AVISO-EMITIDO.
            03 FILLER                   PIC X(39) VALUE
            "*** CERTIFICADOS YA EMITIDOS DEL ANIO ".
            03 L-EMI-ANIO               PIC 9(04).
            03 FILLER                   PIC X(04) VALUE " EL ".
            03 L-EMI-FECHA              PIC X(10).
       01  LIN-AVISO-DESBORDE.
            03 FILLER                   PIC X(46) VALUE
            "*** TABLA DE CUENTAS LLENA, SIN EMITIR - ANIO ".
            03 L-DES-ANIO               PIC 9(04).

      * HOJA DE PENDIENTES DE CADA SUCURSAL
       01  PEN-TITULO-01.
            03 PEN-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(37) VALUE
            "CERTIFICADOS A ENTREGAR EN SUCURSAL ".
            03 PEN-SUC                  PIC 9(03).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 PEN-SUC-NOMBRE           PIC X(20).
            03 FILLER                   PIC X(08) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 PEN-HOJA                 PIC 9(03).
       01  PEN-TITULO-03.
            03 FILLER                   PIC X(12) VALUE "Certificado".
            03 FILLER                   PIC X(10) VALUE "Documento".
            03 FILLER                   PIC X(05) VALUE "Prod".
            03 FILLER                   PIC X(21) VALUE "Apellido".
            03 FILLER                   PIC X(15) VALUE
            "Interes/cargos".
            03 FILLER                   PIC X(16) VALUE "IVA".
            03 FILLER                   PIC X(18) VALUE "Motivo".
       01  PEN-DETALLE.
            03 P-NRO-ANIO               PIC 9(04).
            03 FILLER                   PIC X(01) VALUE "-".
            03 P-NRO                    PIC 9(06).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 P-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 P-PROD                   PIC 9(02).
            03 FILLER                   PIC X(03) VALUE SPACES.
            03 P-APELLIDO               PIC X(20).
            03 P-CARGOS                 PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 P-IVA                    PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 P-MOTIVO                 PIC X(18).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(24) VALUE
            "Registros auditoria...: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZZZ9.
       01  TITULO-BOTTOM-BONIF.
            03 FILLER                   PIC X(24) VALUE
            "Bonificaciones desc...: ".
            03 LIN-TOT-BONIF            PIC ZZZZZ9.
       01  TITULO-BOTTOM-CERTIF.
            03 FILLER                   PIC X(24) VALUE
            "Certificados emitidos.: ".
            03 LIN-TOT-CERTIF           PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-CARGOS           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 LIN-TOT-IVA              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-EMAIL.
            03 FILLER                   PIC X(24) VALUE
            "  por email...........: ".
            03 LIN-TOT-EMAIL            PIC ZZZZZ9.
       01  TITULO-BOTTOM-PAPEL.
            03 FILLER                   PIC X(24) VALUE
            "  en papel............: ".
            03 LIN-TOT-PAPEL            PIC ZZZZZ9.
       01  TITULO-BOTTOM-PENDIENTES.
            03 FILLER                   PIC X(24) VALUE
            "  pendientes sucursal.: ".
            03 LIN-TOT-PENDIENTES       PIC ZZZZZ9.
       01  TITULO-BOTTOM-SIN-IMPORTE.
            03 FILLER                   PIC X(24) VALUE
            "Cuentas en cero.......: ".
            03 LIN-TOT-SIN-IMPORTE      PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(24) VALUE
            "Total de Hojas........: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
                                     PEN-FECHA
                                     IMP-FECHA
           COMPUTE WK-ANIO = WK-HOY-ANIO - 1
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM LEER-CONTROL    THRU F-LEER-CONTROL
           PERFORM CARGAR-TABLA-SUCURSALES
                   THRU F-CARGAR-TABLA-SUCURSALES
           MOVE WK-ANIO           TO IMP-ANIO
                                     IMP-NRO-ANIO
                                     L-NRO-ANIO
                                     P-NRO-ANIO
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-ANIO > 0
                      MOVE PAR-ANIO TO WK-ANIO
                      MOVE 1        TO WK-ANIO-PEDIDO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

      * EL ANIO YA CERTIFICADO NO SE VUELVE A NUMERAR EN UNA
      * RELANZADA; SOLO SE REEMITE SI EL ANIO VIENE POR PARAMETRO
       LEER-CONTROL.
           OPEN INPUT CONTROL-CER
           IF NOT ( WK-CTL-STAT = "00" )
              GO TO F-LEER-CONTROL
           END-IF
           READ CONTROL-CER AT END
                CONTINUE
           NOT AT END
                MOVE CTL-ANIO  TO WK-CTL-ANIO
                MOVE CTL-FECHA TO WK-CTL-FECHA
           END-READ
           CLOSE CONTROL-CER
           IF WK-CTL-ANIO >= WK-ANIO AND WK-ANIO-PEDIDO = 0
              MOVE 1 TO WK-YA-EMITIDO
           END-IF.
       F-LEER-CONTROL. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-03
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           IF WK-YA-EMITIDO = 1
              MOVE WK-CTL-ANIO  TO L-EMI-ANIO
              MOVE WK-CTL-FECHA TO WK-FECHA
              PERFORM MOVER-FECHA THRU F-MOVER-FECHA
              MOVE WK-FECHA-ED  TO L-EMI-FECHA
              WRITE REG-LIS FROM LIN-AVISO-EMITIDO
              ADD 1 TO WK-LINEA
              GO TO F-PROCESO
           END-IF
           PERFORM ACUMULAR-AUDITORIA THRU F-ACUMULAR-AUDITORIA
           PERFORM DESCONTAR-BONIFICACIONES
                   THRU F-DESCONTAR-BONIFICACIONES
      * CON LA TABLA DESBORDADA FALTARIAN CLIENTES Y LA NUMERACION
      * DEL ANIO QUEDARIA CORTADA: NO SE EMITE NINGUN CERTIFICADO
           IF WK-CER-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Cuentas desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE WK-ANIO TO L-DES-ANIO
              WRITE REG-LIS FROM LIN-AVISO-DESBORDE
              ADD 1 TO WK-LINEA
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           OPEN INPUT M-CUENTAS
           OPEN INPUT M-DOMICILIOS
           IF WK-DOM-STAT = "00"
              MOVE 1 TO WK-HAY-DOMICILIOS
           END-IF
           OPEN OUTPUT IMPRESOS
                       PENDIENTES
                       MANIFIESTO
           MOVE "CER001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "CER001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           SORT SORT-FILE
                ON ASCENDING KEY SR-SUCURSAL
                                 SR-DOCUMENTO
                                 SR-PRODUCTO
                INPUT PROCEDURE  IS EMITIR-CERTIFICADOS
                OUTPUT PROCEDURE IS LISTAR-PENDIENTES
           INITIALIZE MAN-REG
           MOVE "T"          TO TRL-TIPO
           MOVE WK-POR-EMAIL TO TRL-CANTIDAD
           WRITE MAN-REG
           CLOSE M-CUENTAS
                 IMPRESOS
                 PENDIENTES
                 MANIFIESTO
           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           PERFORM GRABAR-CONTROL THRU F-GRABAR-CONTROL.
       F-PROCESO. EXIT.

      * LOS "I" Y "J" DEL ANIO SE RECONOCEN POR AUD-PERIODO (AAAAMM
      * DEVENGADO), NO POR LA FECHA DE GRABACION; EL IMPORTE COBRADO
      * ES LO QUE BAJO EL SALDO
       ACUMULAR-AUDITORIA.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-ACUMULAR-AUDITORIA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ AUDITORIA AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF NOT ( AUD-MOV = "I" OR "J" )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-AUD-ANIO = AUD-PERIODO / 100
              IF NOT ( WK-AUD-ANIO = WK-ANIO )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-IMPORTE = AUD-ANT-SALDO - AUD-DES-SALDO
              PERFORM ANOTAR-CARGO THRU F-ANOTAR-CARGO
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUDITORIA.
       F-ACUMULAR-AUDITORIA. EXIT.

      * SUMA WK-IMPORTE A LA CUENTA DE AUD-DOCUMENTO/AUD-PRODUCTO,
      * COMO CARGO ("I") O COMO IVA ("J") SEGUN AUD-MOV
       ANOTAR-CARGO.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CER-CANT
                   OR WK-ENCONTRADO = 1
              IF TAB-CER-DOC(WK-IND) = AUD-DOCUMENTO
                 AND TAB-CER-PROD(WK-IND) = AUD-PRODUCTO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-IND
           ELSE
              IF WK-CER-CANT < 9999
                 ADD 1 TO WK-CER-CANT
                 MOVE WK-CER-CANT   TO WK-IND
                 MOVE AUD-DOCUMENTO TO TAB-CER-DOC(WK-IND)
                 MOVE AUD-PRODUCTO  TO TAB-CER-PROD(WK-IND)
                 MOVE 0             TO TAB-CER-CARGOS(WK-IND)
                                       TAB-CER-IVA(WK-IND)
              ELSE
                 MOVE 1 TO WK-CER-DESBORDE
                 GO TO F-ANOTAR-CARGO
              END-IF
           END-IF
           IF AUD-MOV = "I"
              ADD WK-IMPORTE TO TAB-CER-CARGOS(WK-IND)
           ELSE
              ADD WK-IMPORTE TO TAB-CER-IVA(WK-IND)
           END-IF.
       F-ANOTAR-CARGO. EXIT.

      * LA BONIFICACION APLICADA ("D") O APROBADA ("A") DE UN CARGO
      * DEL ANIO LO ANULA: SE RESTA DE LA CUENTA QUE LO TENIA. LA
      * PENDIENTE O RECHAZADA NO DEVOLVIO NADA TODAVIA
       DESCONTAR-BONIFICACIONES.
           OPEN INPUT BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              GO TO F-DESCONTAR-BONIFICACIONES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( BON-ESTADO = "D" OR "A" )
                 OR NOT ( BON-ORI-MOV = "I" OR "J" )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-BON-ANIO = BON-ORI-FECHA / 10000
              IF NOT ( WK-BON-ANIO = WK-ANIO )
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM DESCONTAR-UNA THRU F-DESCONTAR-UNA
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE BONIFICACIONES.
       F-DESCONTAR-BONIFICACIONES. EXIT.

       DESCONTAR-UNA.
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CER-CANT
                   OR WK-ENCONTRADO = 1
              IF TAB-CER-DOC(WK-IND) = BON-DOCUMENTO
                 AND TAB-CER-PROD(WK-IND) = BON-PRODUCTO
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 0
              GO TO F-DESCONTAR-UNA
           END-IF
           SUBTRACT 1 FROM WK-IND
           ADD 1 TO WK-BONIFICADOS
           IF BON-ORI-MOV = "I"
              SUBTRACT BON-IMPORTE FROM TAB-CER-CARGOS(WK-IND)
           ELSE
              SUBTRACT BON-IMPORTE FROM TAB-CER-IVA(WK-IND)
           END-IF.
       F-DESCONTAR-UNA. EXIT.

       EMITIR-CERTIFICADOS.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-CER-CANT
              PERFORM EMITIR-UNO THRU F-EMITIR-UNO
           END-PERFORM.
       F-EMITIR-CERTIFICADOS. EXIT.

      * UNA CUENTA QUE QUEDO EN CERO (TODO BONIFICADO) NO LLEVA
      * CERTIFICADO NI NUMERO
       EMITIR-UNO.
           IF TAB-CER-CARGOS(WK-IND) = 0
              AND TAB-CER-IVA(WK-IND) = 0
              ADD 1 TO WK-SIN-IMPORTE
              GO TO F-EMITIR-UNO
           END-IF
           ADD 1 TO WK-CERTIFICADOS
           ADD TAB-CER-CARGOS(WK-IND) TO WK-TOT-CARGOS
           ADD TAB-CER-IVA(WK-IND)    TO WK-TOT-IVA
           MOVE WK-CERTIFICADOS       TO IMP-NRO
                                         L-NRO
           MOVE TAB-CER-DOC(WK-IND)   TO CTAS-DOCUMENTO
           MOVE TAB-CER-PROD(WK-IND)  TO CTAS-PRODUCTO
           MOVE 0 TO WK-PENDIENTE
           READ M-CUENTAS
           INVALID KEY
                MOVE "(CUENTA ARCHIVADA)" TO CTAS-APELLIDO
                MOVE SPACES               TO CTAS-NOMBRE
                MOVE 0                    TO CTAS-SUCURSAL
                MOVE "CUENTA ARCHIVADA"   TO SR-MOTIVO
                MOVE 1 TO WK-PENDIENTE
           END-READ
           IF WK-PENDIENTE = 0
              PERFORM ELEGIR-CANAL THRU F-ELEGIR-CANAL
           END-IF
           IF WK-PENDIENTE = 1
              PERFORM DEJAR-PENDIENTE THRU F-DEJAR-PENDIENTE
              MOVE "PENDIENTE SUCURSAL" TO L-CANAL
              PERFORM DETALLE THRU F-DETALLE
              GO TO F-EMITIR-UNO
           END-IF
           IF WK-CANAL-EMAIL = 0
              ADD 1 TO WK-POR-PAPEL
              MOVE "PAPEL"  TO L-CANAL
           ELSE
              MOVE "EMAIL"  TO L-CANAL
           END-IF
           PERFORM IMPRIMIR-CERTIFICADO THRU F-IMPRIMIR-CERTIFICADO
           IF WK-CANAL-EMAIL = 1
              PERFORM CERRAR-EMAIL THRU F-CERRAR-EMAIL
              MOVE "E" TO WK-CNT-CANAL
           ELSE
              MOVE "P" TO WK-CNT-CANAL
           END-IF
           MOVE TAB-CER-DOC(WK-IND)  TO WK-CNT-DOC
           MOVE TAB-CER-PROD(WK-IND) TO WK-CNT-PROD
           MOVE "CE"                 TO WK-CNT-TIPO
           MOVE "CERTIFICADO ANUAL"  TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO
           PERFORM DETALLE THRU F-DETALLE.
       F-EMITIR-UNO. EXIT.

      * MISMAS REGLAS QUE RES001: EMAIL SI EL CLIENTE TIENE DOM-EMAIL
      * CARGADO Y SIN MARCA DE REBOTE (EML001); SI NO, PAPEL, SALVO
      * QUE EL DOMICILIO POSTAL ESTE MARCADO INVALIDO (DEV001), EN
      * CUYO CASO EL CERTIFICADO QUEDA PENDIENTE EN LA SUCURSAL
       ELEGIR-CANAL.
           MOVE 0 TO WK-CANAL-EMAIL
           IF WK-HAY-DOMICILIOS = 0
              GO TO F-ELEGIR-CANAL
           END-IF
           MOVE TAB-CER-DOC(WK-IND) TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                GO TO F-ELEGIR-CANAL
           END-READ
           IF DOM-EMAIL = SPACES
              OR DOM-EMAIL-INVALIDO = "S"
              IF DOM-DIR-INVALIDA = "S"
                 MOVE "DOMICILIO INVALIDO" TO SR-MOTIVO
                 MOVE 1 TO WK-PENDIENTE
              END-IF
              GO TO F-ELEGIR-CANAL
           END-IF
           MOVE 1 TO WK-CANAL-EMAIL
           MOVE TAB-CER-DOC(WK-IND)  TO WK-NE-DOC
           MOVE TAB-CER-PROD(WK-IND) TO WK-NE-PROD
           MOVE WK-NOMBRE-EMAIL      TO WK-ARCHIVO-EMAIL
           OPEN OUTPUT EMAIL-SALIDA.
       F-ELEGIR-CANAL. EXIT.

      * EL SEPARADOR ES SOLO DEL .CTA Y DEL EMAIL; LA PIEZA PARA EL
      * SOBRE UNICO EMPIEZA EN EL TITULO
       IMPRIMIR-CERTIFICADO.
           IF WK-CANAL-EMAIL = 1
              WRITE REG-EML FROM IMP-SEPARADOR
           ELSE
              WRITE REG-IMP FROM IMP-SEPARADOR
              MOVE TAB-CER-DOC(WK-IND) TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           MOVE IMP-TITULO TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE CTAS-APELLIDO         TO IMP-APELLIDO
           MOVE CTAS-NOMBRE           TO IMP-NOMBRE
           MOVE TAB-CER-DOC(WK-IND)   TO IMP-DOC
           MOVE TAB-CER-PROD(WK-IND)  TO IMP-PROD
           MOVE IMP-CLIENTE TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE "Intereses y cargos cobrados...........: "
             TO IMP-ROTULO
           MOVE TAB-CER-CARGOS(WK-IND) TO IMP-IMPORTE
           MOVE IMP-RENGLON TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE "IVA sobre intereses y cargos..........: "
             TO IMP-ROTULO
           MOVE TAB-CER-IVA(WK-IND)    TO IMP-IMPORTE
           MOVE IMP-RENGLON TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           COMPUTE WK-TOTAL-CERT = TAB-CER-CARGOS(WK-IND)
                                 + TAB-CER-IVA(WK-IND)
           MOVE "Total del anio........................: "
             TO IMP-ROTULO
           MOVE WK-TOTAL-CERT          TO IMP-IMPORTE
           MOVE IMP-RENGLON TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE IMP-PIE TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON.
       F-IMPRIMIR-CERTIFICADO. EXIT.

       CERRAR-EMAIL.
           CLOSE EMAIL-SALIDA
           INITIALIZE MAN-REG
           MOVE "E"                 TO MAN-TIPO
           MOVE TAB-CER-DOC(WK-IND) TO MAN-DOCUMENTO
           MOVE DOM-EMAIL           TO MAN-EMAIL
           MOVE WK-ARCHIVO-EMAIL    TO MAN-ARCHIVO
           WRITE MAN-REG
           ADD 1 TO WK-POR-EMAIL.
       F-CERRAR-EMAIL. EXIT.

       GRABAR-RENGLON.
           IF WK-CANAL-EMAIL = 1
              WRITE REG-EML FROM WK-RENGLON
           ELSE
              WRITE REG-IMP FROM WK-RENGLON
              MOVE WK-RENGLON TO WK-PZA-TEXTO
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           END-IF.
       F-GRABAR-RENGLON. EXIT.

      * EL CERTIFICADO YA NUMERADO VA A LA HOJA DE SU SUCURSAL CON
      * LOS IMPORTES, PARA ENTREGARLO EN MANO
       DEJAR-PENDIENTE.
           ADD 1 TO WK-PENDIENTES
           MOVE CTAS-SUCURSAL           TO SR-SUCURSAL
           MOVE TAB-CER-DOC(WK-IND)     TO SR-DOCUMENTO
           MOVE TAB-CER-PROD(WK-IND)    TO SR-PRODUCTO
           MOVE WK-CERTIFICADOS         TO SR-NUMERO
           MOVE CTAS-APELLIDO           TO SR-APELLIDO
           MOVE CTAS-NOMBRE             TO SR-NOMBRE
           MOVE TAB-CER-CARGOS(WK-IND)  TO SR-CARGOS
           MOVE TAB-CER-IVA(WK-IND)     TO SR-IVA
           RELEASE SORT-REC.
       F-DEJAR-PENDIENTE. EXIT.

       DETALLE.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-CER-DOC(WK-IND)    TO L-DOC
           MOVE TAB-CER-PROD(WK-IND)   TO L-PROD
           MOVE TAB-CER-CARGOS(WK-IND) TO L-CARGOS
           MOVE TAB-CER-IVA(WK-IND)    TO L-IVA
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       LISTAR-PENDIENTES.
           MOVE 0 TO WK-SORT-FINAL
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF WK-PRIMERA-SUC = 1
                 OR NOT ( SR-SUCURSAL = WK-SUC-ANTERIOR )
                 MOVE 0 TO WK-HOJA-PEN
                 PERFORM ENCABEZAR-PENDIENTES
                         THRU F-ENCABEZAR-PENDIENTES
              END-IF
              IF WK-LINEA-PEN > 64
                 PERFORM ENCABEZAR-PENDIENTES
                         THRU F-ENCABEZAR-PENDIENTES
              END-IF
              MOVE SR-NUMERO    TO P-NRO
              MOVE SR-DOCUMENTO TO P-DOC
              MOVE SR-PRODUCTO  TO P-PROD
              MOVE SR-APELLIDO  TO P-APELLIDO
              MOVE SR-CARGOS    TO P-CARGOS
              MOVE SR-IVA       TO P-IVA
              MOVE SR-MOTIVO    TO P-MOTIVO
              WRITE REG-PEN FROM PEN-DETALLE
              ADD 1 TO WK-LINEA-PEN
           END-PERFORM.
       F-LISTAR-PENDIENTES. EXIT.

      * CADA SUCURSAL EMPIEZA HOJA NUEVA, NUMERADA DESDE 1, PARA QUE
      * SE LE PUEDA MANDAR SOLO LO SUYO
       ENCABEZAR-PENDIENTES.
           ADD 1 TO WK-HOJA-PEN
           MOVE WK-HOJA-PEN  TO PEN-HOJA
           MOVE SR-SUCURSAL  TO PEN-SUC
                                WK-SUC-ANTERIOR
           MOVE "(DESCONOCIDA)" TO WK-DETALLE-SUCURSAL
           SET SUC-INDEX TO 1
           SEARCH TAB-SUCURSALES-DETALLE
            WHEN TAB-SUCURSALES-COD(SUC-INDEX) = SR-SUCURSAL
             MOVE TAB-SUCURSALES-NOMBRE(SUC-INDEX)
               TO WK-DETALLE-SUCURSAL
           END-SEARCH
           MOVE WK-DETALLE-SUCURSAL TO PEN-SUC-NOMBRE
           IF WK-PRIMERA-SUC = 1
              WRITE REG-PEN FROM PEN-TITULO-01 AFTER 0
              MOVE 0 TO WK-PRIMERA-SUC
           ELSE
              WRITE REG-PEN FROM PEN-TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-PEN FROM TITULO-LINE
           WRITE REG-PEN FROM PEN-TITULO-03
           WRITE REG-PEN FROM TITULO-LINE
           MOVE 4 TO WK-LINEA-PEN.
       F-ENCABEZAR-PENDIENTES. EXIT.

      * EL ANIO QUEDA CERTIFICADO: UNA RELANZADA NO LO REPITE
       GRABAR-CONTROL.
           IF WK-ANIO < WK-CTL-ANIO
              GO TO F-GRABAR-CONTROL
           END-IF
           OPEN OUTPUT CONTROL-CER
           MOVE WK-ANIO         TO CTL-ANIO
           MOVE WK-CERTIFICADOS TO CTL-CANTIDAD
           MOVE WK-HOY          TO CTL-FECHA
           WRITE CTL-REG
           CLOSE CONTROL-CER.
       F-GRABAR-CONTROL. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 56
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS       TO LIN-TOT-LEIDOS
           MOVE WK-BONIFICADOS  TO LIN-TOT-BONIF
           MOVE WK-CERTIFICADOS TO LIN-TOT-CERTIF
           MOVE WK-TOT-CARGOS   TO LIN-TOT-CARGOS
           MOVE WK-TOT-IVA      TO LIN-TOT-IVA
           MOVE WK-POR-EMAIL    TO LIN-TOT-EMAIL
           MOVE WK-POR-PAPEL    TO LIN-TOT-PAPEL
           MOVE WK-PENDIENTES   TO LIN-TOT-PENDIENTES
           MOVE WK-SIN-IMPORTE  TO LIN-TOT-SIN-IMPORTE
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-BONIF
           WRITE REG-LIS FROM TITULO-BOTTOM-CERTIF
           WRITE REG-LIS FROM TITULO-BOTTOM-EMAIL
           WRITE REG-LIS FROM TITULO-BOTTOM-PAPEL
           WRITE REG-LIS FROM TITULO-BOTTOM-PENDIENTES
           WRITE REG-LIS FROM TITULO-BOTTOM-SIN-IMPORTE
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           CLOSE LISTADO
           MOVE WK-CERTIFICADOS TO LK-CANTIDAD
           IF WK-POR-EMAIL + WK-POR-PAPEL + WK-PENDIENTES
              <> WK-CERTIFICADOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-sucursales.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM CER001.
