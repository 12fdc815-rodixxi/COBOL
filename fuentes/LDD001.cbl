      * =================================================================== */
      *                                                                     */
      *   LDD001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   certificado de libre deuda a pedido: verificacion de todos       */
      *   los productos del documento y emision numerada                   */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDD001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL CLIENTE QUE CIERRA SU RELACION PIDE EL CERTIFICADO DE LIBRE
      * DEUDA, Y LA SUCURSAL LO CONTROLABA MIRANDO CONCTAS. ESTA
      * PANTALLA TOMA UN DOCUMENTO Y VERIFICA CADA PRODUCTO QUE TENGA
      * EN M-CUENTAS:
      *   - SALDO EN CERO (DEUDOR O A FAVOR, LOS DOS IMPIDEN),
      *   - SIN PLAN DE CUOTAS VIGENTE EN PLANES (ESTADO "A"),
      *   - SIN EMBARGO ACTIVO (PROCEDURE-BUSCAR-EMBARGO),
      *   - SIN DISPUTA ABIERTA ("A" O "P") EN DISPUTAS.DAT,
      *   - SIN PAGOS RETENIDOS POR CLEARING (ESTADO "R"),
      *   - SIN MOVIMIENTOS ESTACIONADOS EN MOV-PENDIENTES.DAT,
      *   - SIN RESUMEN IMPAGO ("P" PENDIENTE O "M" MINIMO IMPAGO),
      *   - NO CASTIGADA (SITUACION 4) NI CON SALDO CASTIGADO SIN
      *     RECUPERAR EN CASTIGOS.DAT,
      *   - SIN COMPRAS EN CUOTAS CON IMPORTE TODAVIA NO FACTURADO
      *     EN CUOTAS.DAT (SALVO LAS ANULADAS "X").
      * SI TODO DA, EMITE EL CERTIFICADO CON EL NUMERO SIGUIENTE DEL
      * REGISTRO LIBRE-DEUDA.DAT, LO IMPRIME EN LIBRE-DEUDA.PRN Y LO
      * ANOTA EN LA HISTORIA DE CONTACTOS ("LD"). SI NO, IMPRIME LA
      * CONSTANCIA CON CADA PENDIENTE (PRODUCTO, CONCEPTO, REFERENCIA
      * E IMPORTE) Y LA MUESTRA EN PANTALLA; ESA NO SE NUMERA.
      * SOLO OPERADORES CON ROL "M" O "A" EMITEN.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\libre-deuda.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\planes.sel".
           COPY "\COBOL\fuentes\cpy\embargos.sel".
           COPY "\COBOL\fuentes\cpy\disputas.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
      * LOS MOVIMIENTOS ESTACIONADOS DE CTAS009, EN FORMATO MOV-REG
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-pendientes.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MOV-STAT.
           SELECT CERTIFICADOS
           ASSIGN TO "\COBOL\listado\LIBRE-DEUDA.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CER-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-libre-deuda.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-planes.fds".
       COPY "\COBOL\fuentes\cpy\fd-embargos.fds".
       COPY "\COBOL\fuentes\cpy\fd-disputas.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".

      * CERTIFICADOS Y CONSTANCIAS DE PENDIENTES, UNO DETRAS DE OTRO
       FD  CERTIFICADOS.
       01  REG-CER                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-embargos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-LDD-STAT                  PIC X(02).
       77  WK-PLN-STAT                  PIC X(02).
       77  WK-DIS-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-RSM-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-CER-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-CUO-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-AUX-FINAL                 PIC 9      VALUE 0.
       77  WK-CTAS-FINAL                PIC 9      VALUE 0.
       77  WK-PLN-ABIERTO               PIC 9      VALUE 0.
       77  WK-RTN-ABIERTO               PIC 9      VALUE 0.
       77  WK-RSM-ABIERTO               PIC 9      VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-PRODUCTOS                 PIC 9(02)  VALUE 0.
       77  WK-APELLIDO                  PIC X(20)  VALUE SPACES.
       77  WK-NOMBRE                    PIC X(20)  VALUE SPACES.
       77  WK-ULTIMO-NUMERO             PIC 9(06)  VALUE 0.
       77  WK-CUOTAS-RESTAN             PIC 9(03)  VALUE 0.
       77  WK-FILA                      PIC 9(02)  VALUE 0.
       77  WK-IND                       PIC 9(02)  VALUE 0.
       77  WK-NOMBRE-COMPLETO           PIC X(41)  VALUE SPACES.
       77  WK-CAS-SALDO                 PIC S9(10)V99 VALUE 0.

      * PENDIENTE A ANOTAR: SE CARGA Y SE PERFORMA ANOTAR-PENDIENTE
       77  WK-PEN-PROD                  PIC 9(02)  VALUE 0.
       77  WK-PEN-CONCEPTO              PIC X(26)  VALUE SPACES.
       77  WK-PEN-REFERENCIA            PIC X(20)  VALUE SPACES.
       77  WK-PEN-IMPORTE               PIC S9(10)V99 VALUE 0.
       77  WK-PEN-CANT                  PIC 9(03)  VALUE 0.
       77  WK-PEN-EXCEDIDOS             PIC 9(03)  VALUE 0.

       01  TAB-PENDIENTES.
           03 TAB-PEN-ITEM OCCURS 50.
              05 TAB-PEN-PROD           PIC 9(02).
              05 TAB-PEN-CONCEPTO       PIC X(26).
              05 TAB-PEN-REFERENCIA     PIC X(20).
              05 TAB-PEN-IMPORTE        PIC S9(10)V99.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  LIN-CER-TITULO.
            03 FILLER                   PIC X(31) VALUE
            "CERTIFICADO DE LIBRE DEUDA NRO.".
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 L-CER-NUMERO             PIC 9(06).
            03 FILLER                   PIC X(10) VALUE SPACES.
            03 FILLER                   PIC X(07) VALUE "Fecha: ".
            03 L-CER-FECHA              PIC X(10).

       01  LIN-CER-CLIENTE.
            03 FILLER                   PIC X(17) VALUE
            "Se certifica que ".
            03 L-CER-NOMBRE             PIC X(41).

       01  LIN-CER-TEXTO-1.
            03 FILLER                   PIC X(10) VALUE "documento ".
            03 L-CER-DOCUMENTO          PIC 9(08).
            03 FILLER                   PIC X(55) VALUE
            ", no registra deudas ni operaciones pendientes con esta".
       01  LIN-CER-TEXTO-2              PIC X(100) VALUE
           "entidad en ninguno de sus productos a la fecha.".

       01  LIN-CER-PRODUCTOS.
            03 FILLER                   PIC X(23) VALUE
            "Productos verificados: ".
            03 L-CER-PRODUCTOS          PIC Z9.
            03 FILLER                   PIC X(14) VALUE SPACES.
            03 FILLER                   PIC X(10) VALUE "Operador: ".
            03 L-CER-OPERADOR           PIC X(08).

       01  LIN-PEN-TITULO.
            03 FILLER                   PIC X(41) VALUE
            "CONSTANCIA DE PENDIENTES PARA LIBRE DEUDA".
            03 FILLER                   PIC X(07) VALUE SPACES.
            03 FILLER                   PIC X(07) VALUE "Fecha: ".
            03 L-PEN-FECHA              PIC X(10).

       01  LIN-PEN-CLIENTE.
            03 FILLER                   PIC X(11) VALUE "Documento: ".
            03 L-PEN-DOCUMENTO          PIC 9(08).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PEN-NOMBRE             PIC X(41).

       01  LIN-PEN-TEXTO                PIC X(100) VALUE
           "No corresponde emitir el certificado. Quedan pendientes:".

       01  LIN-PEN-DETALLE.
            03 FILLER                   PIC X(05) VALUE "Prod ".
            03 L-PEN-PROD               PIC 9(02).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PEN-CONCEPTO           PIC X(26).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PEN-REFERENCIA         PIC X(20).
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PEN-IMPORTE            PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  LIN-PEN-EXCEDIDOS.
            03 FILLER                   PIC X(24) VALUE
            "Otros pendientes.......:".
            03 L-PEN-EXCEDIDOS          PIC ZZ9.

       01  LIN-OPERADOR.
            03 FILLER                   PIC X(10) VALUE "Operador: ".
            03 L-OPERADOR               PIC X(08).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF WK-OPERADOR-ROL = "C"
              DISPLAY MESSAGE
              "Su rol es de consulta, no puede emitir certificados"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           MOVE WK-HOY TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           PERFORM LEER-ULTIMO-NUMERO THRU F-LEER-ULTIMO-NUMERO
           OPEN EXTEND LIBRE-DEUDA
           IF NOT ( WK-LDD-STAT = "00" )
              OPEN OUTPUT LIBRE-DEUDA
           END-IF
           OPEN EXTEND CERTIFICADOS
           IF NOT ( WK-CER-STAT = "00" )
              OPEN OUTPUT CERTIFICADOS
           END-IF
           OPEN INPUT M-CUENTAS
           OPEN INPUT PLANES
           IF WK-PLN-STAT = "00"
              MOVE 1 TO WK-PLN-ABIERTO
           END-IF
           OPEN INPUT RETENCIONES
           IF WK-RTN-STAT = "00"
              MOVE 1 TO WK-RTN-ABIERTO
           END-IF
           OPEN INPUT RESUMENES
           IF WK-RSM-STAT = "00"
              MOVE 1 TO WK-RSM-ABIERTO
           END-IF
           PERFORM ABRIR-EMBARGOS THRU F-ABRIR-EMBARGOS
           MOVE "LDD001" TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "CERTIFICADO DE LIBRE DEUDA" AT 0227.
       F-VENTANA. EXIT.

      * EL NUMERO DE CERTIFICADO SIGUE LA SERIE DEL REGISTRO
       LEER-ULTIMO-NUMERO.
           OPEN INPUT LIBRE-DEUDA
           IF NOT ( WK-LDD-STAT = "00" )
              GO TO F-LEER-ULTIMO-NUMERO
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ LIBRE-DEUDA AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF LDD-NUMERO > WK-ULTIMO-NUMERO
                 MOVE LDD-NUMERO TO WK-ULTIMO-NUMERO
              END-IF
           END-PERFORM
           CLOSE LIBRE-DEUDA.
       F-LEER-ULTIMO-NUMERO. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA THRU F-VENTANA
              DISPLAY "DOCUMENTO (0 = fin): " AT 0502
              MOVE 0 TO WK-PDO-DOCUMENTO
              MOVE 0523 TO WK-PDO-POSICION
              PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
              MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
              IF WK-DOCUMENTO = 0
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VERIFICAR-DOCUMENTO THRU F-VERIFICAR-DOCUMENTO
              IF WK-PRODUCTOS = 0
                 DISPLAY MESSAGE "Documento sin cuentas"
                 END-DISPLAY
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-PEN-CANT = 0
                 PERFORM EMITIR-CERTIFICADO
                         THRU F-EMITIR-CERTIFICADO
              ELSE
                 PERFORM EMITIR-CONSTANCIA
                         THRU F-EMITIR-CONSTANCIA
              END-IF
              DISPLAY MESSAGE "Enter para continuar"
              END-DISPLAY
           END-PERFORM.
       F-PROCESO. EXIT.

      * RECORRE LAS CUENTAS DEL DOCUMENTO CON SUS CONTROLES; LAS
      * DISPUTAS Y LOS ESTACIONADOS SON SECUENCIALES Y SE LEEN UNA
      * SOLA VEZ POR DOCUMENTO
       VERIFICAR-DOCUMENTO.
           MOVE 0      TO WK-PRODUCTOS
                          WK-PEN-CANT
                          WK-PEN-EXCEDIDOS
                          WK-CTAS-FINAL
           MOVE SPACES TO WK-APELLIDO
                          WK-NOMBRE
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0            TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           PERFORM UNTIL WK-CTAS-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CTAS-DOCUMENTO = WK-DOCUMENTO )
                 MOVE 1 TO WK-CTAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-PRODUCTOS
              MOVE CTAS-APELLIDO TO WK-APELLIDO
              MOVE CTAS-NOMBRE   TO WK-NOMBRE
              PERFORM CONTROLAR-SALDO THRU F-CONTROLAR-SALDO
              PERFORM CONTROLAR-PLAN THRU F-CONTROLAR-PLAN
              PERFORM CONTROLAR-EMBARGO THRU F-CONTROLAR-EMBARGO
              PERFORM CONTROLAR-RETENCIONES
                      THRU F-CONTROLAR-RETENCIONES
              PERFORM CONTROLAR-RESUMENES
                      THRU F-CONTROLAR-RESUMENES
              PERFORM CONTROLAR-CASTIGO THRU F-CONTROLAR-CASTIGO
           END-PERFORM
           IF WK-PRODUCTOS = 0
              GO TO F-VERIFICAR-DOCUMENTO
           END-IF
           PERFORM CONTROLAR-DISPUTAS THRU F-CONTROLAR-DISPUTAS
           PERFORM CONTROLAR-ESTACIONADOS
                   THRU F-CONTROLAR-ESTACIONADOS
           PERFORM CONTROLAR-CUOTAS THRU F-CONTROLAR-CUOTAS
           INITIALIZE WK-NOMBRE-COMPLETO
           STRING WK-APELLIDO DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  WK-NOMBRE   DELIMITED BY "  "
             INTO WK-NOMBRE-COMPLETO
           END-STRING
           DISPLAY WK-NOMBRE-COMPLETO AT 0702.
       F-VERIFICAR-DOCUMENTO. EXIT.

       CONTROLAR-SALDO.
           IF CTAS-SALDO = 0
              GO TO F-CONTROLAR-SALDO
           END-IF
           MOVE CTAS-PRODUCTO TO WK-PEN-PROD
           IF CTAS-SALDO < 0
              MOVE "SALDO DEUDOR"   TO WK-PEN-CONCEPTO
           ELSE
              MOVE "SALDO A FAVOR A RETIRAR" TO WK-PEN-CONCEPTO
           END-IF
           MOVE SPACES        TO WK-PEN-REFERENCIA
           MOVE CTAS-SALDO    TO WK-PEN-IMPORTE
           PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE.
       F-CONTROLAR-SALDO. EXIT.

      * EL IMPORTE INFORMADO ES LO QUE FALTA DEL PLAN: CUOTAS NO
      * PAGADAS POR EL IMPORTE DE CUOTA
       CONTROLAR-PLAN.
           IF WK-PLN-ABIERTO = 0
              GO TO F-CONTROLAR-PLAN
           END-IF
           MOVE CTAS-DOCUMENTO TO PLN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0              TO PLN-FECHA-ALTA
           MOVE 0              TO WK-AUX-FINAL
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-AUX-FINAL
           END-START
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = CTAS-DOCUMENTO
                       AND PLN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-AUX-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLN-ESTADO = "A"
                 MOVE CTAS-PRODUCTO TO WK-PEN-PROD
                 MOVE "PLAN DE CUOTAS VIGENTE" TO WK-PEN-CONCEPTO
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "CUOTAS "       DELIMITED BY SIZE
                        PLN-CUOTAS-PAGAS DELIMITED BY SIZE
                        "/"             DELIMITED BY SIZE
                        PLN-CUOTAS      DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 MOVE 0 TO WK-CUOTAS-RESTAN
                 IF PLN-CUOTAS > PLN-CUOTAS-PAGAS
                    COMPUTE WK-CUOTAS-RESTAN =
                            PLN-CUOTAS - PLN-CUOTAS-PAGAS
                 END-IF
                 COMPUTE WK-PEN-IMPORTE =
                         WK-CUOTAS-RESTAN * PLN-CUOTA-IMPORTE * -1
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM.
       F-CONTROLAR-PLAN. EXIT.

       CONTROLAR-EMBARGO.
           PERFORM BUSCAR-EMBARGO THRU F-BUSCAR-EMBARGO
           IF WK-EMBARGO-IMPORTE = 0
              GO TO F-CONTROLAR-EMBARGO
           END-IF
           MOVE CTAS-PRODUCTO  TO WK-PEN-PROD
           MOVE "EMBARGO JUDICIAL ACTIVO" TO WK-PEN-CONCEPTO
           MOVE EMB-EXPEDIENTE TO WK-PEN-REFERENCIA
           MOVE WK-EMBARGO-IMPORTE TO WK-PEN-IMPORTE
           PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE.
       F-CONTROLAR-EMBARGO. EXIT.

       CONTROLAR-RETENCIONES.
           IF WK-RTN-ABIERTO = 0
              GO TO F-CONTROLAR-RETENCIONES
           END-IF
           MOVE CTAS-DOCUMENTO TO RTN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO RTN-PRODUCTO
           MOVE 0              TO RTN-RECIBO
           MOVE 0              TO WK-AUX-FINAL
           START RETENCIONES KEY NOT < RTN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-AUX-FINAL
           END-START
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RTN-DOCUMENTO = CTAS-DOCUMENTO
                       AND RTN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-AUX-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF RTN-ESTADO = "R"
                 MOVE CTAS-PRODUCTO TO WK-PEN-PROD
                 MOVE "PAGO RETENIDO (CLEARING)" TO WK-PEN-CONCEPTO
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "RECIBO "  DELIMITED BY SIZE
                        RTN-RECIBO DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 MOVE RTN-IMPORTE TO WK-PEN-IMPORTE
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM.
       F-CONTROLAR-RETENCIONES. EXIT.

       CONTROLAR-RESUMENES.
           IF WK-RSM-ABIERTO = 0
              GO TO F-CONTROLAR-RESUMENES
           END-IF
           MOVE CTAS-DOCUMENTO TO RSM-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO RSM-PRODUCTO
           MOVE 0              TO RSM-FECHA-CORTE
           MOVE 0              TO WK-AUX-FINAL
           START RESUMENES KEY NOT < RSM-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-AUX-FINAL
           END-START
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ RESUMENES NEXT AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RSM-DOCUMENTO = CTAS-DOCUMENTO
                       AND RSM-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-AUX-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF RSM-ESTADO = "P" OR "M"
                 MOVE CTAS-PRODUCTO TO WK-PEN-PROD
                 IF RSM-ESTADO = "M"
                    MOVE "RESUMEN CON MINIMO IMPAGO"
                         TO WK-PEN-CONCEPTO
                 ELSE
                    MOVE "RESUMEN PENDIENTE DE PAGO"
                         TO WK-PEN-CONCEPTO
                 END-IF
                 MOVE RSM-FECHA-CORTE TO WK-FECHA
                 PERFORM MOVER-FECHA THRU F-MOVER-FECHA
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "CORTE "    DELIMITED BY SIZE
                        WK-FECHA-ED DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 COMPUTE WK-PEN-IMPORTE = RSM-PAGO-MINIMO * -1
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM.
       F-CONTROLAR-RESUMENES. EXIT.

       CONTROLAR-DISPUTAS.
           OPEN INPUT DISPUTAS
           IF NOT ( WK-DIS-STAT = "00" )
              GO TO F-CONTROLAR-DISPUTAS
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ DISPUTAS AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF DIS-DOCUMENTO = WK-DOCUMENTO
                 AND ( DIS-ESTADO = "A" OR "P" )
                 MOVE DIS-PRODUCTO TO WK-PEN-PROD
                 MOVE "DISPUTA DE CONSUMO ABIERTA" TO WK-PEN-CONCEPTO
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "DISPUTA "  DELIMITED BY SIZE
                        DIS-NUMERO  DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 MOVE DIS-IMPORTE TO WK-PEN-IMPORTE
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM
           CLOSE DISPUTAS.
       F-CONTROLAR-DISPUTAS. EXIT.

      * CUALQUIER MOVIMIENTO ESTACIONADO DEL DOCUMENTO IMPIDE, SEA
      * DEBITO, CREDITO O CAMBIO DE DATOS: EL CERTIFICADO NO PUEDE
      * SALIR CON ALGO POR APLICARSE DESPUES
       CONTROLAR-ESTACIONADOS.
           OPEN INPUT MOV-CTAS
           IF NOT ( WK-MOV-STAT = "00" )
              GO TO F-CONTROLAR-ESTACIONADOS
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ MOV-CTAS AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF M-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              IF M-CTA = WK-DOCUMENTO
                 MOVE M-PRODUCTO TO WK-PEN-PROD
                 MOVE "MOVIMIENTO ESTACIONADO" TO WK-PEN-CONCEPTO
                 MOVE M-FECHA-EFECTIVA TO WK-FECHA
                 PERFORM MOVER-FECHA THRU F-MOVER-FECHA
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "MOV "      DELIMITED BY SIZE
                        M-MOV       DELIMITED BY SIZE
                        " AL "      DELIMITED BY SIZE
                        WK-FECHA-ED DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 MOVE M-MONTO TO WK-PEN-IMPORTE
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM
           CLOSE MOV-CTAS.
       F-CONTROLAR-ESTACIONADOS. EXIT.

      * EL SALDO CASTIGADO DE LA CUENTA ES LO CASTIGADO ("C") MENOS
      * LO RECUPERADO ("R") MAS LOS RECUPEROS ANULADOS ("A"). CAS001
      * DEJA LA CUENTA EN CERO AL CASTIGARLA, ASI QUE CONTROLAR-SALDO
      * NO LA VE: UNA CUENTA EN SITUACION 4 O CON SALDO CASTIGADO SIN
      * RECUPERAR IMPIDE AUNQUE EL OTRO DATO NO ACOMPANE
       CONTROLAR-CASTIGO.
           MOVE 0 TO WK-CAS-SALDO
           OPEN INPUT CASTIGOS
           IF WK-CAS-STAT = "00"
              MOVE 0 TO WK-AUX-FINAL
              PERFORM UNTIL WK-AUX-FINAL = 1
                 READ CASTIGOS AT END
                      MOVE 1 TO WK-AUX-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF NOT ( CAS-DOCUMENTO = CTAS-DOCUMENTO
                          AND CAS-PRODUCTO = CTAS-PRODUCTO )
                    EXIT PERFORM CYCLE
                 END-IF
                 IF CAS-TIPO = "R"
                    SUBTRACT CAS-IMPORTE FROM WK-CAS-SALDO
                 ELSE
                    ADD CAS-IMPORTE TO WK-CAS-SALDO
                 END-IF
              END-PERFORM
              CLOSE CASTIGOS
           END-IF
           IF NOT ( CTAS-SITUACION = 4 OR WK-CAS-SALDO > 0 )
              GO TO F-CONTROLAR-CASTIGO
           END-IF
           MOVE CTAS-PRODUCTO TO WK-PEN-PROD
           MOVE "CUENTA CASTIGADA" TO WK-PEN-CONCEPTO
           MOVE "SALDO SIN RECUPERAR" TO WK-PEN-REFERENCIA
           MOVE 0 TO WK-PEN-IMPORTE
           IF WK-CAS-SALDO > 0
              COMPUTE WK-PEN-IMPORTE = WK-CAS-SALDO * -1
           END-IF
           PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE.
       F-CONTROLAR-CASTIGO. EXIT.

      * COMPRAS EN CUOTAS CON PARTE TODAVIA NO FACTURADA: ESA DEUDA
      * NO ESTA EN EL SALDO NI EN NINGUN RESUMEN HASTA QUE RES001 LA
      * FACTURE. LAS ANULADAS ("X") YA NO SE DEBEN
       CONTROLAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              GO TO F-CONTROLAR-CUOTAS
           END-IF
           MOVE 0 TO WK-AUX-FINAL
           PERFORM UNTIL WK-AUX-FINAL = 1
              READ CUOTAS AT END
                   MOVE 1 TO WK-AUX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CUO-DOCUMENTO = WK-DOCUMENTO
                 AND NOT ( CUO-ESTADO = "X" )
                 AND CUO-IMPORTE > CUO-IMP-FACTURADO
                 MOVE CUO-PRODUCTO TO WK-PEN-PROD
                 MOVE "CUOTAS A FACTURAR" TO WK-PEN-CONCEPTO
                 MOVE SPACES TO WK-PEN-REFERENCIA
                 STRING "COMPRA "      DELIMITED BY SIZE
                        CUO-REFERENCIA DELIMITED BY SIZE
                   INTO WK-PEN-REFERENCIA
                 END-STRING
                 COMPUTE WK-PEN-IMPORTE =
                         ( CUO-IMPORTE - CUO-IMP-FACTURADO ) * -1
                 PERFORM ANOTAR-PENDIENTE THRU F-ANOTAR-PENDIENTE
              END-IF
           END-PERFORM
           CLOSE CUOTAS.
       F-CONTROLAR-CUOTAS. EXIT.

      * LA TABLA GUARDA LOS PRIMEROS 50; EL RESTO SOLO SE CUENTA PARA
      * LA CONSTANCIA, QUE IGUAL NO PERMITE EMITIR
       ANOTAR-PENDIENTE.
           IF WK-PEN-CANT < 50
              ADD 1 TO WK-PEN-CANT
              MOVE WK-PEN-PROD       TO TAB-PEN-PROD(WK-PEN-CANT)
              MOVE WK-PEN-CONCEPTO   TO TAB-PEN-CONCEPTO(WK-PEN-CANT)
              MOVE WK-PEN-REFERENCIA TO
                   TAB-PEN-REFERENCIA(WK-PEN-CANT)
              MOVE WK-PEN-IMPORTE    TO TAB-PEN-IMPORTE(WK-PEN-CANT)
           ELSE
              ADD 1 TO WK-PEN-EXCEDIDOS
           END-IF.
       F-ANOTAR-PENDIENTE. EXIT.

       EMITIR-CERTIFICADO.
           ADD 1 TO WK-ULTIMO-NUMERO
           INITIALIZE LDD-REG
           MOVE WK-ULTIMO-NUMERO TO LDD-NUMERO
           MOVE WK-DOCUMENTO     TO LDD-DOCUMENTO
           MOVE WK-HOY           TO LDD-FECHA
           MOVE WK-OPERADOR      TO LDD-OPERADOR
           MOVE WK-PRODUCTOS     TO LDD-PRODUCTOS
           MOVE WK-APELLIDO      TO LDD-APELLIDO
           MOVE WK-NOMBRE        TO LDD-NOMBRE
           WRITE LDD-REG
           MOVE WK-HOY TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-ULTIMO-NUMERO   TO L-CER-NUMERO
           MOVE WK-FECHA-ED        TO L-CER-FECHA
           MOVE WK-NOMBRE-COMPLETO TO L-CER-NOMBRE
           MOVE WK-DOCUMENTO       TO L-CER-DOCUMENTO
           MOVE WK-PRODUCTOS       TO L-CER-PRODUCTOS
           MOVE WK-OPERADOR        TO L-CER-OPERADOR
           WRITE REG-CER FROM TITULO-LINE
           WRITE REG-CER FROM LIN-CER-TITULO
           MOVE SPACES TO REG-CER
           WRITE REG-CER
           WRITE REG-CER FROM LIN-CER-CLIENTE
           WRITE REG-CER FROM LIN-CER-TEXTO-1
           WRITE REG-CER FROM LIN-CER-TEXTO-2
           MOVE SPACES TO REG-CER
           WRITE REG-CER
           WRITE REG-CER FROM LIN-CER-PRODUCTOS
           WRITE REG-CER FROM TITULO-LINE
           MOVE WK-DOCUMENTO TO WK-CNT-DOC
           MOVE 0            TO WK-CNT-PROD
           MOVE "LD"         TO WK-CNT-TIPO
           MOVE "P"          TO WK-CNT-CANAL
           MOVE "CERTIF. LIBRE DEUDA" TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO
           DISPLAY "Sin pendientes en " AT 0902
           DISPLAY WK-PRODUCTOS AT 0920 CONVERT
           DISPLAY " producto(s)" AT 0922
           DISPLAY "Certificado emitido, numero: " AT 1102
           DISPLAY WK-ULTIMO-NUMERO AT 1131 CONVERT.
       F-EMITIR-CERTIFICADO. EXIT.

       EMITIR-CONSTANCIA.
           MOVE WK-HOY TO WK-FECHA
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED        TO L-PEN-FECHA
           MOVE WK-DOCUMENTO       TO L-PEN-DOCUMENTO
           MOVE WK-NOMBRE-COMPLETO TO L-PEN-NOMBRE
           WRITE REG-CER FROM TITULO-LINE
           WRITE REG-CER FROM LIN-PEN-TITULO
           WRITE REG-CER FROM LIN-PEN-CLIENTE
           MOVE SPACES TO REG-CER
           WRITE REG-CER
           WRITE REG-CER FROM LIN-PEN-TEXTO
           DISPLAY "No corresponde emitir, pendientes:" AT 0902
           MOVE 10 TO WK-FILA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PEN-CANT
              MOVE TAB-PEN-PROD(WK-IND)       TO L-PEN-PROD
              MOVE TAB-PEN-CONCEPTO(WK-IND)   TO L-PEN-CONCEPTO
              MOVE TAB-PEN-REFERENCIA(WK-IND) TO L-PEN-REFERENCIA
              MOVE TAB-PEN-IMPORTE(WK-IND)    TO L-PEN-IMPORTE
              WRITE REG-CER FROM LIN-PEN-DETALLE
      * EN PANTALLA ENTRAN HASTA LA FILA 21; EL RESTO SE VE IMPRESO
              IF WK-FILA < 22
                 DISPLAY LIN-PEN-DETALLE AT LINE WK-FILA COLUMN 02
                 ADD 1 TO WK-FILA
              END-IF
           END-PERFORM
           IF WK-PEN-EXCEDIDOS > 0
              MOVE WK-PEN-EXCEDIDOS TO L-PEN-EXCEDIDOS
              WRITE REG-CER FROM LIN-PEN-EXCEDIDOS
           END-IF
           MOVE WK-OPERADOR TO L-OPERADOR
           MOVE SPACES TO REG-CER
           WRITE REG-CER
           WRITE REG-CER FROM LIN-OPERADOR
           WRITE REG-CER FROM TITULO-LINE
           IF WK-PEN-CANT > 12 OR WK-PEN-EXCEDIDOS > 0
              DISPLAY "Hay mas pendientes: ver la constancia impresa"
                      AT 2302
           END-IF.
       F-EMITIR-CONSTANCIA. EXIT.

       FINAL-PROG.
           CLOSE LIBRE-DEUDA
                 CERTIFICADOS
                 M-CUENTAS
           IF WK-PLN-ABIERTO = 1
              CLOSE PLANES
           END-IF
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
           END-IF
           IF WK-RSM-ABIERTO = 1
              CLOSE RESUMENES
           END-IF
           PERFORM CERRAR-EMBARGOS THRU F-CERRAR-EMBARGOS
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           DISPLAY MESSAGE "Fin de certificados de libre deuda"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-buscar-embargo.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM LDD001.
