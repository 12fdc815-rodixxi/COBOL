      * =================================================================== */
      *                                                                     */
      *   IVA001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   declaracion jurada mensual del iva cobrado sobre cargos,         */
      *   conciliada contra la cuenta de iva del mayor                     */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IVA001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CTAS004 DEJA EL LIBRO FISCAL DEL PERIODO (FISCAL-AAAAMM.TXT)
      * CON EL IVA LIQUIDADO SOBRE PUNITORIOS, MANTENIMIENTO Y CUOTA
      * ANUAL, PERO LA DECLARACION MENSUAL PARA AFIP SE TIPEABA A MANO
      * DESDE EL LISTADO. ESTE BATCH, LA NOCHE DE FIN DE MES DESPUES
      * DE CNT001:
      *   - CONTROLA EL LIBRO FISCAL CONTRA SU TRAILER (CANTIDAD, BASE
      *     E IMPUESTO),
      *   - SUMA EN LOS ASIENTOS DEL MES (ASIENTOS-AAAAMMDD.DAT DE
      *     CNT001) EL MOVIMIENTO DE LA CUENTA DE IVA: LA CUENTA DEBE
      *     DE LA CLASE "J" EN TAB-CONTABLE.DAT (O LA DE FABRICA DE
      *     CNT001), HABER MENOS DEBE,
      *   - SI EL LIBRO NO CIERRA CON SU TRAILER O EL IMPUESTO DEL
      *     LIBRO NO ES IGUAL AL DEL MAYOR AL CENTAVO, NO GENERA LA
      *     PRESENTACION (Y BORRA LA QUE HUBIERA DEL PERIODO), LISTA
      *     LA DIFERENCIA Y TERMINA CON RETURN-CODE 1,
      *   - SI CONCILIA, ARMA DDJJ-IVA-AAAAMM.TXT EN EL FORMATO FIJO
      *     DE AFIP: CABECERA "1" CON EL CUIT Y LA RAZON SOCIAL DEL
      *     AGENTE (IVA001.PAR) Y EL PERIODO, UN DETALLE "2" POR
      *     CLIENTE (TODOS SUS PRODUCTOS Y CONCEPTOS JUNTOS) CON BASE E
      *     IMPUESTO, Y EL TRAILER "3" CON LOS TOTALES DEL PERIODO; LA
      *     TRANSMISION SE ASIENTA EN TRN001.
      * EL CLIENTE SE IDENTIFICA ANTE AFIP CON EL TIPO Y NUMERO DE
      * SU DOCUMENTO REAL: M-CUENTAS GUARDA EL NUMERO INTERNO (EL DNI
      * MISMO, O EL DEL PADRON DOCUMENTOS.IDX PARA LE, LC, CUIT, CUIL
      * Y PASAPORTE), QUE VAL-DOC TRADUCE AL CODIGO DEL REGIMEN (96
      * DNI, 89 LE, 90 LC, 80 CUIT, 86 CUIL, 94 PASAPORTE) Y AL
      * NUMERO, ALINEADO A IZQUIERDA EN EL PASAPORTE. EL PERIODO
      * ES EL MES DE LA CORRIDA, SALVO QUE IVA001.PAR TRAIGA OTRO
      * (MAYOR QUE CERO); SIN CUIT DEL AGENTE EN IVA001.PAR NO SE
      * PRESENTA NADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL
           ASSIGN TO WK-ARCHIVO-FISCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-FIS-STAT.
           SELECT ASIENTOS
           ASSIGN TO WK-ARCHIVO-ASIENTOS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ASI-STAT.
           SELECT MAPEO
           ASSIGN TO "\COBOL\arch\tab-contable.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MAP-STAT.
           SELECT DDJJ
           ASSIGN TO WK-ARCHIVO-DDJJ
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\iva001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-IVA001"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\iva001.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

      * LIBRO FISCAL DE CTAS004, MISMO LAYOUT
       FD  FISCAL.
       01  FIS-REG.
           03 FIS-TIPO                  PIC X(01).
           03 FIS-DOCUMENTO             PIC 9(08).
           03 FIS-PRODUCTO              PIC 9(02).
           03 FIS-CONCEPTO              PIC X(01).
           03 FIS-BASE                  PIC 9(10)V99.
           03 FIS-TASA                  PIC 9(03)V9(04).
           03 FIS-IMPUESTO              PIC 9(10)V99.
           03 FIS-PERIODO               PIC 9(06).
       01  FIS-TRAILER REDEFINES FIS-REG.
           03 FIT-TIPO                  PIC X(01).
           03 FIT-CANTIDAD              PIC 9(08).
           03 FIT-BASE-TOTAL            PIC 9(12)V99.
           03 FIT-IMPUESTO-TOTAL        PIC 9(12)V99.
           03 FILLER                    PIC X(13).

      * ASIENTOS DE CNT001, MISMO LAYOUT
       FD  ASIENTOS.
       01  ASI-REG.
           03 ASI-TIPO                  PIC X(01).
           03 ASI-FECHA                 PIC 9(08).
           03 ASI-MOV                   PIC X(01).
           03 ASI-CUENTA                PIC X(08).
           03 ASI-DEBE-HABER            PIC X(01).
           03 ASI-IMPORTE               PIC 9(12)V99.

       FD  MAPEO.
       01  MAP-REG.
           03 MAP-MOV                   PIC X(01).
           03 MAP-CUENTA-DEBE           PIC X(08).
           03 MAP-CUENTA-HABER          PIC X(08).

      * PRESENTACION EN EL FORMATO FIJO DE AFIP: CABECERA "1",
      * DETALLE "2" POR CLIENTE Y TRAILER "3"
       FD  DDJJ.
       01  DDJ-REG.
           03 DDJ-TIPO                  PIC X(01).
           03 DDJ-CUIT                  PIC 9(11).
           03 DDJ-PERIODO               PIC 9(06).
           03 DDJ-SECUENCIA             PIC 9(02).
           03 DDJ-RAZON-SOCIAL          PIC X(40).
       01  DDJ-DETALLE REDEFINES DDJ-REG.
           03 DDD-TIPO                  PIC X(01).
           03 DDD-TIPO-DOC              PIC 9(02).
           03 DDD-NRO-DOC               PIC X(11).
           03 DDD-BASE                  PIC 9(13)V99.
           03 DDD-IMPUESTO              PIC 9(13)V99.
           03 FILLER                    PIC X(16).
       01  DDJ-TRAILER REDEFINES DDJ-REG.
           03 DDT-TIPO                  PIC X(01).
           03 DDT-CANTIDAD              PIC 9(08).
           03 DDT-BASE                  PIC 9(15)V99.
           03 DDT-IMPUESTO              PIC 9(15)V99.
           03 FILLER                    PIC X(17).

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-CUIT                  PIC 9(11).
           03 PAR-RAZON-SOCIAL          PIC X(40).
           03 PAR-PERIODO               PIC 9(06).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * RENGLONES DEL LIBRO ORDENADOS POR DOCUMENTO, PARA SUMAR CADA
      * CLIENTE EN UN SOLO DETALLE
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-DOCUMENTO              PIC 9(08).
           03 SR-BASE                   PIC 9(10)V99.
           03 SR-IMPUESTO               PIC 9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       77  WK-FIS-STAT                  PIC X(02).
       77  WK-ASI-STAT                  PIC X(02).
       77  WK-MAP-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-PERIODO                   PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-CUIT                      PIC 9(11)      VALUE 0.
       77  WK-RAZON-SOCIAL              PIC X(40)      VALUE SPACES.
      * CUENTA DE IVA DEL MAYOR: LA CUENTA DEBE DE LA CLASE "J" EN
      * LA TABLA DE FABRICA DE CNT001, SALVO QUE TAB-CONTABLE.DAT
      * LA RECODIFIQUE
       77  WK-CUENTA-IVA                PIC X(08)      VALUE "51100000".

       77  WK-HAY-FISCAL                PIC 9          VALUE 0.
       77  WK-HAY-TRAILER               PIC 9          VALUE 0.
       77  WK-TRAILER-OK                PIC 9          VALUE 1.
       77  WK-FIS-CANT                  PIC 9(08)      VALUE 0.
       77  WK-FIS-BASE                  PIC 9(12)V99   VALUE 0.
       77  WK-FIS-IMPUESTO              PIC 9(12)V99   VALUE 0.
       77  WK-TRL-CANT                  PIC 9(08)      VALUE 0.
       77  WK-TRL-BASE                  PIC 9(12)V99   VALUE 0.
       77  WK-TRL-IMPUESTO              PIC 9(12)V99   VALUE 0.

       77  WK-DIA                       PIC 9(02)      VALUE 0.
       77  WK-DIAS-CON-ASIENTOS         PIC 9(02)      VALUE 0.
       77  WK-MAYOR-IVA                 PIC S9(12)V99  VALUE 0.
       77  WK-DIFERENCIA                PIC S9(12)V99  VALUE 0.
       77  WK-CONCILIA                  PIC 9          VALUE 0.

       77  WK-DOC-ANTERIOR              PIC 9(08)      VALUE 0.
       77  WK-CLI-BASE                  PIC 9(13)V99   VALUE 0.
       77  WK-CLI-IMPUESTO              PIC 9(13)V99   VALUE 0.
       77  WK-CLIENTES                  PIC 9(08)      VALUE 0.
       77  WK-DDJ-BASE                  PIC 9(15)V99   VALUE 0.
       77  WK-DDJ-IMPUESTO              PIC 9(15)V99   VALUE 0.

       77  WK-TRN-ARCHIVO               PIC X(20)      VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)      VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)      VALUE 0.
       01  WK-NOMBRE-TRN.
           03 FILLER                    PIC X(09) VALUE "ddjj-iva-".
           03 WK-TRN-PERIODO            PIC 9(06).

       01  WK-ARCHIVO-FISCAL.
           03 FILLER                    PIC X(19) VALUE
           "\COBOL\arch\fiscal-".
           03 WK-FIS-PERIODO            PIC 9(06).
           03 FILLER                    PIC X(04) VALUE ".txt".

       01  WK-ARCHIVO-ASIENTOS.
           03 FILLER                    PIC X(21) VALUE
           "\COBOL\arch\asientos-".
           03 WK-ASI-PERIODO            PIC 9(06).
           03 WK-ASI-DIA                PIC 9(02).
           03 FILLER                    PIC X(04) VALUE ".dat".

       01  WK-ARCHIVO-DDJJ.
           03 FILLER                    PIC X(21) VALUE
           "\COBOL\arch\ddjj-iva-".
           03 WK-DDJ-PERIODO            PIC 9(06).
           03 FILLER                    PIC X(04) VALUE ".txt".

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(40) VALUE
            "DDJJ MENSUAL DE IVA - IVA001".
            03 FILLER                   PIC X(08) VALUE "PERIODO ".
            03 TIT-PERIODO              PIC 9(06).
            03 FILLER                   PIC X(15) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  LIN-CONTROL.
            03 L-CTL-ROTULO             PIC X(32).
            03 L-CTL-IMPORTE            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LIN-CANTIDAD.
            03 L-CANT-ROTULO            PIC X(32).
            03 L-CANT                   PIC ZZZZZZZ9.

       01  LIN-AVISO                    PIC X(100).

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
           COMPUTE WK-PERIODO = WK-HOY / 100
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM CARGAR-CUENTA-IVA THRU F-CARGAR-CUENTA-IVA
           MOVE WK-PERIODO        TO TIT-PERIODO
                                     WK-FIS-PERIODO
                                     WK-ASI-PERIODO
                                     WK-DDJ-PERIODO
                                     WK-TRN-PERIODO
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   MOVE PAR-CUIT         TO WK-CUIT
                   MOVE PAR-RAZON-SOCIAL TO WK-RAZON-SOCIAL
                   IF PAR-PERIODO > 0
                      MOVE PAR-PERIODO TO WK-PERIODO
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

      * LA CUENTA DE IVA ES LA QUE CNT001 USA PARA LA CLASE "J"; SI
      * CONTADURIA LA RECODIFICO EN TAB-CONTABLE.DAT SE TOMA DE AHI
       CARGAR-CUENTA-IVA.
           OPEN INPUT MAPEO
           IF NOT ( WK-MAP-STAT = "00" )
              GO TO F-CARGAR-CUENTA-IVA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ MAPEO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF MAP-MOV = "J"
                 MOVE MAP-CUENTA-DEBE TO WK-CUENTA-IVA
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE MAPEO.
       F-CARGAR-CUENTA-IVA. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
              WRITE REG-LIS FROM TITULO-01 AFTER 0
           ELSE
              WRITE REG-LIS FROM TITULO-01 AFTER PAGE
           END-IF
           WRITE REG-LIS FROM TITULO-LINE
           MOVE 2 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM CONTROLAR-LIBRO THRU F-CONTROLAR-LIBRO
           PERFORM SUMAR-MAYOR     THRU F-SUMAR-MAYOR
           PERFORM LISTAR-CONCILIACION THRU F-LISTAR-CONCILIACION
           IF WK-CONCILIA = 0
              CALL "CBL_DELETE_FILE" USING WK-ARCHIVO-DDJJ
                   RETURNING WK-BORRAR-RC
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           PERFORM ARMAR-DDJJ THRU F-ARMAR-DDJJ.
       F-PROCESO. EXIT.

      * EL LIBRO TIENE QUE CERRAR CON SU TRAILER; SI HAY VARIOS (UN
      * PERIODO RELANZADO) VALE EL ULTIMO, QUE CUENTA TODO
       CONTROLAR-LIBRO.
           OPEN INPUT FISCAL
           IF NOT ( WK-FIS-STAT = "00" )
              GO TO F-CONTROLAR-LIBRO
           END-IF
           MOVE 1 TO WK-HAY-FISCAL
           PERFORM UNTIL WK-FINAL = 1
              READ FISCAL AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              EVALUATE FIS-TIPO
                 WHEN "D"
                    ADD 1            TO WK-FIS-CANT
                    ADD FIS-BASE     TO WK-FIS-BASE
                    ADD FIS-IMPUESTO TO WK-FIS-IMPUESTO
                 WHEN "T"
                    MOVE 1                  TO WK-HAY-TRAILER
                    MOVE FIT-CANTIDAD       TO WK-TRL-CANT
                    MOVE FIT-BASE-TOTAL     TO WK-TRL-BASE
                    MOVE FIT-IMPUESTO-TOTAL TO WK-TRL-IMPUESTO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE FISCAL
           IF WK-HAY-TRAILER = 0
              OR NOT ( WK-TRL-CANT = WK-FIS-CANT )
              OR NOT ( WK-TRL-BASE = WK-FIS-BASE )
              OR NOT ( WK-TRL-IMPUESTO = WK-FIS-IMPUESTO )
              MOVE 0 TO WK-TRAILER-OK
           END-IF.
       F-CONTROLAR-LIBRO. EXIT.

      * EL IVA DEL MAYOR ES LO ACREDITADO MENOS LO DEBITADO EN LA
      * CUENTA DE IVA EN TODOS LOS ASIENTOS DEL MES; UN DIA SIN
      * ARCHIVO (SIN CORRIDA) SIMPLEMENTE NO SUMA
       SUMAR-MAYOR.
           PERFORM VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > 31
              MOVE WK-DIA TO WK-ASI-DIA
              PERFORM SUMAR-DIA THRU F-SUMAR-DIA
           END-PERFORM.
       F-SUMAR-MAYOR. EXIT.

       SUMAR-DIA.
           OPEN INPUT ASIENTOS
           IF NOT ( WK-ASI-STAT = "00" )
              GO TO F-SUMAR-DIA
           END-IF
           ADD 1 TO WK-DIAS-CON-ASIENTOS
           PERFORM UNTIL WK-FINAL = 1
              READ ASIENTOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( ASI-TIPO = "A" )
                 OR NOT ( ASI-CUENTA = WK-CUENTA-IVA )
                 EXIT PERFORM CYCLE
              END-IF
              IF ASI-DEBE-HABER = "H"
                 ADD ASI-IMPORTE TO WK-MAYOR-IVA
              ELSE
                 SUBTRACT ASI-IMPORTE FROM WK-MAYOR-IVA
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE ASIENTOS.
       F-SUMAR-DIA. EXIT.

      * LA PRESENTACION SALE SOLO SI EL LIBRO CIERRA CON SU TRAILER,
      * EL IMPUESTO DEL LIBRO ES IGUAL AL DEL MAYOR Y HAY CUIT DEL
      * AGENTE PARA LA CABECERA
       LISTAR-CONCILIACION.
           COMPUTE WK-DIFERENCIA = WK-FIS-IMPUESTO - WK-MAYOR-IVA
           MOVE "Renglones del libro fiscal....: " TO L-CANT-ROTULO
           MOVE WK-FIS-CANT                        TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Base imponible del libro......: " TO L-CTL-ROTULO
           MOVE WK-FIS-BASE                        TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Impuesto del libro............: " TO L-CTL-ROTULO
           MOVE WK-FIS-IMPUESTO                    TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Dias con asientos en el mes...: " TO L-CANT-ROTULO
           MOVE WK-DIAS-CON-ASIENTOS               TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Cuenta de IVA en el mayor.....: " TO LIN-AVISO
           MOVE WK-CUENTA-IVA TO LIN-AVISO(33:8)
           WRITE REG-LIS FROM LIN-AVISO
           MOVE "IVA segun el mayor............: " TO L-CTL-ROTULO
           MOVE WK-MAYOR-IVA                       TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Diferencia libro - mayor......: " TO L-CTL-ROTULO
           MOVE WK-DIFERENCIA                      TO L-CTL-IMPORTE
           WRITE REG-LIS FROM LIN-CONTROL
           WRITE REG-LIS FROM TITULO-LINE
           ADD 9 TO WK-LINEA
           EVALUATE TRUE
              WHEN WK-HAY-FISCAL = 0
                 MOVE "*** NO HAY LIBRO FISCAL DEL PERIODO: SIN DDJJ"
                   TO LIN-AVISO
              WHEN WK-TRAILER-OK = 0
                 MOVE "*** EL LIBRO FISCAL NO CIERRA CON SU TRAILER: SIN
      -               " DDJJ" TO LIN-AVISO
              WHEN NOT ( WK-DIFERENCIA = 0 )
                 MOVE "*** EL LIBRO NO CONCILIA CON EL MAYOR: SIN DDJJ"
                   TO LIN-AVISO
              WHEN WK-CUIT = 0
                 MOVE "*** FALTA EL CUIT DEL AGENTE EN IVA001.PAR: SIN D
      -               "DJJ" TO LIN-AVISO
              WHEN OTHER
                 MOVE 1 TO WK-CONCILIA
                 MOVE "LIBRO FISCAL CONCILIADO CON EL MAYOR AL CENTAVO"
                   TO LIN-AVISO
           END-EVALUATE
           WRITE REG-LIS FROM LIN-AVISO
           ADD 1 TO WK-LINEA
           IF WK-CONCILIA = 0 AND LK-MODO-BATCH = 0
              DISPLAY MESSAGE "DDJJ de IVA no generada"
              END-DISPLAY
           END-IF.
       F-LISTAR-CONCILIACION. EXIT.

       ARMAR-DDJJ.
           OPEN OUTPUT DDJJ
           INITIALIZE DDJ-REG
           MOVE "1"             TO DDJ-TIPO
           MOVE WK-CUIT         TO DDJ-CUIT
           MOVE WK-PERIODO      TO DDJ-PERIODO
           MOVE 0               TO DDJ-SECUENCIA
           MOVE WK-RAZON-SOCIAL TO DDJ-RAZON-SOCIAL
           WRITE DDJ-REG
           SORT SORT-FILE
                ON ASCENDING KEY SR-DOCUMENTO
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS GRABAR-DETALLES
           INITIALIZE DDJ-TRAILER
           MOVE "3"             TO DDT-TIPO
           MOVE WK-CLIENTES     TO DDT-CANTIDAD
           MOVE WK-DDJ-BASE     TO DDT-BASE
           MOVE WK-DDJ-IMPUESTO TO DDT-IMPUESTO
           WRITE DDJ-REG
           CLOSE DDJJ
           MOVE WK-NOMBRE-TRN   TO WK-TRN-ARCHIVO
           MOVE WK-CLIENTES     TO WK-TRN-CANTIDAD
           MOVE 0               TO WK-TRN-PLAZO
           CALL "TRN001" USING WK-TRN-ARCHIVO
                               WK-TRN-CANTIDAD
                               WK-TRN-PLAZO.
       F-ARMAR-DDJJ. EXIT.

       CARGAR-SORT.
           OPEN INPUT FISCAL
           PERFORM UNTIL WK-FINAL = 1
              READ FISCAL AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF FIS-TIPO = "D"
                 MOVE FIS-DOCUMENTO TO SR-DOCUMENTO
                 MOVE FIS-BASE      TO SR-BASE
                 MOVE FIS-IMPUESTO  TO SR-IMPUESTO
                 RELEASE SORT-REC
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE FISCAL.
       F-CARGAR-SORT. EXIT.

      * CORTE POR DOCUMENTO: UN DETALLE POR CLIENTE CON TODOS SUS
      * PRODUCTOS Y CONCEPTOS DEL PERIODO
       GRABAR-DETALLES.
           MOVE 0 TO WK-SORT-FINAL
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF WK-CLIENTES > 0
                 AND NOT ( SR-DOCUMENTO = WK-DOC-ANTERIOR )
                 PERFORM GRABAR-CLIENTE THRU F-GRABAR-CLIENTE
              END-IF
              IF WK-CLIENTES = 0
                 OR NOT ( SR-DOCUMENTO = WK-DOC-ANTERIOR )
                 ADD 1 TO WK-CLIENTES
                 MOVE SR-DOCUMENTO TO WK-DOC-ANTERIOR
                 MOVE 0 TO WK-CLI-BASE
                           WK-CLI-IMPUESTO
              END-IF
              ADD SR-BASE     TO WK-CLI-BASE
              ADD SR-IMPUESTO TO WK-CLI-IMPUESTO
           END-PERFORM
           IF WK-CLIENTES > 0
              PERFORM GRABAR-CLIENTE THRU F-GRABAR-CLIENTE
           END-IF.
       F-GRABAR-DETALLES. EXIT.

       GRABAR-CLIENTE.
           INITIALIZE DDJ-DETALLE
           MOVE "2"             TO DDD-TIPO
           MOVE "I"             TO WK-VDO-ACCION
           MOVE WK-DOC-ANTERIOR TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-REGIMEN  TO DDD-TIPO-DOC
           MOVE WK-VDO-NUMERO   TO DDD-NRO-DOC
           MOVE WK-CLI-BASE     TO DDD-BASE
           MOVE WK-CLI-IMPUESTO TO DDD-IMPUESTO
           WRITE DDJ-REG
           ADD WK-CLI-BASE      TO WK-DDJ-BASE
           ADD WK-CLI-IMPUESTO  TO WK-DDJ-IMPUESTO.
       F-GRABAR-CLIENTE. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           IF WK-CONCILIA = 1
              MOVE "Clientes declarados...........: "
                TO L-CANT-ROTULO
              MOVE WK-CLIENTES TO L-CANT
              WRITE REG-LIS FROM LIN-CANTIDAD
              MOVE "Impuesto declarado............: "
                TO L-CTL-ROTULO
              MOVE WK-DDJ-IMPUESTO TO L-CTL-IMPORTE
              WRITE REG-LIS FROM LIN-CONTROL
              MOVE SPACES TO LIN-AVISO
              MOVE WK-ARCHIVO-DDJJ TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           CLOSE LISTADO
           MOVE WK-CLIENTES TO LK-CANTIDAD
           IF WK-CONCILIA = 1
              AND NOT ( WK-DDJ-IMPUESTO = WK-FIS-IMPUESTO )
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM IVA001.
