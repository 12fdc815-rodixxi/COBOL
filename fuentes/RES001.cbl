      *     SALDO DEUDOR, DEFAULT 10%) Y LA FECHA DE VENCIMIENTO
      *     (DIAS DE PLAZO DE RES001.PAR, DEFAULT 10),
      *   - IMPRIME EL RESUMEN EN RESUMENES-RES001.CTA PARA
      *     CORRESPONDENCIA Y DEJA EL REGISTRO EN RESUMENES.IDX;
      *     SI EL CLIENTE TIENE DOM-EMAIL VALIDO (SIN MARCA DE
      *     REBOTE DE EML001) EL RESUMEN SALE EN CAMBIO A UN
      *     ARCHIVO PROPIO ANOTADO EN EL MANIFIESTO DE LA PASARELA
      *     CLIENTES SIN CANAL ELECTRONICO.
      * EL CONTROL DEL MINIMO AL VENCIMIENTO ES DE RES002. RES001.PAR
      * PERMITE ADEMAS LIMITAR EL CORTE A UN PRODUCTO (0 = TODOS).
      *
      * EL RESUMEN INFORMA TAMBIEN LOS PUNTOS DE FIDELIDAD DISPONIBLES
      * (LOTES VIGENTES DE PUNTOS.DAT, YA CONSOLIDADOS POR PTS001) Y
      * CUANTOS DE ELLOS VENCEN EL MES QUE VIENE SI NO SE CANJEAN,
      * CON LA VIGENCIA DE PTS001.PAR.
      *
      * ANTES DE ARMAR LOS RESUMENES SE FACTURA UNA CUOTA DE CADA
      * PLAN VIGENTE DE CUOTAS.DAT (LOS DA DE ALTA CSM001): SE DEBITA
      * DE CTAS-SALDO Y SE AUDITA "C" COMO UN CONSUMO MAS, ASI QUE
      * ENTRA EN LOS CONSUMOS DEL CICLO. CUO-PERIODO-FACT IMPIDE
      * FACTURAR DOS VECES EN EL MISMO MES SI EL CORTE SE RELANZA.
      * LAS CUENTAS DADAS DE BAJA, LAS CASTIGADAS (SITUACION 4: EL
      * SALDO YA SALIO DE BALANCE Y LO QUE ENTRE ES RECUPERO) O FUERA
      * DEL PRODUCTO DEL CORTE NO FACTURAN. EL RESUMEN DETALLA CADA
      * PLAN FACTURADO: NUMERO DE CUOTA, IMPORTE Y LO QUE RESTA.
      *
      * CADA RESUMEN EMITIDO SE ANOTA EN CONTACTOS.DAT (TIPO "RS")
      * CON EL CANAL POR EL QUE SALIO. EL RESUMEN EN PAPEL SE ANOTA
      * TAMBIEN EN PIEZAS-CORREO.DAT PARA QUE COR001 LO ENSOBRE CON
      * LAS DEMAS PIEZAS DEL DIA DEL MISMO DOCUMENTO.
      *
      * LAS COBERTURAS AUTOMATICAS DEL DESCUBIERTO DEL CICLO (BAR001,
      * BARRIDOS.DAT) SE DETALLAN EN LOS DOS RESUMENES: EN LA CUENTA
      * CUBIERTA LO RECIBIDO Y EN LA QUE PUSO LOS FONDOS LO DEBITADO,
      * CADA UNA CON EL PRODUCTO DE LA OTRA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\resumenes.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\puntos.sel".
           COPY "\COBOL\fuentes\cpy\parametros-puntos.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           COPY "\COBOL\fuentes\cpy\barridos.sel".
           SELECT IMPRESOS
           ASSIGN TO "\COBOL\listado\RESUMENES-RES001.cta"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-resumenes.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-parametros-puntos.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".
       COPY "\COBOL\fuentes\cpy\fd-barridos.fds".

       FD  IMPRESOS.
       01  REG-IMP                      PIC X(100).
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-parametros-puntos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-RSM-STAT                  PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PTS-STAT                  PIC X(02).
       77  WK-PTS-FINAL                 PIC 9          VALUE 0.
       77  WK-MESES-HOY                 PIC 9(06)      VALUE 0.
       77  WK-MESES-LOTE                PIC 9(06)      VALUE 0.
       77  WK-SALDO-LOTE                PIC 9(09)      VALUE 0.
       77  WK-CUO-STAT                  PIC X(02).
       77  WK-CUO-FINAL                 PIC 9          VALUE 0.
       77  WK-CUO-CANT                  PIC 9(04)      VALUE 0.
       77  WK-CUO-DESBORDE              PIC 9          VALUE 0.
       77  WK-IND-CUO                   PIC 9(04)      VALUE 0.
       77  WK-CUO-TITULO                PIC 9          VALUE 0.
       77  WK-PERIODO-HOY               PIC 9(06)      VALUE 0.
       77  WK-IMP-CUOTA                 PIC 9(08)V99   VALUE 0.
       77  WK-CUOTAS-FACT               PIC 9(06)      VALUE 0.
       77  WK-IMP-CUOTAS-FACT           PIC 9(12)V99   VALUE 0.
       77  WK-BRR-STAT                  PIC X(02).
       77  WK-BRR-FINAL                 PIC 9          VALUE 0.
       77  WK-BRR-CANT                  PIC 9(04)      VALUE 0.
       77  WK-IND-BRR                   PIC 9(04)      VALUE 0.
       77  WK-BRR-TITULO                PIC 9          VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-AUD-FINAL                 PIC 9          VALUE 0.
           03 WK-NE-PROD                PIC 9(02).
           03 FILLER                    PIC X(04) VALUE ".eml".

       01  WK-PERIODO-LOTE              PIC 9(06)      VALUE 0.
       01  FILLER REDEFINES WK-PERIODO-LOTE.
           03 WK-LOTE-ANHIO             PIC 9(04).
           03 WK-LOTE-MES               PIC 9(02).

       01  WK-VENC-TRABAJO              PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-VENC-TRABAJO.
           03 WK-VENC-ANHIO             PIC 9(04).
           03 WK-VENC-MES               PIC 9(02).
           03 WK-VENC-DIA               PIC 9(02).

      * LAS COBERTURAS SE CARGAN DESDE EL PRIMER DIA DEL MES ANTERIOR,
      * QUE ALCANZA PARA CUALQUIER CICLO CORTADO A FIN DE MES
       01  WK-BRR-DESDE                 PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-BRR-DESDE.
           03 WK-DESDE-ANHIO            PIC 9(04).
           03 WK-DESDE-MES              PIC 9(02).
           03 WK-DESDE-DIA              PIC 9(02).

       01  TAB-BARRIDOS.
           03 TAB-BRR-REG               PIC X(60) OCCURS 9999.

      * PLANES DE CUOTAS: SE FACTURAN EN LA TABLA Y SE REESCRIBEN
       01  TAB-CUOTAS.
           03 TAB-CUO-REG               PIC X(89) OCCURS 9999.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
           03 WK-ANT-FECHA-NAC     PIC 9(08).
           03 WK-ANT-PROVINCIA     PIC X(01).
           03 WK-ANT-APERTURA      PIC 9(01).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

       01  TAB-DIAS-MES                 PIC X(24)
           VALUE "312831303130313130313031".
       01  FILLER REDEFINES TAB-DIAS-MES.
              05 TAB-CTA-PAGOS          PIC 9(10)V99.
              05 TAB-CTA-SALDO          PIC S9(10)V99.
              05 TAB-CTA-APELLIDO       PIC X(20).
              05 TAB-CTA-PUNTOS         PIC 9(09).
              05 TAB-CTA-PTS-VENCEN     PIC 9(09).
      * 1 = LA CUENTA SIGUE EN EL MAESTRO Y ENTRA AL CORTE; 0 = EL
      * REGISTRO SOLO VENIA DEL ACUMULADO DE RESUMENES VIEJOS
              05 TAB-CTA-ACTIVA         PIC 9(01).
            03 FILLER                   PIC X(24) VALUE
            "Vencimiento...........: ".
            03 IMP-VENC-FECHA           PIC 9(08).
       01  IMP-PUNTOS.
            03 IMP-PTS-ROTULO           PIC X(24).
            03 IMP-PTS-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.
       01  IMP-CUOTAS-TIT               PIC X(24) VALUE
            "Compras en cuotas.....: ".
       01  IMP-BARRIDOS-TIT             PIC X(24) VALUE
            "Coberturas automaticas: ".
       01  IMP-BARRIDO.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 IMP-BRR-FECHA            PIC X(10).
            03 IMP-BRR-SENTIDO          PIC X(19).
            03 IMP-BRR-PROD             PIC 9(02).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 IMP-BRR-MONEDA           PIC X(01).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 IMP-BRR-IMPORTE          PIC ZZ.ZZZ.ZZ9,99.
       01  IMP-CUOTA.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 IMP-CUO-FECHA            PIC X(10).
            03 FILLER                   PIC X(07) VALUE " Cuota ".
            03 IMP-CUO-NRO              PIC 9(02).
            03 FILLER                   PIC X(01) VALUE "/".
            03 IMP-CUO-CANT             PIC 9(02).
            03 FILLER                   PIC X(01) VALUE SPACE.
            03 IMP-CUO-IMPORTE          PIC ZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(08) VALUE " Restan ".
            03 IMP-CUO-RESTAN           PIC Z9.
            03 FILLER                   PIC X(05) VALUE " por ".
            03 IMP-CUO-SALDO            PIC ZZZ.ZZZ.ZZ9,99.

       01  TITULO-BOTTOM-LEIDAS.
            03 FILLER                   PIC X(20) VALUE
            03 FILLER                   PIC X(20) VALUE
            "Impresos en papel.: ".
            03 LIN-TOT-PAPEL            PIC ZZZZZ9.
       01  TITULO-BOTTOM-CUOTAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuotas facturadas: ".
            03 LIN-TOT-CUOTAS           PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-CUO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           PERFORM LEER-PARAMETRO-PUNTOS THRU
                   F-LEER-PARAMETRO-PUNTOS
           OPEN OUTPUT LISTADO
           OPEN OUTPUT IMPRESOS
           OPEN OUTPUT MANIFIESTO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-FECHA-ED       TO IMP-TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           MOVE "RES001"          TO WK-CNT-ORIGEN
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           MOVE "RES001" TO WK-PZA-ORIGEN
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           PERFORM CARGAR-CORTES-ANTERIORES
                   THRU F-CARGAR-CORTES-ANTERIORES.
       F-INICIO. EXIT.
              GO TO F-CARGAR-CORTES-ANTERIORES
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ RESUMENES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE RSM-SALDO-CIERRE TO TAB-CTA-SALDO-ANT(WK-CTA-CANT)
              MOVE 0                TO TAB-CTA-CONSUMOS(WK-CTA-CANT)
              MOVE 0                TO TAB-CTA-PAGOS(WK-CTA-CANT)
              MOVE 0                TO TAB-CTA-PUNTOS(WK-CTA-CANT)
              MOVE 0                TO TAB-CTA-PTS-VENCEN(WK-CTA-CANT)
              MOVE 0                TO TAB-CTA-ACTIVA(WK-CTA-CANT)
           END-IF.
       F-ANOTAR-CORTE. EXIT.
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM FACTURAR-CUOTAS  THRU F-FACTURAR-CUOTAS
           PERFORM CARGAR-BARRIDOS  THRU F-CARGAR-BARRIDOS
           PERFORM RELEVAR-CUENTAS  THRU F-RELEVAR-CUENTAS
           PERFORM ACUMULAR-CICLO   THRU F-ACUMULAR-CICLO
           PERFORM ACUMULAR-PUNTOS  THRU F-ACUMULAR-PUNTOS
           PERFORM EMITIR-RESUMENES THRU F-EMITIR-RESUMENES.
       F-PROCESO. EXIT.

      * UNA CUOTA POR PLAN VIGENTE Y POR MES. LOS PLANES SE CARGAN
      * ENTEROS; SI NO ENTRAN EN LA TABLA NO SE FACTURA NINGUNO (AL
      * REESCRIBIR SE PERDERIAN LOS QUE QUEDARON AFUERA) Y EL CORTE
      * TERMINA CON RETURN-CODE 1 PARA QUE OPERACIONES DEPURE
       FACTURAR-CUOTAS.
           MOVE WK-HOY(1:6) TO WK-PERIODO-HOY
           OPEN INPUT CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              GO TO F-FACTURAR-CUOTAS
           END-IF
           PERFORM UNTIL WK-CUO-FINAL = 1
              READ CUOTAS AT END
                   MOVE 1 TO WK-CUO-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-CUO-CANT < 9999
                 ADD 1 TO WK-CUO-CANT
                 MOVE CUO-REG TO TAB-CUO-REG(WK-CUO-CANT)
              ELSE
                 MOVE 1 TO WK-CUO-DESBORDE
              END-IF
           END-PERFORM
           CLOSE CUOTAS
           IF WK-CUO-DESBORDE = 1
              MOVE 1 TO RETURN-CODE
              GO TO F-FACTURAR-CUOTAS
           END-IF
           OPEN I-O M-CUENTAS
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           PERFORM VARYING WK-IND-CUO FROM 1 BY 1
                   UNTIL WK-IND-CUO > WK-CUO-CANT
              MOVE TAB-CUO-REG(WK-IND-CUO) TO CUO-REG
              IF CUO-ESTADO = "A"
                 AND CUO-PERIODO-FACT < WK-PERIODO-HOY
                 PERFORM FACTURAR-CUOTA THRU F-FACTURAR-CUOTA
              END-IF
           END-PERFORM
           CLOSE M-CUENTAS
                 AUDITORIA
           OPEN OUTPUT CUOTAS
           PERFORM VARYING WK-IND-CUO FROM 1 BY 1
                   UNTIL WK-IND-CUO > WK-CUO-CANT
              WRITE CUO-REG FROM TAB-CUO-REG(WK-IND-CUO)
           END-PERFORM
           CLOSE CUOTAS.
       F-FACTURAR-CUOTAS. EXIT.

      * LA ULTIMA CUOTA LLEVA LO QUE FALTE PARA EL TOTAL (EL RESTO
      * DE LA DIVISION QUE TRUNCO CSM001 AL DAR DE ALTA EL PLAN)
       FACTURAR-CUOTA.
           MOVE CUO-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE CUO-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
                GO TO F-FACTURAR-CUOTA
           END-READ
           IF CTAS-FECHA-BAJA <> 0
              OR CTAS-SITUACION = 4
              OR ( WK-PRODUCTO-FILTRO > 0
                   AND CTAS-PRODUCTO <> WK-PRODUCTO-FILTRO )
              GO TO F-FACTURAR-CUOTA
           END-IF
           IF CUO-FACTURADAS + 1 >= CUO-CANTIDAD
              COMPUTE WK-IMP-CUOTA = CUO-IMPORTE - CUO-IMP-FACTURADO
           ELSE
              MOVE CUO-CUOTA-IMPORTE TO WK-IMP-CUOTA
           END-IF
           MOVE CTAS-APELLIDO    TO WK-ANT-APELLIDO
           MOVE CTAS-NOMBRE      TO WK-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC   TO WK-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA   TO WK-ANT-PROVINCIA
           MOVE CTAS-APERTURA    TO WK-ANT-APERTURA
           MOVE CTAS-SALDO       TO WK-ANT-SALDO
           MOVE CTAS-FECHA-BAJA  TO WK-ANT-FECHA-BAJA
           COMPUTE CTAS-SALDO = CTAS-SALDO - WK-IMP-CUOTA
           REWRITE CTAS-REG INVALID KEY
                   GO TO F-FACTURAR-CUOTA
           END-REWRITE
           MOVE WK-HOY            TO AUD-FECHA
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "C"               TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE "NOC001"          TO AUD-OPERADOR
           MOVE 0                 TO AUD-PERIODO
                                     AUD-TASA
           WRITE AUD-REG
           ADD 1 TO CUO-FACTURADAS
           ADD WK-IMP-CUOTA TO CUO-IMP-FACTURADO
           MOVE WK-PERIODO-HOY TO CUO-PERIODO-FACT
           IF CUO-FACTURADAS >= CUO-CANTIDAD
              MOVE "C" TO CUO-ESTADO
           END-IF
           MOVE CUO-REG TO TAB-CUO-REG(WK-IND-CUO)
           ADD 1 TO WK-CUOTAS-FACT
           ADD WK-IMP-CUOTA TO WK-IMP-CUOTAS-FACT.
       F-FACTURAR-CUOTA. EXIT.

      * LAS CUENTAS OPERATIVAS (DEL PRODUCTO PEDIDO, O TODAS) ENTRAN
      * AL CORTE; LAS DEMAS SE CUENTAN COMO OMITIDAS
       RELEVAR-CUENTAS.
              MOVE 0              TO TAB-CTA-PAGOS(WK-CTA-CANT)
              MOVE CTAS-SALDO     TO TAB-CTA-SALDO(WK-CTA-CANT)
              MOVE CTAS-APELLIDO  TO TAB-CTA-APELLIDO(WK-CTA-CANT)
              MOVE 0              TO TAB-CTA-PUNTOS(WK-CTA-CANT)
              MOVE 0              TO TAB-CTA-PTS-VENCEN(WK-CTA-CANT)
              MOVE 1              TO TAB-CTA-ACTIVA(WK-CTA-CANT)
           END-IF.
       F-ANOTAR-CUENTA. EXIT.
           CLOSE AUDITORIA.
       F-ACUMULAR-CICLO. EXIT.

      * UNA PASADA POR PUNTOS.DAT: LO NO USADO DE CADA LOTE VIGENTE
      * SUMA A LOS DISPONIBLES DE SU CUENTA, Y SI AL LOTE LE QUEDA UN
      * SOLO MES DE VIGENCIA, TAMBIEN A LOS QUE VENCEN
       ACUMULAR-PUNTOS.
           OPEN INPUT PUNTOS
           IF NOT ( WK-PTS-STAT = "00" )
              GO TO F-ACUMULAR-PUNTOS
           END-IF
           MOVE WK-HOY(1:6) TO WK-PERIODO-LOTE
           COMPUTE WK-MESES-HOY = WK-LOTE-ANHIO * 12 + WK-LOTE-MES
           PERFORM UNTIL WK-PTS-FINAL = 1
              READ PUNTOS AT END
                   MOVE 1 TO WK-PTS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PTS-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-SALDO-LOTE = PTS-ACUMULADOS - PTS-USADOS
              MOVE PTS-PERIODO TO WK-PERIODO-LOTE
              COMPUTE WK-MESES-LOTE = WK-LOTE-ANHIO * 12 + WK-LOTE-MES
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-CTA-CANT
                 IF TAB-CTA-DOC(WK-IND) = PTS-DOCUMENTO
                    AND TAB-CTA-PROD(WK-IND) = PTS-PRODUCTO
                    ADD WK-SALDO-LOTE TO TAB-CTA-PUNTOS(WK-IND)
                    IF WK-MESES-HOY - WK-MESES-LOTE + 1
                       >= WK-PUNTOS-MESES
                       ADD WK-SALDO-LOTE TO TAB-CTA-PTS-VENCEN(WK-IND)
                    END-IF
                    MOVE WK-CTA-CANT TO WK-IND
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE PUNTOS.
       F-ACUMULAR-PUNTOS. EXIT.

       EMITIR-RESUMENES.
           OPEN I-O RESUMENES
           IF NOT ( WK-RSM-STAT = "00" )
              OPEN OUTPUT RESUMENES
           END-IF
           ELSE
              MOVE "P" TO RSM-ESTADO
           END-IF
      * UNA CUENTA YA CORTADA HOY (CORTE RELANZADO) NO SE VUELVE A
      * GRABAR NI A IMPRIMIR
           WRITE RSM-REG INVALID KEY
                 GO TO F-EMITIR-UNO
           END-WRITE
           ADD 1 TO WK-RESUMENES
           PERFORM ELEGIR-CANAL THRU F-ELEGIR-CANAL
           IF WK-CANAL-EMAIL = 0
              ADD 1 TO WK-POR-PAPEL
              MOVE TAB-CTA-DOC(WK-IND) TO WK-PZA-DOC
              PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           END-IF
           PERFORM IMPRIMIR-RESUMEN THRU F-IMPRIMIR-RESUMEN
           IF WK-CANAL-EMAIL = 1
              PERFORM CERRAR-EMAIL THRU F-CERRAR-EMAIL
           END-IF
           MOVE TAB-CTA-DOC(WK-IND)  TO WK-CNT-DOC
           MOVE TAB-CTA-PROD(WK-IND) TO WK-CNT-PROD
           MOVE "RS"                 TO WK-CNT-TIPO
           IF WK-CANAL-EMAIL = 1
              MOVE "E" TO WK-CNT-CANAL
           ELSE
              MOVE "P" TO WK-CNT-CANAL
           END-IF
           MOVE "RESUMEN DE CUENTA"  TO WK-CNT-DESCRIPCION
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO
           PERFORM DETALLE THRU F-DETALLE.
       F-EMITIR-UNO. EXIT.

           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE RSM-FECHA-VENCIMIENTO      TO IMP-VENC-FECHA
           MOVE IMP-VENCIMIENTO TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           MOVE "Puntos disponibles....: " TO IMP-PTS-ROTULO
           MOVE TAB-CTA-PUNTOS(WK-IND)     TO IMP-PTS-CANTIDAD
           MOVE IMP-PUNTOS TO WK-RENGLON
           PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           IF TAB-CTA-PTS-VENCEN(WK-IND) > 0
              MOVE "Vencen el mes proximo.: " TO IMP-PTS-ROTULO
              MOVE TAB-CTA-PTS-VENCEN(WK-IND) TO IMP-PTS-CANTIDAD
              MOVE IMP-PUNTOS TO WK-RENGLON
              PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           END-IF
           PERFORM IMPRIMIR-CUOTAS THRU F-IMPRIMIR-CUOTAS
           PERFORM IMPRIMIR-BARRIDOS THRU F-IMPRIMIR-BARRIDOS.
       F-IMPRIMIR-RESUMEN. EXIT.

      * LOS PLANES DE LA CUENTA QUE FACTURARON CUOTA EN ESTE CORTE,
      * CON LO QUE LES FALTA FACTURAR
       IMPRIMIR-CUOTAS.
           MOVE 0 TO WK-CUO-TITULO
           PERFORM VARYING WK-IND-CUO FROM 1 BY 1
                   UNTIL WK-IND-CUO > WK-CUO-CANT
              MOVE TAB-CUO-REG(WK-IND-CUO) TO CUO-REG
              IF CUO-DOCUMENTO = TAB-CTA-DOC(WK-IND)
                 AND CUO-PRODUCTO = TAB-CTA-PROD(WK-IND)
                 AND CUO-PERIODO-FACT = WK-PERIODO-HOY
                 AND NOT ( CUO-ESTADO = "X" )
                 IF WK-CUO-TITULO = 0
                    MOVE IMP-CUOTAS-TIT TO WK-RENGLON
                    PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
                    MOVE 1 TO WK-CUO-TITULO
                 END-IF
                 MOVE CUO-FECHA-COMPRA TO WK-FECHA
                 PERFORM MOVER-FECHA THRU F-MOVER-FECHA
                 MOVE WK-FECHA-ED      TO IMP-CUO-FECHA
                 MOVE CUO-FACTURADAS   TO IMP-CUO-NRO
                 MOVE CUO-CANTIDAD     TO IMP-CUO-CANT
                 IF CUO-FACTURADAS >= CUO-CANTIDAD
                    COMPUTE IMP-CUO-IMPORTE = CUO-IMPORTE
                            - CUO-CUOTA-IMPORTE * ( CUO-CANTIDAD - 1 )
                 ELSE
                    MOVE CUO-CUOTA-IMPORTE TO IMP-CUO-IMPORTE
                 END-IF
                 COMPUTE IMP-CUO-RESTAN = CUO-CANTIDAD - CUO-FACTURADAS
                 COMPUTE IMP-CUO-SALDO = CUO-IMPORTE
                         - CUO-IMP-FACTURADO
                 MOVE IMP-CUOTA TO WK-RENGLON
                 PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
              END-IF
           END-PERFORM.
       F-IMPRIMIR-CUOTAS. EXIT.

      * SIN BARRIDOS.DAT NINGUNA CUENTA TUVO COBERTURA. SI NO ENTRAN
      * TODAS EN LA TABLA SE DETALLAN LAS PRIMERAS (EL ARCHIVO ESTA
      * EN ORDEN DE FECHA) Y EL RESTO QUEDA EN LA AUDITORIA
       CARGAR-BARRIDOS.
           MOVE WK-HOY TO WK-BRR-DESDE
           MOVE 1      TO WK-DESDE-DIA
           IF WK-DESDE-MES = 1
              MOVE 12 TO WK-DESDE-MES
              SUBTRACT 1 FROM WK-DESDE-ANHIO
           ELSE
              SUBTRACT 1 FROM WK-DESDE-MES
           END-IF
           OPEN INPUT BARRIDOS
           IF NOT ( WK-BRR-STAT = "00" )
              GO TO F-CARGAR-BARRIDOS
           END-IF
           PERFORM UNTIL WK-BRR-FINAL = 1
              READ BARRIDOS AT END
                   MOVE 1 TO WK-BRR-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BRR-FECHA < WK-BRR-DESDE
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-BRR-CANT < 9999
                 ADD 1 TO WK-BRR-CANT
                 MOVE BRR-REG TO TAB-BRR-REG(WK-BRR-CANT)
              END-IF
           END-PERFORM
           CLOSE BARRIDOS.
       F-CARGAR-BARRIDOS. EXIT.

      * LA CUENTA PUEDE APARECER COMO CUBIERTA (DESTINO) O COMO LA QUE
      * PUSO LOS FONDOS (ORIGEN); EL IMPORTE VA EN SU PROPIA MONEDA
       IMPRIMIR-BARRIDOS.
           MOVE 0 TO WK-BRR-TITULO
           PERFORM VARYING WK-IND-BRR FROM 1 BY 1
                   UNTIL WK-IND-BRR > WK-BRR-CANT
              MOVE TAB-BRR-REG(WK-IND-BRR) TO BRR-REG
              IF NOT ( BRR-DOCUMENTO = TAB-CTA-DOC(WK-IND) )
                 OR NOT ( BRR-FECHA > TAB-CTA-CORTE-ANT(WK-IND) )
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( BRR-PROD-DESTINO = TAB-CTA-PROD(WK-IND) )
                 AND NOT ( BRR-PROD-ORIGEN = TAB-CTA-PROD(WK-IND) )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-BRR-TITULO = 0
                 MOVE IMP-BARRIDOS-TIT TO WK-RENGLON
                 PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
                 MOVE 1 TO WK-BRR-TITULO
              END-IF
              MOVE BRR-FECHA   TO WK-FECHA
              PERFORM MOVER-FECHA THRU F-MOVER-FECHA
              MOVE WK-FECHA-ED TO IMP-BRR-FECHA
              IF BRR-PROD-DESTINO = TAB-CTA-PROD(WK-IND)
                 MOVE " Recibido de prod. " TO IMP-BRR-SENTIDO
                 MOVE BRR-PROD-ORIGEN       TO IMP-BRR-PROD
                 MOVE BRR-MONEDA-DESTINO    TO IMP-BRR-MONEDA
                 MOVE BRR-IMPORTE-DESTINO   TO IMP-BRR-IMPORTE
              ELSE
                 MOVE " Enviado a prod.   " TO IMP-BRR-SENTIDO
                 MOVE BRR-PROD-DESTINO      TO IMP-BRR-PROD
                 MOVE BRR-MONEDA-ORIGEN     TO IMP-BRR-MONEDA
                 MOVE BRR-IMPORTE-ORIGEN    TO IMP-BRR-IMPORTE
              END-IF
              MOVE IMP-BARRIDO TO WK-RENGLON
              PERFORM GRABAR-RENGLON THRU F-GRABAR-RENGLON
           END-PERFORM.
       F-IMPRIMIR-BARRIDOS. EXIT.

      * EL RESUMEN VA POR EMAIL SI EL CLIENTE TIENE DOM-EMAIL CARGADO
      * Y SIN MARCA DE REBOTE (EML001); SI NO, PAPEL COMO SIEMPRE.
      * PARA EMAIL SE ABRE EL ARCHIVO DEL CLIENTE Y SE ANOTA EN EL
              WRITE REG-EML FROM WK-RENGLON
           ELSE
              WRITE REG-IMP FROM WK-RENGLON
              MOVE WK-RENGLON TO WK-PZA-TEXTO
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           END-IF.
       F-GRABAR-RENGLON. EXIT.

           IF WK-HAY-DOMICILIOS = 1
              CLOSE M-DOMICILIOS
           END-IF
           PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
           PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 61
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS    TO LIN-TOT-LEIDAS
           MOVE WK-POR-PAPEL TO LIN-TOT-PAPEL
           WRITE REG-LIS FROM TITULO-BOTTOM-EMAIL
           WRITE REG-LIS FROM TITULO-BOTTOM-PAPEL
           MOVE WK-CUOTAS-FACT     TO LIN-TOT-CUOTAS
           MOVE WK-IMP-CUOTAS-FACT TO LIN-TOT-IMP-CUO
           WRITE REG-LIS FROM TITULO-BOTTOM-CUOTAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-leer-parametro-puntos.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM RES001.
