      *   - DEJA CADA PAGO APLICADO EN LA AUDITORIA CON AUD-MOV = "P",
      *   - Y PRUEBA QUE APLICADOS + RECHAZADOS = DECLARADOS, EN
      *     CANTIDAD Y EN IMPORTE.
      * EL PAGO CONTRA UNA CUENTA CASTIGADA (SITUACION 4, VER CAS001)
      * NO TOCA CTAS-SALDO, QUE YA ESTA FUERA DE BALANCE: SE REGISTRA
      * COMO RECUPERO ("R") EN CASTIGOS.DAT, CON AUDITORIA "Y", SIN
      * RETENCION DE CLEARING, Y SE LISTA. CUENTA COMO APLICADO PARA
      * EL CONTROL DE TRAILER.
      * SI LA CUENTA ESTA COLOCADA EN UNA AGENCIA DE COBRANZA EXTERNA
      * (COLOCACION "A" DE AGC001), EL PAGO APLICADO, SEA ACREDITACION
      * O RECUPERO, SE COPIA A AGENCIAS-PAGOS.DAT: ES LA BASE DE LA
      * COMISION MENSUAL DE LA AGENCIA (AGC003).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\operador-act.sel".
           COPY "\COBOL\fuentes\cpy\suspenso.sel".
           COPY "\COBOL\fuentes\cpy\retenciones.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\colocaciones.sel".
           COPY "\COBOL\fuentes\cpy\agcpagos.sel".
           SELECT INSTRUMENTOS
           ASSIGN TO "\COBOL\arch\instrumentos.par"
           ORGANIZATION IS SEQUENTIAL

       COPY "\COBOL\fuentes\cpy\fd-suspenso.fds".
       COPY "\COBOL\fuentes\cpy\fd-retenciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-colocaciones.fds".
       COPY "\COBOL\fuentes\cpy\fd-agcpagos.fds".

      * DIAS DE CLEARING POR INSTRUMENTO; SIN ARCHIVO RIGEN LOS DE
      * FABRICA (EFECTIVO 0, CHEQUE 3, TRANSFERENCIA 1)
       77  WK-SUS-STAT                  PIC X(02).
       77  WK-RTN-STAT                  PIC X(02).
       77  WK-INS-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-COL-STAT                  PIC X(02).
       77  WK-APG-STAT                  PIC X(02).
       77  WK-RECUPERADOS               PIC 9(06)      VALUE 0.
      * CLASE DE AUDITORIA DEL PAGO: "P", O "Y" SI ES UN RECUPERO
       77  WK-AUD-MOV                   PIC X(01)      VALUE "P".
       77  WK-IMP-RECUPERADO            PIC 9(12)V99   VALUE 0.
       77  WK-INS-FINAL                 PIC 9          VALUE 0.
       77  WK-DIAS-CHEQUE               PIC 9(02)      VALUE 03.
       77  WK-DIAS-TRANSF               PIC 9(02)      VALUE 01.
       01  TAB-RECIBOS.
           03 TAB-RECIBO-NUM            PIC 9(10) OCCURS 9999.

      * CUENTAS CON COLOCACION ACTIVA EN UNA AGENCIA DE COBRANZA
       77  WK-COL-CANT                  PIC 9(04)      VALUE 0.
       77  WK-COL-IND                   PIC 9(04)      VALUE 0.
       77  WK-APG-RECUPERO              PIC X(01)      VALUE "N".
       01  TAB-COLOCADAS.
           03 TAB-COLOCADA OCCURS 9999.
              05 TAB-COL-DOCUMENTO      PIC 9(08).
              05 TAB-COL-PRODUCTO       PIC 9(02).
              05 TAB-COL-AGENCIA        PIC 9(03).

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
            03 LIN-TOT-APLICADOS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-APL          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECUPEROS.
            03 FILLER                   PIC X(20) VALUE
            "  de ellos recup.: ".
            03 LIN-TOT-RECUPEROS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-REC          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(20) VALUE
            "Pagos rechazados.: ".
           IF NOT ( WK-SUS-STAT = "00" )
              OPEN OUTPUT SUSPENSO
           END-IF
           OPEN I-O RETENCIONES
           IF NOT ( WK-RTN-STAT = "00" )
              OPEN OUTPUT RETENCIONES
           END-IF
           OPEN EXTEND CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              OPEN OUTPUT CASTIGOS
           END-IF
           OPEN EXTEND AGC-PAGOS
           IF NOT ( WK-APG-STAT = "00" )
              OPEN OUTPUT AGC-PAGOS
           END-IF
           PERFORM LEER-INSTRUMENTOS THRU F-LEER-INSTRUMENTOS
           PERFORM CARGAR-COLOCADAS  THRU F-CARGAR-COLOCADAS
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

      * SOLO LAS COLOCACIONES ACTIVAS: EL PAGO CUENTA PARA LA AGENCIA
      * MIENTRAS LA CUENTA ESTA EN SUS MANOS
       CARGAR-COLOCADAS.
           OPEN INPUT COLOCACIONES
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-CARGAR-COLOCADAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ COLOCACIONES AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF COL-ESTADO = "A" AND WK-COL-CANT < 9999
                 ADD 1 TO WK-COL-CANT
                 MOVE COL-DOCUMENTO TO TAB-COL-DOCUMENTO(WK-COL-CANT)
                 MOVE COL-PRODUCTO  TO TAB-COL-PRODUCTO(WK-COL-CANT)
                 MOVE COL-AGENCIA   TO TAB-COL-AGENCIA(WK-COL-CANT)
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE COLOCACIONES.
       F-CARGAR-COLOCADAS. EXIT.

       LEER-INSTRUMENTOS.
           OPEN INPUT INSTRUMENTOS
           IF NOT ( WK-INS-STAT = "00" )
       F-BUSCAR-RECIBO. EXIT.

       ACREDITAR.
           IF CTAS-SITUACION = 4
              PERFORM RECUPERAR THRU F-RECUPERAR
              GO TO F-ACREDITAR
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + PAG-IMPORTE
           REWRITE CTAS-REG INVALID KEY
           ADD PAG-IMPORTE TO WK-IMP-APLICADO
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           PERFORM GRABAR-RECIBO    THRU F-GRABAR-RECIBO
           MOVE "N" TO WK-APG-RECUPERO
           PERFORM PAGO-AGENCIA     THRU F-PAGO-AGENCIA
           PERFORM RETENER-CLEARING THRU F-RETENER-CLEARING.
       F-ACREDITAR. EXIT.

      * PAGO SOBRE CUENTA COLOCADA: QUEDA A CUENTA DE LA AGENCIA PARA
      * SU COMISION DEL MES
       PAGO-AGENCIA.
           PERFORM VARYING WK-COL-IND FROM 1 BY 1
                   UNTIL WK-COL-IND > WK-COL-CANT
              IF TAB-COL-DOCUMENTO(WK-COL-IND) = CTAS-DOCUMENTO
                 AND TAB-COL-PRODUCTO(WK-COL-IND) = CTAS-PRODUCTO
                 INITIALIZE APG-REG
                 MOVE TAB-COL-AGENCIA(WK-COL-IND) TO APG-AGENCIA
                 MOVE CTAS-DOCUMENTO  TO APG-DOCUMENTO
                 MOVE CTAS-PRODUCTO   TO APG-PRODUCTO
                 MOVE WK-HOY          TO APG-FECHA
                 MOVE PAG-RECIBO      TO APG-RECIBO
                 MOVE PAG-IMPORTE     TO APG-IMPORTE
                 MOVE WK-APG-RECUPERO TO APG-RECUPERO
                 WRITE APG-REG
                 GO TO F-PAGO-AGENCIA
              END-IF
           END-PERFORM.
       F-PAGO-AGENCIA. EXIT.

      * CUENTA CASTIGADA: EL SALDO QUEDA EN CERO Y EL PAGO VA AL
      * REGISTRO DE CASTIGOS COMO RECUPERO; CNT001 LO ASIENTA DESDE
      * AHI. LA AUDITORIA "Y" DEJA CONSTANCIA SIN EFECTO EN SALDO
       RECUPERAR.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           INITIALIZE CAS-REG
           MOVE CTAS-DOCUMENTO     TO CAS-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO CAS-PRODUCTO
           MOVE WK-HOY             TO CAS-FECHA
           MOVE "R"                TO CAS-TIPO
           MOVE PAG-IMPORTE        TO CAS-IMPORTE
           MOVE 0                  TO CAS-DIAS-ATRASO
           MOVE "PAG001"           TO CAS-ORIGEN
           MOVE PAG-RECIBO         TO CAS-RECIBO
           MOVE WK-OPERADOR-ACTIVO TO CAS-OPERADOR
           WRITE CAS-REG
           ADD 1 TO WK-APLICADOS
                    WK-RECUPERADOS
           ADD PAG-IMPORTE TO WK-IMP-APLICADO
                              WK-IMP-RECUPERADO
           MOVE "Y" TO WK-AUD-MOV
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE "P" TO WK-AUD-MOV
           PERFORM GRABAR-RECIBO    THRU F-GRABAR-RECIBO
           MOVE "S" TO WK-APG-RECUPERO
           PERFORM PAGO-AGENCIA     THRU F-PAGO-AGENCIA
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE PAG-RECIBO    TO L-RECIBO
           MOVE PAG-DOCUMENTO TO L-DOC
           MOVE PAG-PRODUCTO  TO L-PROD
           MOVE PAG-IMPORTE   TO L-IMPORTE
           MOVE "RECUPERO DE CASTIGO" TO L-OBS
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-RECUPERAR. EXIT.

      * EL CHEQUE (Y LA TRANSFERENCIA) ACREDITAN EL CONTABLE PERO
      * NO EL DISPONIBLE: EL IMPORTE QUEDA RETENIDO HASTA QUE PASEN
      * LOS DIAS DE CLEARING DEL INSTRUMENTO; PAG002 LO LIBERA O, SI
           MOVE WK-HOY           TO RTN-FECHA-PAGO
           MOVE WK-DISP-TRABAJO  TO RTN-FECHA-DISPONIBLE
           MOVE "R"              TO RTN-ESTADO
      * EL MISMO RECIBO DE LA MISMA CUENTA YA RETENIDO (UNA RELANZADA)
      * NO SE DUPLICA
           WRITE RTN-REG INVALID KEY
                 GO TO F-RETENER-CLEARING
           END-WRITE
           ADD 1 TO WK-RETENIDOS.
       F-RETENER-CLEARING. EXIT.

       F-CAPTURAR-ANTES. EXIT.

      * CADA PAGO APLICADO QUEDA EN LA AUDITORIA CON AUD-MOV = "P",
      * DIFERENCIADO DE LOS AJUSTES MANUALES "S" (O "Y" SI FUE UN
      * RECUPERO SOBRE UNA CUENTA CASTIGADA)
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE WK-AUD-MOV        TO AUD-MOV
           MOVE WK-CTAS-ANTES     TO AUD-ANTES
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           MOVE WK-RECUPERADOS    TO LIN-TOT-RECUPEROS
           MOVE WK-IMP-RECUPERADO TO LIN-TOT-IMP-REC
           WRITE REG-LIS FROM TITULO-BOTTOM-RECUPEROS
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADOS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
                 M-CUENTAS
                 LISTADO
                 AUDITORIA
                 RECIBOS
                 CASTIGOS
                 AGC-PAGOS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
