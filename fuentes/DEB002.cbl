      *     GESTIONE POR OTRA VIA,
      *   - Y PRUEBA ACEPTADOS + RECHAZADOS = DECLARADOS, EN CANTIDAD
      *     Y EN IMPORTE.
      * EL DEBITO ACEPTADO CONTRA UNA CUENTA CASTIGADA (SITUACION 4,
      * VER CAS001) NO TOCA CTAS-SALDO: SE REGISTRA COMO RECUPERO
      * ("R") EN CASTIGOS.DAT, CON AUDITORIA "Y", IGUAL QUE EN
      * PAG001, Y CUENTA COMO APLICADO PARA EL CONTROL DE TRAILER.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
      *----------------------------------------------------------------
       DATA DIVISION.


       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       77  WK-RSP-STAT                  PIC X(02).
       77  WK-REC-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-RECUPERADOS               PIC 9(06)      VALUE 0.
       77  WK-IMP-RECUPERADO            PIC 9(12)V99   VALUE 0.
      * CLASE DE AUDITORIA DEL DEBITO: "P", O "Y" SI ES UN RECUPERO
       77  WK-AUD-MOV                   PIC X(01)      VALUE "P".

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
            03 LIN-TOT-APLICADOS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-APL          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECUPEROS.
            03 FILLER                   PIC X(20) VALUE
            "  de ellos recup.: ".
            03 LIN-TOT-RECUPEROS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMP-REC          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-RECHRED.
            03 FILLER                   PIC X(20) VALUE
            "Rechazos de la red: ".
           IF NOT ( WK-REC-STAT = "00" )
              OPEN OUTPUT RECIBOS
           END-IF
           OPEN EXTEND CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              OPEN OUTPUT CASTIGOS
           END-IF
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
       F-BUSCAR-RECIBO. EXIT.

       ACREDITAR.
           IF CTAS-SITUACION = 4
              PERFORM RECUPERAR THRU F-RECUPERAR
              GO TO F-ACREDITAR
           END-IF
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           COMPUTE CTAS-SALDO = CTAS-SALDO + RSP-IMPORTE
           REWRITE CTAS-REG INVALID KEY
           END-IF.
       F-ACREDITAR. EXIT.

      * CUENTA CASTIGADA: EL SALDO QUEDA EN CERO Y EL DEBITO VA AL
      * REGISTRO DE CASTIGOS COMO RECUPERO, COMO EN PAG001
       RECUPERAR.
           PERFORM CAPTURAR-ANTES THRU F-CAPTURAR-ANTES
           INITIALIZE CAS-REG
           MOVE CTAS-DOCUMENTO     TO CAS-DOCUMENTO
           MOVE CTAS-PRODUCTO      TO CAS-PRODUCTO
           MOVE WK-HOY             TO CAS-FECHA
           MOVE "R"                TO CAS-TIPO
           MOVE RSP-IMPORTE        TO CAS-IMPORTE
           MOVE 0                  TO CAS-DIAS-ATRASO
           MOVE "DEB002"           TO CAS-ORIGEN
           MOVE RSP-RECIBO         TO CAS-RECIBO
           MOVE "NOC001"           TO CAS-OPERADOR
           WRITE CAS-REG
           ADD 1 TO WK-APLICADOS
                    WK-RECUPERADOS
           ADD RSP-IMPORTE TO WK-IMP-APLICADO
                              WK-IMP-RECUPERADO
           MOVE "Y" TO WK-AUD-MOV
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE "P" TO WK-AUD-MOV
           PERFORM GRABAR-RECIBO    THRU F-GRABAR-RECIBO
           IF WK-REC-CANT < 9999
              ADD 1 TO WK-REC-CANT
              MOVE RSP-RECIBO TO TAB-RECIBO-NUM(WK-REC-CANT)
           END-IF
           MOVE "RECUPERO DE CASTIGO" TO L-OBS
           PERFORM LISTAR THRU F-LISTAR.
       F-RECUPERAR. EXIT.

       GRABAR-RECIBO.
           MOVE RSP-RECIBO TO REC-RECIBO
           MOVE WK-HOY     TO REC-FECHA
       F-CAPTURAR-ANTES. EXIT.

      * EL DEBITO ACEPTADO QUEDA EN LA AUDITORIA COMO UN PAGO MAS
      * (AUD-MOV = "P", O "Y" SI FUE UN RECUPERO SOBRE UNA CUENTA
      * CASTIGADA), CON LA CADENA COMO OPERADOR
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
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHRED
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-DECLARADOS
                 M-CUENTAS
                 LISTADO
                 RECIBOS
                 AUDITORIA
                 CASTIGOS.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
