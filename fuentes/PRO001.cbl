      * FABRICA 1/5/10/25/50) E IMPRIME LA MATRIZ PROVINCIA POR
      * BANDA CON CANTIDADES Y SALDO EXPUESTO, MAS LA PREVISION
      * REQUERIDA POR BANDA Y EL TOTAL GENERAL QUE FINANZAS ASIENTA.
      * CADA CUENTA CLASIFICADA QUEDA ADEMAS EN PREVISION-AAAAMM.DAT
      * CON SU BANDA, EXPUESTO Y RESERVA, PARA QUE RNT001 DESCUENTE
      * DE LA RENTABILIDAD DE LA CUENTA LO QUE SU RESERVA CRECIO EN
      * EL MES. NOC001 LO CORRE LA NOCHE DE FIN DE MES.
      * UNA CUENTA EN MORA POR ARRASTRE (CTAS-ARRASTRE = "S", SIT001)
      * NO SE PREVISIONA: SU FECHA DE SITUACION ES LA DEL CONTAGIO,
      * NO LA DE UN ATRASO PROPIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PRO001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\prevision-cuentas.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\pro001.par"
           ORGANIZATION IS SEQUENTIAL
       FD  LISTADO.
       01  REG-LIS                      PIC X(132).

       COPY "\COBOL\fuentes\cpy\fd-prevision-cuentas.fds".

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-DESDE                 PIC 9(04).

       01  DB-STAT                      PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PRC-STAT                  PIC X(02).

       01  WK-ARCHIVO-PREVISION.
           03 FILLER                    PIC X(22)     VALUE
           "\COBOL\arch\prevision-".
           03 WK-PRC-PERIODO            PIC 9(06).
           03 FILLER                    PIC X(04)     VALUE ".dat".

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)      VALUE 0.
       77  WK-SALDO-ABS                 PIC 9(10)V99   VALUE 0.
       77  WK-PROVISION-TOTAL           PIC 9(12)V99   VALUE 0.
       77  WK-PROVISION-BANDA           PIC 9(12)V99   VALUE 0.
       77  WK-PROVISION-CUENTA          PIC 9(10)V99   VALUE 0.

       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-DIAS-HABILES-DIF          PIC S9(06)     VALUE 0.
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           COMPUTE WK-PRC-PERIODO = WK-HOY / 100
           OPEN OUTPUT PREVISION-CTAS
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

              END-READ
              ADD 1 TO WK-LEIDAS
              IF CTAS-SALDO < 0 AND CTAS-FECHA-BAJA = 0
                 AND CTAS-ARRASTRE NOT = "S"
                 ADD 1 TO WK-EN-DESCUBIERTO
                 PERFORM CLASIFICAR THRU F-CLASIFICAR
              END-IF
             ADD WK-SALDO-ABS TO TM-SALDO(PROV-INDEX, WK-BANDA)
           END-SEARCH
           ADD 1            TO TT-CANT(WK-BANDA)
           ADD WK-SALDO-ABS TO TT-SALDO(WK-BANDA)
           COMPUTE WK-PROVISION-CUENTA ROUNDED =
                   WK-SALDO-ABS * TB-PORCENTAJE(WK-BANDA) / 100
           MOVE CTAS-DOCUMENTO      TO PRC-DOCUMENTO
           MOVE CTAS-PRODUCTO       TO PRC-PRODUCTO
           MOVE WK-BANDA            TO PRC-BANDA
           MOVE WK-SALDO-ABS        TO PRC-EXPUESTO
           MOVE WK-PROVISION-CUENTA TO PRC-PREVISION
           WRITE PRC-REG.
       F-CLASIFICAR. EXIT.

       FINAL-PROG.
           WRITE REG-LIS FROM TITULO-BOTTOM-DESC
           CLOSE M-CUENTAS
                 LISTADO
                 PREVISION-CTAS
           MOVE WK-LEIDAS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

