       DATE-COMPILED.
      *----------------------------------------------------------------
      * CADA NOCHE REVISA LOS RESUMENES "P" (PENDIENTES) DE
      * RESUMENES.IDX CUYO VENCIMIENTO YA PASO:
      *   - SUMA LOS PAGOS ("P") DE LA AUDITORIA POSTERIORES AL CORTE;
      *     SI CUBREN EL PAGO MINIMO EL RESUMEN QUEDA "C" (CUBIERTO),
      *   - SI NO, QUEDA "M" (MINIMO IMPAGO), SALE EN EL LISTADO Y LA
      *     CUENTA EN SITUACION 7 PIERDE SU FECHA DE SITUACION (QUEDA
      *     EN CERO), CON LO QUE CTAS010 LA PASA A MORA EN SU PROXIMA
      *     CORRIDA SIN ESPERAR EL ENVEJECIMIENTO DEL DESCUBIERTO.
      * RESUMENES.IDX SE RECORRE UNA VEZ EN ORDEN DE CLAVE, A LA PAR
      * DE LOS PAGOS DE LA AUDITORIA ORDENADOS POR CUENTA, Y CADA
      * RESUMEN SE REESCRIBE EN EL LUGAR CON SU MARCA NUEVA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-RES002"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\res002.srt".
      *----------------------------------------------------------------
       DATA DIVISION.

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

      * PAGOS ("P") DE LA AUDITORIA POR CUENTA, CON SU FECHA Y LA
      * DIFERENCIA DE SALDO DESPUES-ANTES
       SD  SORT-FILE.
       01  SORT-REC.
           03 SR-CUENTA.
              05 SR-DOCUMENTO           PIC 9(08).
              05 SR-PRODUCTO            PIC 9(02).
           03 SR-FECHA                  PIC 9(08).
           03 SR-DELTA                  PIC S9(10)V99.

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       77  WK-CUBIERTOS                 PIC 9(06)      VALUE 0.
       77  WK-IMPAGOS                   PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-PAGADO                    PIC S9(10)V99  VALUE 0.
       77  WK-DEPURADOS                 PIC 9(06)      VALUE 0.
       77  WK-HAY-ANT                   PIC 9          VALUE 0.

       01  WK-RSM-CUENTA.
           03 WK-RSM-DOCUMENTO          PIC 9(08).
           03 WK-RSM-PRODUCTO           PIC 9(02).

      * EL RESUMEN LEIDO ANTES, YA CON SU MARCA, PARA SABER SI ERA
      * EL ULTIMO DE SU CUENTA
       01  WK-RSM-ANT.
           03 WK-ANT-DOCUMENTO          PIC 9(08).
           03 WK-ANT-PRODUCTO           PIC 9(02).
           03 FILLER                    PIC X(74).
           03 WK-ANT-ESTADO             PIC X(01).

       01  WK-RSM-ACTUAL                PIC X(85).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
           MOVE 4 TO WK-LINEA.
       F-ENCABEZAR. EXIT.

      * SIN ACUMULADO DE RESUMENES NO HAY NADA QUE CONTROLAR
       PROCESO.
           OPEN I-O RESUMENES
           IF NOT ( WK-RSM-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           OPEN I-O M-CUENTAS
           SORT SORT-FILE
                ON ASCENDING KEY SR-DOCUMENTO
                                 SR-PRODUCTO
                INPUT PROCEDURE  IS CARGAR-PAGOS
                                 THRU F-CARGAR-PAGOS
                OUTPUT PROCEDURE IS APAREAR-RESUMENES
                                 THRU F-APAREAR-RESUMENES
           CLOSE M-CUENTAS
                 RESUMENES.
       F-PROCESO. EXIT.

      * UNA SOLA PASADA POR LA AUDITORIA: CADA PAGO ("P") SE ORDENA
      * POR CUENTA CON LA DIFERENCIA DE SALDO DESPUES-ANTES
       CARGAR-PAGOS.
           OPEN INPUT AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              GO TO F-CARGAR-PAGOS
           END-IF
           PERFORM UNTIL WK-AUD-FINAL = 1
              READ AUDITORIA AT END
              IF NOT ( AUD-MOV = "P" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE AUD-DOCUMENTO TO SR-DOCUMENTO
              MOVE AUD-PRODUCTO  TO SR-PRODUCTO
              MOVE AUD-FECHA     TO SR-FECHA
              COMPUTE SR-DELTA = AUD-DES-SALDO - AUD-ANT-SALDO
              RELEASE SORT-REC
           END-PERFORM
           CLOSE AUDITORIA.
       F-CARGAR-PAGOS. EXIT.

      * EL ACUMULADO SE RECORRE EN ORDEN DE CLAVE (CUENTA Y CORTE) Y
      * LOS PAGOS ORDENADOS AVANZAN A LA PAR. DE PASO SE DEPURA EL
      * RESUMEN ANTERIOR SI ERA DE LA MISMA CUENTA
       APAREAR-RESUMENES.
           PERFORM LEER-PAGO THRU F-LEER-PAGO
           PERFORM UNTIL WK-FINAL = 1
              READ RESUMENES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              PERFORM DEPURAR-ANTERIOR THRU F-DEPURAR-ANTERIOR
              IF RSM-ESTADO = "P"
                 AND RSM-FECHA-VENCIMIENTO < WK-HOY
                 ADD 1 TO WK-VENCIDOS
                 PERFORM EVALUAR-MINIMO THRU F-EVALUAR-MINIMO
              END-IF
              MOVE RSM-REG TO WK-RSM-ANT
              MOVE 1       TO WK-HAY-ANT
           END-PERFORM
           MOVE 0 TO WK-FINAL.
       F-APAREAR-RESUMENES. EXIT.

       LEER-PAGO.
           RETURN SORT-FILE AT END
                  MOVE 1 TO WK-SORT-FINAL
           END-RETURN.
       F-LEER-PAGO. EXIT.

      * EL ACUMULADO NO CRECE SIN LIMITE: UN RESUMEN RESUELTO ("C"/
      * "M") SEGUIDO DE OTRO DE LA MISMA CUENTA YA NO ES EL CORTE MAS
      * RECIENTE Y SE BORRA. EL MAS RECIENTE SE CONSERVA SIEMPRE (ES
      * EL SALDO INICIAL DEL PROXIMO CORTE DE RES001) Y LOS "P"
      * PENDIENTES TAMBIEN
       DEPURAR-ANTERIOR.
           IF WK-HAY-ANT = 0
              OR WK-ANT-ESTADO = "P"
              OR NOT ( WK-ANT-DOCUMENTO = RSM-DOCUMENTO )
              OR NOT ( WK-ANT-PRODUCTO  = RSM-PRODUCTO )
              GO TO F-DEPURAR-ANTERIOR
           END-IF
           MOVE RSM-REG    TO WK-RSM-ACTUAL
           MOVE WK-RSM-ANT TO RSM-REG
           DELETE RESUMENES RECORD
               INVALID KEY
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WK-DEPURADOS
           END-DELETE
           MOVE WK-RSM-ACTUAL TO RSM-REG.
       F-DEPURAR-ANTERIOR. EXIT.

      * SALTEA LOS PAGOS DE CUENTAS ANTERIORES Y SUMA LOS DE LA
      * CUENTA POSTERIORES AL CORTE. SI UNA CUENTA TUVIERA DOS
      * RESUMENES VENCIDOS, LOS PAGOS LOS TOMA EL MAS VIEJO
       EVALUAR-MINIMO.
           MOVE 0             TO WK-PAGADO
           MOVE RSM-DOCUMENTO TO WK-RSM-DOCUMENTO
           MOVE RSM-PRODUCTO  TO WK-RSM-PRODUCTO
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT < WK-RSM-CUENTA
              PERFORM LEER-PAGO THRU F-LEER-PAGO
           END-PERFORM
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT = WK-RSM-CUENTA
              IF SR-FECHA > RSM-FECHA-CORTE
                 ADD SR-DELTA TO WK-PAGADO
              END-IF
              PERFORM LEER-PAGO THRU F-LEER-PAGO
           END-PERFORM
           IF WK-PAGADO >= RSM-PAGO-MINIMO
              MOVE "C" TO RSM-ESTADO
              ADD 1 TO WK-CUBIERTOS
           ELSE
              PERFORM DETALLE THRU F-DETALLE
              PERFORM MARCAR-ATRASO THRU F-MARCAR-ATRASO
           END-IF
           REWRITE RSM-REG INVALID KEY
                 MOVE 1 TO RETURN-CODE
           END-REWRITE.
       F-EVALUAR-MINIMO. EXIT.

      * EL MINIMO IMPAGO ALIMENTA LA MORA: A LA CUENTA EN SITUACION
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           CLOSE M-CUENTAS
                 RESUMENES
                 LISTADO
           GOBACK.
       F-ERROR-ES. EXIT.
           MOVE RSM-DOCUMENTO          TO L-DOC
           MOVE RSM-PRODUCTO           TO L-PROD
           MOVE RSM-PAGO-MINIMO        TO L-MINIMO
           MOVE WK-PAGADO              TO L-PAGADO
           MOVE RSM-FECHA-VENCIMIENTO  TO L-VENC
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           PERFORM TOTALES            THRU F-TOTALES
           CLOSE LISTADO
           PERFORM VERIFICAR-TOTALES  THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 61
              PERFORM ENCABEZAR THRU F-ENCABEZAR
