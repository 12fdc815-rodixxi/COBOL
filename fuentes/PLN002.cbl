       DATE-WRITTEN. 03/09/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CADA NOCHE REVISA LOS PLANES VIGENTES DE PLANES.IDX CUYO
      * PROXIMO VENCIMIENTO YA LLEGO:
      *   - SUMA LOS PAGOS DE LA CUENTA EN CTAS-AUDITORIA.DAT (LOS
      *     "P" DE PAG001/DEB002/CAJA) DESDE PLN-FECHA-DESDE; SI
      * DEJA UNA LINEA POR PLAN EVALUADO Y LOS TOTALES DEL CIERRE.
      * CORRE ANTES DE CTAS010 EN LA CADENA PARA QUE LA SITUACION DEL
      * MES SALGA CON LOS PLANES YA ACTUALIZADOS.
      * LOS PAGOS DE LA AUDITORIA SE ORDENAN POR CUENTA Y SE APAREAN
      * CON EL MAESTRO RECORRIDO EN ORDEN DE CLAVE; CADA PLAN EVALUADO
      * SE REESCRIBE EN EL LUGAR, ASI QUE NO HAY TOPE DE PLANES.
      * AL ROMPERSE UN PLAN, SUS GARANTES VIGENTES (GARANTES.IDX,
      * CARGADOS EN GAR001) RECIBEN EL AVISO POR CARTA VIA LA RUTINA
      * GAR-AVISO; EL TOTAL DE AVISOS SALE AL PIE DEL LISTADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-PLN002"
           ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "\COBOL\arch\pln002.srt".
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
       COPY "\COBOL\fuentes\cpy\wk-aviso-garante.cpy".

       77  WK-PLN-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-PAGAS                     PIC 9(06)      VALUE 0.
       77  WK-ROTOS                     PIC 9(06)      VALUE 0.
       77  WK-CUMPLIDOS                 PIC 9(06)      VALUE 0.
       77  WK-AVISOS-GARANTE            PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-SORT-FINAL                PIC 9          VALUE 0.
       77  WK-PAGADO                    PIC S9(10)V99  VALUE 0.

       01  WK-PLN-CUENTA.
           03 WK-PLN-DOCUMENTO          PIC 9(08).
           03 WK-PLN-PRODUCTO           PIC 9(02).

       01  WK-VENC-TRABAJO              PIC 9(08)      VALUE 0.
       01  FILLER REDEFINES WK-VENC-TRABAJO.
           03 WK-VENC-MES               PIC 9(02).
           03 WK-VENC-DIA               PIC 9(02).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(20) VALUE
            "Planes cumplidos.: ".
            03 LIN-TOT-CUMPLIDOS        PIC ZZZZZ9.
       01  TITULO-BOTTOM-GARANTES.
            03 FILLER                   PIC X(20) VALUE
            "Avisos a garantes: ".
            03 LIN-TOT-GARANTES         PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
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

      * SIN MAESTRO DE PLANES NO HAY NADA QUE CONTROLAR
       PROCESO.
           OPEN I-O PLANES
           IF NOT ( WK-PLN-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           SORT SORT-FILE
                ON ASCENDING KEY SR-DOCUMENTO
                                 SR-PRODUCTO
                INPUT PROCEDURE  IS CARGAR-PAGOS
                                 THRU F-CARGAR-PAGOS
                OUTPUT PROCEDURE IS APAREAR-PLANES
                                 THRU F-APAREAR-PLANES
           CLOSE PLANES.
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

      * EL MAESTRO SE RECORRE EN ORDEN DE CLAVE (CUENTA Y ALTA) Y LOS
      * PAGOS ORDENADOS AVANZAN A LA PAR: SOLO EL PLAN VIGENTE Y
      * VENCIDO DE CADA CUENTA CONSUME SUS PAGOS
       APAREAR-PLANES.
           PERFORM LEER-PAGO THRU F-LEER-PAGO
           PERFORM UNTIL WK-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDOS
              IF PLN-ESTADO = "A"
                 AND PLN-PROX-VENCIMIENTO <= WK-HOY
                 ADD 1 TO WK-VENCIDOS
                 PERFORM EVALUAR-CUOTA THRU F-EVALUAR-CUOTA
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL.
       F-APAREAR-PLANES. EXIT.

       LEER-PAGO.
           RETURN SORT-FILE AT END
                  MOVE 1 TO WK-SORT-FINAL
           END-RETURN.
       F-LEER-PAGO. EXIT.

      * SALTEA LOS PAGOS DE CUENTAS ANTERIORES, SUMA LOS DE LA CUENTA
      * DEL PLAN DENTRO DEL PERIODO DE LA CUOTA Y REESCRIBE EL PLAN
       EVALUAR-CUOTA.
           MOVE 0             TO WK-PAGADO
           MOVE PLN-DOCUMENTO TO WK-PLN-DOCUMENTO
           MOVE PLN-PRODUCTO  TO WK-PLN-PRODUCTO
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT < WK-PLN-CUENTA
              PERFORM LEER-PAGO THRU F-LEER-PAGO
           END-PERFORM
           PERFORM UNTIL WK-SORT-FINAL = 1
                      OR SR-CUENTA NOT = WK-PLN-CUENTA
              IF SR-FECHA >= PLN-FECHA-DESDE
                 ADD SR-DELTA TO WK-PAGADO
              END-IF
              PERFORM LEER-PAGO THRU F-LEER-PAGO
           END-PERFORM
           IF WK-PAGADO >= PLN-CUOTA-IMPORTE
              PERFORM CUOTA-PAGA THRU F-CUOTA-PAGA
           ELSE
              PERFORM ROMPER-PLAN THRU F-ROMPER-PLAN
           END-IF
           REWRITE PLN-REG INVALID KEY
                 MOVE 1 TO RETURN-CODE
           END-REWRITE.
       F-EVALUAR-CUOTA. EXIT.

       CUOTA-PAGA.
           MOVE "R" TO PLN-ESTADO
           ADD 1 TO WK-ROTOS
           MOVE "PLAN ROTO" TO L-RESULTADO
           PERFORM DETALLE THRU F-DETALLE
           MOVE "R"            TO WK-GAV-ACCION
           MOVE "PLN002"       TO WK-GAV-ORIGEN
           MOVE PLN-DOCUMENTO  TO WK-GAV-DOCUMENTO
           MOVE PLN-PRODUCTO   TO WK-GAV-PRODUCTO
           MOVE PLN-FECHA-ALTA TO WK-GAV-REFERENCIA
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           ADD WK-GAV-AVISOS TO WK-AVISOS-GARANTE.
       F-ROMPER-PLAN. EXIT.

      * EL VENCIMIENTO AVANZA UN MES CALENDARIO; EL DIA SE TOPEA EN
           MOVE PLN-DOCUMENTO        TO L-DOC
           MOVE PLN-PRODUCTO         TO L-PROD
           MOVE PLN-CUOTA-IMPORTE    TO L-CUOTA
           MOVE WK-PAGADO            TO L-PAGADO
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-DETALLE. EXIT.

       FINAL-PROG.
           MOVE "C" TO WK-GAV-ACCION
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           PERFORM TOTALES           THRU F-TOTALES
           CLOSE LISTADO
           PERFORM VERIFICAR-TOTALES THRU F-VERIFICAR-TOTALES.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS    TO LIN-TOT-LEIDOS
           MOVE WK-PAGAS     TO LIN-TOT-PAGAS
           MOVE WK-ROTOS     TO LIN-TOT-ROTOS
           MOVE WK-CUMPLIDOS TO LIN-TOT-CUMPLIDOS
           MOVE WK-AVISOS-GARANTE TO LIN-TOT-GARANTES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-VENCIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PAGAS
           WRITE REG-LIS FROM TITULO-BOTTOM-ROTOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CUMPLIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-GARANTES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
