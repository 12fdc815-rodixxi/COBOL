      *     TRATA COMO VENCIDA: MEJOR UNA MORA DE MAS QUE UN
      *     DESCUBIERTO INVISIBLE PARA RIE001.
      *   - SITUACION 3 CON SALDO YA REGULARIZADO (>= 0) VUELVE A 7.
      *   - UNA CUENTA CON PLAN DE CUOTAS VIGENTE ("A" EN PLANES.IDX,
      *     MANTENIDO POR PLN001 Y CONTROLADO POR PLN002) SE TRATA
      *     COMO CARTERA AL CORRIENTE: EN SITUACION 3 VUELVE A 7 Y EN
      *     SITUACION 7 NO ENVEJECE A MORA AUNQUE EL SALDO SIGA
      *     NEGATIVO. UN PLAN ROTO ("R", CUOTA IMPAGA SEGUN PLN002)
      *     LA DEVUELVE A MORA EN EL ACTO, SIN ESPERAR EL UMBRAL.
      *     EL PLAN SE LEE POR CLAVE CUENTA POR CUENTA; SI LA CUENTA
      *     TUVO VARIOS, RIGE EL MAS RECIENTE VIGENTE O ROTO.
      *   - SITUACION 1 (FRAUDE) Y 5 (SEVEN) NO SE TOCAN: LAS MANEJA
      *     EL SECTOR, NO LA POLITICA AUTOMATICA.
      * CADA TRANSICION ACTUALIZA CTAS-FECHA-SITUACION Y DEJA SU
      * REGISTRO EN CTAS-AUDITORIA.DAT CON AUD-MOV = "T" (TRANSICION).
      * EL UMBRAL DE DIAS VIVE EN CTAS010.PAR (COMO RIE001.PAR) PARA
      * QUE COBRANZAS LO AJUSTE SIN RECOMPILAR; DEFAULT 30 DIAS.
      * CADA PASE A MORA AVISA POR CARTA A LOS GARANTES VIGENTES DE
      * LA CUENTA (GARANTES.IDX, VIA LA RUTINA GAR-AVISO).
      * UNA SITUACION 3 POR ARRASTRE (CTAS-ARRASTRE = "S", LA PONE
      * SIT001 CUANDO OTRO PRODUCTO DEL DEUDOR ESTA EN MORA) NO SE
      * REGULARIZA ACA: LA LEVANTA SIT001 CUANDO LA MORA DE ORIGEN SE
      * CURA. UN PASE A MORA PROPIO BORRA LA MARCA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-aviso-garante.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-A-MORA                    PIC 9(06)     VALUE 0.
       77  WK-REGULARIZADAS             PIC 9(06)     VALUE 0.
       77  WK-SIN-CAMBIO                PIC 9(06)     VALUE 0.
       77  WK-AVISOS-GARANTE            PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-DIAS-MORA-TOPE            PIC 9(03)     VALUE 030.

       77  WK-ROD-STAT                  PIC X(02).
       77  WK-SIT-ANTERIOR              PIC 9(01)     VALUE 0.
       77  WK-PLN-FINAL                 PIC 9         VALUE 0.
       77  WK-PLN-ABIERTO               PIC 9         VALUE 0.
      * ESTADO DEL PLAN DE LA CUENTA EN EVALUACION: ESPACIO = SIN
      * PLAN, "A" = VIGENTE AL DIA, "R" = ROTO
       77  WK-PLAN-ESTADO               PIC X(01)     VALUE SPACE.

       77  WK-DIAS-ATRASO               PIC S9(06).
       77  WK-DIAS-HABILES-DIF          PIC S9(06)    VALUE 0.
       77  WK-DIF-VALIDA                PIC X(01)     VALUE SPACE.
            03 FILLER                   PIC X(20) VALUE
            "Sin cambio.......: ".
            03 LIN-TOT-SINCAMBIO        PIC ZZZZZ9.
       01  TITULO-BOTTOM-GARANTES.
            03 FILLER                   PIC X(20) VALUE
            "Avisos a garantes: ".
            03 LIN-TOT-GARANTES         PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
              OPEN OUTPUT RODAMIENTO
           END-IF
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           PERFORM ABRIR-PLANES   THRU F-ABRIR-PLANES
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           END-IF.
       F-LEER-PARAMETRO. EXIT.

      * LOS PLANES SE CONSULTAN POR CLAVE CUENTA POR CUENTA; SIN
      * ARCHIVO DE PLANES LA POLITICA QUEDA COMO SIEMPRE
       ABRIR-PLANES.
           OPEN INPUT PLANES
           IF WK-PLN-STAT = "00"
              MOVE 1 TO WK-PLN-ABIERTO
           END-IF.
       F-ABRIR-PLANES. EXIT.

      * RECORRE LOS PLANES DE LA CUENTA EN ORDEN DE ALTA Y SE QUEDA
      * CON EL ESTADO DEL ULTIMO VIGENTE ("A") O ROTO ("R"); LOS
      * CUMPLIDOS Y ANULADOS NO INFLUYEN
       BUSCAR-PLAN.
           MOVE SPACE TO WK-PLAN-ESTADO
           IF WK-PLN-ABIERTO = 0
              GO TO F-BUSCAR-PLAN
           END-IF
           MOVE CTAS-DOCUMENTO TO PLN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0              TO PLN-FECHA-ALTA
           MOVE 0              TO WK-PLN-FINAL
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-PLN-FINAL
           END-START
           PERFORM UNTIL WK-PLN-FINAL = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-PLN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = CTAS-DOCUMENTO
                       AND PLN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-PLN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLN-ESTADO = "A" OR "R"
                 MOVE PLN-ESTADO TO WK-PLAN-ESTADO
              END-IF
           END-PERFORM.
       F-BUSCAR-PLAN. EXIT.

       ENCABEZAR.
                      WHEN OTHER
                           ADD 1 TO WK-SIN-CAMBIO
                   END-EVALUATE
      * MORA POR ARRASTRE: LA LEVANTA SIT001, NO EL SALDO PROPIO
              WHEN CTAS-SITUACION = 3 AND CTAS-ARRASTRE = "S"
                   ADD 1 TO WK-SIN-CAMBIO
              WHEN CTAS-SITUACION = 3 AND CTAS-SALDO >= 0
                   PERFORM REGULARIZAR THRU F-REGULARIZAR
      * MORA CON PLAN VIGENTE: EL ACUERDO DE CUOTAS LA DEVUELVE A
                                  WK-SIT-ANTERIOR
           MOVE 3              TO CTAS-SITUACION
           MOVE WK-HOY         TO CTAS-FECHA-SITUACION
           MOVE SPACE          TO CTAS-ARRASTRE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           ADD 1 TO WK-A-MORA
           PERFORM GRABAR-RODAMIENTO THRU F-GRABAR-RODAMIENTO
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           PERFORM DETALLE THRU F-DETALLE
           MOVE "M"            TO WK-GAV-ACCION
           MOVE "CTAS010"      TO WK-GAV-ORIGEN
           MOVE CTAS-DOCUMENTO TO WK-GAV-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO WK-GAV-PRODUCTO
           MOVE 0              TO WK-GAV-REFERENCIA
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           ADD WK-GAV-AVISOS TO WK-AVISOS-GARANTE.
       F-PASAR-A-MORA. EXIT.

       REGULARIZAR.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS        TO LIN-TOT-LEIDAS
           MOVE WK-A-MORA        TO LIN-TOT-MORA
           MOVE WK-REGULARIZADAS TO LIN-TOT-REGU
           MOVE WK-SIN-CAMBIO    TO LIN-TOT-SINCAMBIO
           MOVE WK-AVISOS-GARANTE TO LIN-TOT-GARANTES
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-MORA
           WRITE REG-LIS FROM TITULO-BOTTOM-REGU
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCAMBIO
           WRITE REG-LIS FROM TITULO-BOTTOM-GARANTES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
       F-VERIFICAR-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           MOVE "C" TO WK-GAV-ACCION
           CALL "GAR-AVISO" USING WK-GAV-CONSULTA
           CLOSE M-CUENTAS
                 LISTADO
                 RODAMIENTO
                 AUDITORIA
           IF WK-PLN-ABIERTO = 1
              CLOSE PLANES
           END-IF.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
