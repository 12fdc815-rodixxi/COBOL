      * =================================================================== */
      *                                                                     */
      *   SVD001.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   seguro de vida saldo deudor: aplica la respuesta de la           */
      *   aseguradora a los siniestros denunciados por FAL001              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVD001.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA DEUDA DE UN TITULAR FALLECIDO ESTA CUBIERTA POR EL SEGURO
      * DE VIDA SALDO DEUDOR (CTAS004 COBRA LA PRIMA Y FAL001 DENUNCIA
      * EL SINIESTRO), PERO EL PAGO DE LA ASEGURADORA SE IMPUTABA A
      * MANO Y MIENTRAS TANTO LA DEUDA SEGUIA RECLAMANDOSE A LA
      * SUCESION. ESTE BATCH NOCTURNO LEE SEGURO-PAGOS.PRN (REGISTROS
      * "D" CON DOCUMENTO, PRODUCTO, RESULTADO E IMPORTE, Y TRAILER
      * "T" CON CANTIDAD E IMPORTE, YA CONTROLADO POR INT001) Y, POR
      * CADA RESPUESTA CONTRA UN SINIESTRO PENDIENTE ("P") DE
      * SINIESTROS.DAT:
      *   - PAGADO ("P"): EL IMPORTE SE ACREDITA EN CTAS-SALDO Y
      *     CANCELA LA DEUDA, CON AUDITORIA AUD-MOV = "Z" (CNT001 LA
      *     ASIENTA CONTRA LA CUENTA A COBRAR A LA ASEGURADORA); EL
      *     SINIESTRO QUEDA "C" CON LA FECHA Y EL IMPORTE PAGADO. SI
      *     EL PAGO NO CUBRE TODA LA DEUDA EL RESTO SE LISTA APARTE.
      *   - RECHAZADO ("R"): EL SINIESTRO QUEDA "R" Y LA DEUDA SIGUE
      *     EN LA SUCESION, COMO ANTES.
      * UNA RESPUESTA SIN SINIESTRO PENDIENTE (YA RESUELTO O NUNCA
      * DENUNCIADO) NO SE APLICA Y SE LISTA; UN TRAILER FALTANTE O
      * QUE NO CUADRA SE LISTA PARA RECLAMAR EL ARCHIVO. EL REGISTRO
      * DE SINIESTROS SE CARGA EN TABLA Y SE REESCRIBE ENTERO; SI
      * DESBORDA NO SE APLICA NADA Y SE TERMINA CON RETURN-CODE 1.
      * LA ASEGURADORA CONTESTA CON EL DOCUMENTO REAL QUE LE MANDO
      * FAL001 (TIPO Y NUMERO; TIPO EN BLANCO = DNI): VAL-DOC LO
      * VUELVE AL NUMERO INTERNO, Y EL QUE NO ES VALIDO O NO ESTA
      * EMPADRONADO NO SE APLICA Y SE LISTA.
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
           COPY "\COBOL\fuentes\cpy\siniestros.sel".
           SELECT PAGOS-SEGURO
           ASSIGN TO "\COBOL\arch\seguro-pagos.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PSG-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-SVD001"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".

       COPY "\COBOL\fuentes\cpy\fd-siniestros.fds".

      * RESPUESTA DE LA ASEGURADORA: UN "D" POR SINIESTRO RESUELTO
      * (RESULTADO "P" PAGADO O "R" RECHAZADO) Y EL TRAILER "T"
       FD  PAGOS-SEGURO.
       01  PSG-REG.
           03 PSG-TIPO                PIC X(01).
      * TIPO (EN BLANCO ES DNI) Y NUMERO DEL DOCUMENTO REAL
           03 PSG-TIPO-DOC            PIC X(01).
           03 PSG-NRO-DOC             PIC X(11).
           03 PSG-NRO-DOC-NUM REDEFINES PSG-NRO-DOC
                                      PIC 9(11).
           03 PSG-PRODUCTO            PIC 9(02).
           03 PSG-RESULTADO           PIC X(01).
           03 PSG-IMPORTE             PIC 9(10)V99.
           03 PSG-FECHA               PIC 9(08).
       01  PSG-TRAILER REDEFINES PSG-REG.
           03 PST-TIPO                PIC X(01).
           03 PST-CANTIDAD            PIC 9(08).
           03 PST-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(13).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-SIN-STAT                  PIC X(02).
       77  WK-PSG-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-PAGADOS                   PIC 9(06)     VALUE 0.
       77  WK-PARCIALES                 PIC 9(06)     VALUE 0.
       77  WK-RECHAZADOS                PIC 9(06)     VALUE 0.
       77  WK-SIN-SINIESTRO             PIC 9(06)     VALUE 0.
       77  WK-IMPORTE-PAGADO            PIC 9(12)V99  VALUE 0.
       77  WK-CANT-ARCHIVO              PIC 9(08)     VALUE 0.
       77  WK-HAY-TRAILER               PIC 9         VALUE 0.
       77  WK-CTAS-ANT-SALDO            PIC S9(10)V99 VALUE 0.

       77  WK-IND                       PIC 9(05)     VALUE 0.
       77  WK-SIN-CANT                  PIC 9(05)     VALUE 0.
       77  WK-SIN-DESBORDE              PIC 9         VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9         VALUE 0.
       77  WK-ENCONTRADO                PIC 9         VALUE 0.
       77  WK-DOC-RESUELTO              PIC 9         VALUE 0.
       77  WK-PSG-DOCUMENTO             PIC 9(08)     VALUE 0.

       01  TAB-SINIESTROS.
           03 TAB-SIN-ITEM OCCURS 5000.
              05 TAB-SIN-REG            PIC X(59).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(47) VALUE
            "SEGURO DE VIDA SALDO DEUDOR - SVD001".
            03 FILLER                   PIC X(22) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(14) VALUE "Documento".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Deuda denunc.".
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Importe pago".
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(13) VALUE "Saldo nuevo".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(11) VALUE "Observacion".

       01  LIN-DETALLE.
            03 L-TIPO-DOC               PIC X(01).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-NRO-DOC                PIC X(11).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-DEUDA                  PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SDO                    PIC -ZZZ.ZZZ.ZZ9,99.
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-OBS                    PIC X(30).

       01  LIN-AVISO                    PIC X(100).

       01  TITULO-BOTTOM-LEIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Respuestas leidas: ".
            03 LIN-TOT-LEIDOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-PAGADOS.
            03 FILLER                   PIC X(20) VALUE
            "Deudas canceladas: ".
            03 LIN-TOT-PAGADOS          PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 LIN-TOT-IMPORTE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TITULO-BOTTOM-PARCIALES.
            03 FILLER                   PIC X(20) VALUE
            "  (pago parcial).: ".
            03 LIN-TOT-PARCIALES        PIC ZZZZZ9.
       01  TITULO-BOTTOM-RECHAZADOS.
            03 FILLER                   PIC X(20) VALUE
            "Rechazados.......: ".
            03 LIN-TOT-RECHAZADOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-SIN-SINIESTRO.
            03 FILLER                   PIC X(20) VALUE
            "Sin siniestro....: ".
            03 LIN-TOT-SIN-SINIESTRO    PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
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
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM CARGAR-SINIESTROS THRU F-CARGAR-SINIESTROS
           OPEN I-O M-CUENTAS
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN OUTPUT LISTADO
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       CARGAR-SINIESTROS.
           OPEN INPUT SINIESTROS
           IF NOT ( WK-SIN-STAT = "00" )
              GO TO F-CARGAR-SINIESTROS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ SINIESTROS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-SIN-CANT < 5000
                 ADD 1 TO WK-SIN-CANT
                 MOVE SIN-REG TO TAB-SIN-REG(WK-SIN-CANT)
              ELSE
                 MOVE 1 TO WK-SIN-DESBORDE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE SINIESTROS.
       F-CARGAR-SINIESTROS. EXIT.

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
      * UNA TABLA DESBORDADA REESCRIBIRIA EL REGISTRO SIN LOS
      * SINIESTROS QUE NO ENTRARON: NO SE APLICA NINGUNA RESPUESTA
           IF WK-SIN-DESBORDE = 1
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE
                 "Siniestros desbordan la tabla"
                 END-DISPLAY
              END-IF
              MOVE "*** TABLA DE SINIESTROS LLENA, PAGOS SIN APLICAR"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              ADD 1 TO WK-LINEA
              MOVE 1 TO RETURN-CODE
              GO TO F-PROCESO
           END-IF
           OPEN INPUT PAGOS-SEGURO
           IF NOT ( WK-PSG-STAT = "00" )
              GO TO F-PROCESO
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ PAGOS-SEGURO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              EVALUATE PSG-TIPO
                 WHEN "D"
                    ADD 1 TO WK-LEIDOS
                    ADD 1 TO WK-CANT-ARCHIVO
                    PERFORM APLICAR-RESPUESTA
                       THRU F-APLICAR-RESPUESTA
                 WHEN "T"
                    MOVE 1 TO WK-HAY-TRAILER
                    IF NOT ( PST-CANTIDAD = WK-CANT-ARCHIVO )
                       PERFORM TRAILER-ERRONEO THRU F-TRAILER-ERRONEO
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WK-HAY-TRAILER = 0 AND WK-CANT-ARCHIVO > 0
              PERFORM TRAILER-ERRONEO THRU F-TRAILER-ERRONEO
           END-IF
           CLOSE PAGOS-SEGURO.
       F-PROCESO. EXIT.

      * SOLO SE RESPONDE UN SINIESTRO PENDIENTE DE LA MISMA CUENTA;
      * EL YA CANCELADO O RECHAZADO NO SE TOCA DE NUEVO
       APLICAR-RESPUESTA.
           INITIALIZE LIN-DETALLE
           MOVE PSG-TIPO-DOC  TO L-TIPO-DOC
           MOVE PSG-NRO-DOC   TO L-NRO-DOC
           MOVE PSG-PRODUCTO  TO L-PROD
           MOVE PSG-IMPORTE   TO L-IMPORTE
           PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
           IF WK-DOC-RESUELTO = 0
              ADD 1 TO WK-SIN-SINIESTRO
              PERFORM LISTAR THRU F-LISTAR
              GO TO F-APLICAR-RESPUESTA
           END-IF
           MOVE 0 TO WK-ENCONTRADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-SIN-CANT
                   OR WK-ENCONTRADO = 1
              MOVE TAB-SIN-REG(WK-IND) TO SIN-REG
              IF SIN-DOCUMENTO = WK-PSG-DOCUMENTO
                 AND SIN-PRODUCTO = PSG-PRODUCTO
                 AND SIN-ESTADO = "P"
                 MOVE 1 TO WK-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-ENCONTRADO = 0
              ADD 1 TO WK-SIN-SINIESTRO
              MOVE "SIN SINIESTRO PENDIENTE" TO L-OBS
              PERFORM LISTAR THRU F-LISTAR
              GO TO F-APLICAR-RESPUESTA
           END-IF
           SUBTRACT 1 FROM WK-IND
           MOVE SIN-SALDO TO L-DEUDA
           EVALUATE PSG-RESULTADO
              WHEN "P"
                 PERFORM CANCELAR-DEUDA THRU F-CANCELAR-DEUDA
              WHEN "R"
                 ADD 1 TO WK-RECHAZADOS
                 MOVE "R"       TO SIN-ESTADO
                 MOVE PSG-FECHA TO SIN-FECHA-RESPUESTA
                 MOVE SIN-REG   TO TAB-SIN-REG(WK-IND)
                 MOVE 1 TO WK-HUBO-CAMBIOS
                 MOVE "RECHAZADO: DEUDA A LA SUCESION" TO L-OBS
              WHEN OTHER
                 ADD 1 TO WK-SIN-SINIESTRO
                 MOVE "RESULTADO INVALIDO" TO L-OBS
           END-EVALUATE
           PERFORM LISTAR THRU F-LISTAR.
       F-APLICAR-RESPUESTA. EXIT.

      * DEL DOCUMENTO REAL DE LA RESPUESTA AL NUMERO INTERNO DEL
      * SINIESTRO. UN DNI MENOR A 1000000 ES UN DNI VIEJO, QUE ES SU
      * PROPIO NUMERO INTERNO
       RESOLVER-DOCUMENTO.
           MOVE 0 TO WK-DOC-RESUELTO
                     WK-PSG-DOCUMENTO
           MOVE "B"          TO WK-VDO-ACCION
           MOVE 0            TO WK-VDO-SIMULACION
           MOVE PSG-TIPO-DOC TO WK-VDO-TIPO
           IF PSG-TIPO-DOC = SPACE
              MOVE "D"       TO WK-VDO-TIPO
           END-IF
           IF WK-VDO-TIPO = "D"
              AND PSG-NRO-DOC-NUM IS NUMERIC
              AND PSG-NRO-DOC-NUM > 0
              AND PSG-NRO-DOC-NUM < 1000000
              MOVE PSG-NRO-DOC-NUM TO WK-PSG-DOCUMENTO
              MOVE 1 TO WK-DOC-RESUELTO
              GO TO F-RESOLVER-DOCUMENTO
           END-IF
           MOVE PSG-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "S"
                 MOVE WK-VDO-DOCUMENTO TO WK-PSG-DOCUMENTO
                 MOVE 1 TO WK-DOC-RESUELTO
              WHEN "E"
                 MOVE "DOCUMENTO NO EMPADRONADO" TO L-OBS
              WHEN OTHER
                 MOVE "DOCUMENTO INVALIDO" TO L-OBS
           END-EVALUATE.
       F-RESOLVER-DOCUMENTO. EXIT.

      * EL PAGO DE LA ASEGURADORA SE ACREDITA EN LA CUENTA DEL
      * FALLECIDO Y EL SINIESTRO QUEDA CANCELADO CON LO QUE SE COBRO
       CANCELAR-DEUDA.
           MOVE WK-PSG-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE PSG-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS INVALID KEY
                ADD 1 TO WK-SIN-SINIESTRO
                MOVE "CUENTA INEXISTENTE" TO L-OBS
                GO TO F-CANCELAR-DEUDA
           END-READ
           MOVE CTAS-SALDO TO WK-CTAS-ANT-SALDO
           COMPUTE CTAS-SALDO = CTAS-SALDO + PSG-IMPORTE
           REWRITE CTAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           MOVE "C"         TO SIN-ESTADO
           MOVE PSG-FECHA   TO SIN-FECHA-RESPUESTA
           MOVE PSG-IMPORTE TO SIN-IMPORTE-PAGADO
           MOVE SIN-REG     TO TAB-SIN-REG(WK-IND)
           MOVE 1 TO WK-HUBO-CAMBIOS
           ADD 1 TO WK-PAGADOS
           ADD PSG-IMPORTE TO WK-IMPORTE-PAGADO
           MOVE CTAS-SALDO TO L-SDO
           IF CTAS-SALDO < 0
              ADD 1 TO WK-PARCIALES
              MOVE "PAGO PARCIAL: QUEDA SALDO" TO L-OBS
           ELSE
              MOVE "DEUDA CANCELADA" TO L-OBS
           END-IF.
       F-CANCELAR-DEUDA. EXIT.

      * EL TRAILER FALTA O NO CUADRA CON LO LEIDO: LO APLICADO QUEDA,
      * PERO SE AVISA PARA QUE SE RECLAME EL ARCHIVO COMPLETO
       TRAILER-ERRONEO.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE "*** TRAILER NO CUADRA: RECLAMAR ARCHIVO"
             TO LIN-AVISO
           WRITE REG-LIS FROM LIN-AVISO
           ADD 1 TO WK-LINEA.
       F-TRAILER-ERRONEO. EXIT.

       LISTAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR. EXIT.

      * LA CANCELACION QUEDA EN LA AUDITORIA CON AUD-MOV = "Z"; EL
      * PAGO NO ES DEL CLIENTE, ASI QUE NO CUENTA COMO "P" PARA LAS
      * PROMESAS NI PARA EL RESUMEN
       GRABAR-AUDITORIA.
           ACCEPT AUD-FECHA       FROM CENTURY-DATE
           MOVE CTAS-DOCUMENTO    TO AUD-DOCUMENTO
           MOVE CTAS-PRODUCTO     TO AUD-PRODUCTO
           MOVE "Z"               TO AUD-MOV
           MOVE CTAS-APELLIDO     TO AUD-ANT-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-ANT-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-ANT-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-ANT-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-ANT-APERTURA
           MOVE WK-CTAS-ANT-SALDO TO AUD-ANT-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-ANT-FECHA-BAJA
           MOVE CTAS-APELLIDO     TO AUD-DES-APELLIDO
           MOVE CTAS-NOMBRE       TO AUD-DES-NOMBRE
           MOVE CTAS-FECHA-NAC    TO AUD-DES-FECHA-NAC
           MOVE CTAS-PROVINCIA    TO AUD-DES-PROVINCIA
           MOVE CTAS-APERTURA     TO AUD-DES-APERTURA
           MOVE CTAS-SALDO        TO AUD-DES-SALDO
           MOVE CTAS-FECHA-BAJA   TO AUD-DES-FECHA-BAJA
           MOVE "NOC001"          TO AUD-OPERADOR
           MOVE 0 TO AUD-PERIODO
                     AUD-TASA
           WRITE AUD-REG.
       F-GRABAR-AUDITORIA. EXIT.

      * FALLA DE E/S: SE REGISTRA EN LA BITACORA DE ERRORES
      * (FALLA-ES) Y SE TERMINA CON RETURN-CODE 9. LO YA ACREDITADO
      * SE GUARDA EN EL REGISTRO DE SINIESTROS PARA QUE LA RELANZADA
      * NO LO VUELVA A ACREDITAR
       ERROR-ES.
           MOVE "SVD001"    TO WK-FE-PROGRAMA
           MOVE CTAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           PERFORM GRABAR-SINIESTROS THRU F-GRABAR-SINIESTROS
           MOVE WK-LEIDOS TO LK-CANTIDAD
           MOVE 9 TO RETURN-CODE
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           GOBACK.
       F-ERROR-ES. EXIT.

       GRABAR-SINIESTROS.
           IF WK-HUBO-CAMBIOS = 0 OR WK-SIN-DESBORDE = 1
              GO TO F-GRABAR-SINIESTROS
           END-IF
           OPEN OUTPUT SINIESTROS
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-SIN-CANT
              MOVE TAB-SIN-REG(WK-IND) TO SIN-REG
              WRITE SIN-REG
           END-PERFORM
           CLOSE SINIESTROS.
       F-GRABAR-SINIESTROS. EXIT.

       FINAL-PROG.
           PERFORM GRABAR-SINIESTROS THRU F-GRABAR-SINIESTROS
           IF WK-LINEA > 58
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-PAGADOS        TO LIN-TOT-PAGADOS
           MOVE WK-IMPORTE-PAGADO TO LIN-TOT-IMPORTE
           MOVE WK-PARCIALES      TO LIN-TOT-PARCIALES
           MOVE WK-RECHAZADOS     TO LIN-TOT-RECHAZADOS
           MOVE WK-SIN-SINIESTRO  TO LIN-TOT-SIN-SINIESTRO
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PAGADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-PARCIALES
           WRITE REG-LIS FROM TITULO-BOTTOM-RECHAZADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-SIN-SINIESTRO
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-PAGADOS + WK-RECHAZADOS + WK-SIN-SINIESTRO
              <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
              END-IF
              MOVE 1 TO RETURN-CODE
           END-IF.
       F-FINAL-PROG. EXIT.

       CERRAR-ARCHIVO.
           CLOSE M-CUENTAS
                 AUDITORIA
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM SVD001.
