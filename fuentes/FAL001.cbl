      *     CONSUMOS (LOS CREDITOS SIGUEN ENTRANDO), CON AUDITORIA
      *     AUD-MOV = "N" (LA "F" YA ES EL TRASLADO DE SUCURSAL DE
      *     TRF001),
      *   - MARCA SUS PLASTICOS EN ESTADO "FA", CON LA CONSTANCIA
      *     (MOTIVO "F") EN PLAS-BLOQUEOS.DAT PARA LAS ALERTAS DE
      *     ALR001,
      *   - Y DEJA EL CASO EN EL LISTADO PARA LEGALES.
      * LA SUCESION SE RESUELVE DESPUES CON COT002 (TRASPASO AL
      * COTITULAR) O CON LA BAJA DEFINITIVA POR CTAS003.
      * LA CUENTA BLOQUEADA CON SALDO DEUDOR EN PESOS (LA QUE PAGA LA
      * PRIMA DEL SEGURO DE VIDA SALDO DEUDOR EN CTAS004; NO LAS DE
      * FRAUDE) DEJA ADEMAS EL SINIESTRO DENUNCIADO ("P") EN
      * SINIESTROS.DAT Y SALE EN SEGURO-DENUNCIAS.PRN, CON TRAILER
      * "T", PARA LA ASEGURADORA (SE ASIENTA EN TRN001). EL PAGO DE LA
      * ASEGURADORA LO APLICA SVD001. LA ASEGURADORA NO CONOCE EL
      * NUMERO INTERNO: LA DENUNCIA LLEVA EL TIPO Y NUMERO DEL
      * DOCUMENTO REAL, QUE VAL-DOC DEVUELVE A PARTIR DEL INTERNO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-FAL001"
           ORGANIZATION IS SEQUENTIAL.
           ASSIGN TO "\COBOL\arch\situacion-trans.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ROD-STAT.
           COPY "\COBOL\fuentes\cpy\siniestros.sel".
           SELECT DENUNCIAS
           ASSIGN TO "\COBOL\arch\seguro-denuncias.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-DEN-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
           03 ROD-SIT-NUEVA           PIC 9(01).
           03 ROD-SALDO               PIC S9(10)V99.

       COPY "\COBOL\fuentes\cpy\fd-siniestros.fds".

      * DENUNCIA A LA ASEGURADORA: UN REGISTRO "D" POR CUENTA CON LA
      * DEUDA ASEGURADA Y EL TRAILER "T" CON CANTIDAD E IMPORTE
       FD  DENUNCIAS.
       01  DEN-REG.
           03 DEN-TIPO                PIC X(01).
      * TIPO Y NUMERO DEL DOCUMENTO REAL, NO EL NUMERO INTERNO
           03 DEN-TIPO-DOC            PIC X(01).
           03 DEN-NRO-DOC             PIC X(11).
           03 DEN-PRODUCTO            PIC 9(02).
           03 DEN-APELLIDO            PIC X(20).
           03 DEN-NOMBRE              PIC X(20).
           03 DEN-FECHA-NAC           PIC 9(08).
           03 DEN-FECHA-FALLECIMIENTO PIC 9(08).
           03 DEN-SALDO               PIC 9(10)V99.
       01  DEN-TRAILER REDEFINES DEN-REG.
           03 DNT-TIPO                PIC X(01).
           03 DNT-CANTIDAD            PIC 9(08).
           03 DNT-IMPORTE             PIC 9(12)V99.
           03 FILLER                  PIC X(60).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-FAL-STAT                  PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-ESTADO-ANTERIOR           PIC X(02)      VALUE SPACES.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-CTAS-FINAL                PIC 9          VALUE 0.
       77  WK-PLAS-FINAL                PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-ROD-STAT                  PIC X(02).
       77  WK-SIN-STAT                  PIC X(02).
       77  WK-DEN-STAT                  PIC X(02).
       77  WK-DENUNCIADOS               PIC 9(08)      VALUE 0.
       77  WK-DEN-IMPORTE               PIC 9(12)V99   VALUE 0.
       77  WK-SIT-ANTERIOR              PIC 9(01)      VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)      VALUE 0.
       77  WK-CTAS-BLOQUEADAS           PIC 9(06)      VALUE 0.
       77  WK-HALLO-CUENTA              PIC 9          VALUE 0.
       77  L-PLAS                       PIC X(19).

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.
       77  WK-TRN-CANTIDAD              PIC 9(08)  VALUE 0.
       77  WK-TRN-PLAZO                 PIC 9(02)  VALUE 0.

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-NOMBRE        PIC X(20).
            03 FILLER                   PIC X(22) VALUE
            "Sin cuenta nuestra..: ".
            03 LIN-TOT-SINCUENTA        PIC ZZZZZ9.
       01  TITULO-BOTTOM-SINIESTROS.
            03 FILLER                   PIC X(22) VALUE
            "Siniestros denunc...: ".
            03 LIN-TOT-SINIESTROS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(22) VALUE
            "Total de Hojas......: ".
           OPEN EXTEND AUDITORIA
           IF NOT ( WK-AUD-STAT = "00" )
              OPEN OUTPUT AUDITORIA
           END-IF
           OPEN EXTEND SINIESTROS
           IF NOT ( WK-SIN-STAT = "00" )
              OPEN OUTPUT SINIESTROS
           END-IF
           OPEN EXTEND BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              OPEN OUTPUT BLOQUEOS
           END-IF
           OPEN OUTPUT DENUNCIAS.
       F-ABRIR-AUDITORIA. EXIT.

       ENCABEZAR.
           END-STRING
           MOVE CTAS-SALDO TO L-SDO
           MOVE "BLOQUEADA POR SUCESION" TO L-OBS
           IF CTAS-SALDO < 0
              AND NOT ( CTAS-MONEDA = "D" )
              AND NOT ( WK-SIT-ANTERIOR = 1 )
              PERFORM DENUNCIAR-SINIESTRO THRU F-DENUNCIAR-SINIESTRO
              MOVE "BLOQUEADA, SINIESTRO SVSD" TO L-OBS
           END-IF
           PERFORM LISTAR THRU F-LISTAR.
       F-BLOQUEAR-CUENTA. EXIT.

      * LA DEUDA DE LA CUENTA ESTA CUBIERTA POR EL SEGURO DE VIDA
      * SALDO DEUDOR: QUEDA EL SINIESTRO PENDIENTE DE RESPUESTA Y LA
      * DENUNCIA PARA LA ASEGURADORA, CON LA DEUDA AL DIA DE HOY
       DENUNCIAR-SINIESTRO.
           INITIALIZE SIN-REG
           MOVE CTAS-DOCUMENTO TO SIN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO SIN-PRODUCTO
           MOVE FAL-FECHA      TO SIN-FECHA-FALLECIMIENTO
           MOVE WK-HOY         TO SIN-FECHA-DENUNCIA
           COMPUTE SIN-SALDO = CTAS-SALDO * -1
           MOVE "P"            TO SIN-ESTADO
           WRITE SIN-REG
           INITIALIZE DEN-REG
           MOVE "D"            TO DEN-TIPO
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-TIPO    TO DEN-TIPO-DOC
           MOVE WK-VDO-NUMERO  TO DEN-NRO-DOC
           MOVE CTAS-PRODUCTO  TO DEN-PRODUCTO
           MOVE CTAS-APELLIDO  TO DEN-APELLIDO
           MOVE CTAS-NOMBRE    TO DEN-NOMBRE
           MOVE CTAS-FECHA-NAC TO DEN-FECHA-NAC
           MOVE FAL-FECHA      TO DEN-FECHA-FALLECIMIENTO
           MOVE SIN-SALDO      TO DEN-SALDO
           WRITE DEN-REG
           ADD 1         TO WK-DENUNCIADOS
           ADD SIN-SALDO TO WK-DEN-IMPORTE.
       F-DENUNCIAR-SINIESTRO. EXIT.

      * LA DENUNCIA SE CIERRA CON SU TRAILER Y, SI LLEVA SINIESTROS,
      * SE ASIENTA EN EL REGISTRO DE TRANSMISIONES
       CERRAR-DENUNCIAS.
           INITIALIZE DEN-REG
           MOVE "T"            TO DNT-TIPO
           MOVE WK-DENUNCIADOS TO DNT-CANTIDAD
           MOVE WK-DEN-IMPORTE TO DNT-IMPORTE
           WRITE DEN-REG
           IF WK-DENUNCIADOS > 0
              MOVE "seguro-denuncias" TO WK-TRN-ARCHIVO
              MOVE WK-DENUNCIADOS     TO WK-TRN-CANTIDAD
              MOVE 0                  TO WK-TRN-PLAZO
              CALL "TRN001" USING WK-TRN-ARCHIVO
                                  WK-TRN-CANTIDAD
                                  WK-TRN-PLAZO
           END-IF.
       F-CERRAR-DENUNCIAS. EXIT.

      * LOS PLASTICOS DEL DOCUMENTO PASAN A "FA" (FALLECIMIENTO);
      * LOS YA VENCIDOS O ROBADOS CONSERVAN SU ESTADO, QUE YA LOS
      * DEJA AFUERA DE TODO
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-ESTADO = "AC" OR "PE"
                 MOVE PLAS-ESTADO TO WK-ESTADO-ANTERIOR
                 MOVE "FA" TO PLAS-ESTADO
                 REWRITE PLAS-REG INVALID KEY
                         MOVE "REWRITE" TO WK-FE-OPERACION
                         PERFORM ERROR-ES THRU F-ERROR-ES
                 END-REWRITE
                 ADD 1 TO WK-PLAS-MARCADOS
                 PERFORM GRABAR-BLOQUEO THRU F-GRABAR-BLOQUEO
              END-IF
           END-PERFORM.
       F-MARCAR-PLASTICOS. EXIT.

      * CONSTANCIA DEL BLOQUEO EN PLAS-BLOQUEOS.DAT, CON MOTIVO "F";
      * DE AHI LA TOMA ALR001 PARA AVISAR AL CLIENTE
       GRABAR-BLOQUEO.
           INITIALIZE BLQ-REG
           MOVE PLAS-PLASTICO      TO BLQ-PLASTICO
           MOVE PLAS-DOCUMENTO     TO BLQ-DOCUMENTO
           MOVE WK-HOY             TO BLQ-FECHA
           ACCEPT WK-HS FROM TIME
           COMPUTE BLQ-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           MOVE "FAL001"           TO BLQ-OPERADOR
           MOVE "F"                TO BLQ-MOTIVO
           MOVE "FALLECIMIENTO DEL TITULAR" TO BLQ-OBSERVACION
           MOVE WK-ESTADO-ANTERIOR TO BLQ-ESTADO-ANTERIOR
           WRITE BLQ-REG.
       F-GRABAR-BLOQUEO. EXIT.

       LISTAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           PERFORM CERRAR-DENUNCIAS THRU F-CERRAR-DENUNCIAS
           PERFORM TOTALES        THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO THRU F-CERRAR-ARCHIVO
           MOVE WK-LEIDOS TO LK-CANTIDAD.
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 60
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS          TO LIN-TOT-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-CUENTAS
           WRITE REG-LIS FROM TITULO-BOTTOM-PLASTICOS
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCUENTA
           MOVE WK-DENUNCIADOS     TO LIN-TOT-SINIESTROS
           WRITE REG-LIS FROM TITULO-BOTTOM-SINIESTROS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       CERRAR-ARCHIVO.
           CLOSE RODAMIENTO
                 SINIESTROS
                 BLOQUEOS
                 DENUNCIAS
           CLOSE M-CUENTAS
                 M-PLASTICOS
                 AUDITORIA
