       DATE-COMPILED.
      *----------------------------------------------------------------
      * LOS ARCHIVOS DE AFUERA (CONSUMOS.PRN, PAGOS-RED.PRN,
      * DEBITOS-RESPUESTA.PRN, PLAS-ESTADOS.PRN, PLAS-CUMPLIDOS.PRN,
      * BURO-RESPUESTAS.PRN, SEGURO-PAGOS.PRN, CCE-ENTRADA.PRN,
      * HB-SOLICITUDES.PRN)
      * SE DEJABAN A MANO EN \COBOL\ARCH Y SOLO MOV-CUENTAS.PRN TENIA
      * LA GUARDA DE RE-APLICACION DE REG001: DOS VECES ESTE
      * TRIMESTRE SE APLICO UN CONSUMOS.PRN VIEJO POR SEGUNDA VEZ.
      *     QUE LLEGO, QUE PASO, QUE FALTA PARA ESTA NOCHE.
      * TERMINA CON RETURN-CODE 1 SI HUBO CUARENTENAS, PARA QUE LA
      * BITACORA LO DESTAQUE; LA CADENA SIGUE CON LO SANO.
      * ADEMAS DE LOS FIJOS SE CONTROLAN LAS NOMINAS DEL PLAN SUELDO:
      * CADA EMPLEADOR ACTIVO DE EMPLEADORES.PAR PUEDE MANDAR SU
      * SUELDOS-NNNNN.PRN (NNNNN = SU CODIGO), CON TRAILER "T", QUE
      * PASA POR EL MISMO CONTROL Y LA MISMA CUARENTENA ANTES DE QUE
      * SUE001 LO ACREDITE. LA NOMINA LLEGA SOLO EN FECHA DE PAGO:
      * SI NO ESTA, NO SE LA DA POR FALTANTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-INT001"
           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\empleadores.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\fd-empleadores.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       77  WK-ENT-STAT                  PIC X(02).
       77  WK-HUE-STAT                  PIC X(02).
       77  WK-EST-STAT                  PIC X(02).
       77  WK-EMP-STAT                  PIC X(02).
       77  WK-EMP-FINAL                 PIC 9          VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-HUE-HALLADA               PIC 9          VALUE 0.
       77  WK-HUE-VIEJA                 PIC 9(03)      VALUE 0.

      * EL ARCHIVO QUE SE ESTA CONTROLANDO: NOMBRE CORTO, SI LLEVA
      * TRAILER Y SI PUEDE NO LLEGAR SIN QUE SEA UN FALTANTE
       77  WK-ESP-NOMBRE                PIC X(20)      VALUE SPACES.
       77  WK-ESP-TRAILER               PIC X(01)      VALUE SPACES.
       77  WK-ESP-OPCIONAL              PIC 9          VALUE 0.
       01  WK-ARCHIVO-ENTRADA           PIC X(50)      VALUE SPACES.
       01  WK-ARCHIVO-CUARENTENA        PIC X(50)      VALUE SPACES.

           "plas-estados.prn    N\COBOL\arch\plas-estados.prn        ".
           03 FILLER PIC X(71) VALUE
           "plas-cumplidos.prn  N\COBOL\arch\plas-cumplidos.prn      ".
           03 FILLER PIC X(71) VALUE
           "buro-respuestas.prn S\COBOL\arch\buro-respuestas.prn     ".
           03 FILLER PIC X(71) VALUE
           "seguro-pagos.prn    S\COBOL\arch\seguro-pagos.prn        ".
           03 FILLER PIC X(71) VALUE
           "cce-entrada.prn     S\COBOL\arch\cce-entrada.prn         ".
           03 FILLER PIC X(71) VALUE
           "hb-solicitudes.prn  S\COBOL\arch\hb-solicitudes.prn      ".
       01  TAB-ESPERADOS REDEFINES TAB-ESPERADOS-VAL.
           03 TAB-ESP-ITEM OCCURS 9.
              05 TAB-ESP-NOMBRE         PIC X(20).
              05 TAB-ESP-TRAILER        PIC X(01).
              05 TAB-ESP-RUTA           PIC X(50).
       PROCESO.
           PERFORM CONTROLAR-ARCHIVO THRU F-CONTROLAR-ARCHIVO
                   VARYING WK-ARCH-IND FROM 1 BY 1
                   UNTIL WK-ARCH-IND > 9
           PERFORM CONTROLAR-SUELDOS THRU F-CONTROLAR-SUELDOS.
       F-PROCESO. EXIT.

       CONTROLAR-ARCHIVO.
           MOVE TAB-ESP-NOMBRE(WK-ARCH-IND)  TO WK-ESP-NOMBRE
           MOVE TAB-ESP-TRAILER(WK-ARCH-IND) TO WK-ESP-TRAILER
           MOVE TAB-ESP-RUTA(WK-ARCH-IND)    TO WK-ARCHIVO-ENTRADA
           MOVE 0 TO WK-ESP-OPCIONAL
           PERFORM CONTROLAR-ENTRADA THRU F-CONTROLAR-ENTRADA.
       F-CONTROLAR-ARCHIVO. EXIT.

      * UNA NOMINA POR EMPLEADOR ACTIVO, SIEMPRE CON TRAILER
       CONTROLAR-SUELDOS.
           OPEN INPUT EMPLEADORES
           IF NOT ( WK-EMP-STAT = "00" )
              GO TO F-CONTROLAR-SUELDOS
           END-IF
           PERFORM UNTIL WK-EMP-FINAL = 1
              READ EMPLEADORES AT END
                   MOVE 1 TO WK-EMP-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( EMP-ACTIVO = "S" )
                 EXIT PERFORM CYCLE
              END-IF
              MOVE SPACES TO WK-ESP-NOMBRE
                             WK-ARCHIVO-ENTRADA
              STRING "sueldos-" EMP-CODIGO ".prn" DELIMITED BY SIZE
                 INTO WK-ESP-NOMBRE
              END-STRING
              STRING "\COBOL\arch\" WK-ESP-NOMBRE DELIMITED BY SPACE
                 INTO WK-ARCHIVO-ENTRADA
              END-STRING
              MOVE "S" TO WK-ESP-TRAILER
              MOVE 1   TO WK-ESP-OPCIONAL
              PERFORM CONTROLAR-ENTRADA THRU F-CONTROLAR-ENTRADA
           END-PERFORM
           CLOSE EMPLEADORES.
       F-CONTROLAR-SUELDOS. EXIT.

       CONTROLAR-ENTRADA.
           MOVE SPACES TO WK-MOTIVO
           MOVE 0 TO WK-REGISTROS
                     WK-TRAILER-LEIDO
                     WK-TRL-CANTIDAD
                     WK-TRL-IMPORTE
           OPEN INPUT ENTRADA
           IF NOT ( WK-ENT-STAT = "00" )
              IF WK-ESP-OPCIONAL = 1
                 GO TO F-CONTROLAR-ENTRADA
              END-IF
              MOVE "FALTANTE" TO WK-RESULTADO
              MOVE "NO LLEGO ESTA NOCHE" TO WK-MOTIVO
              PERFORM REGISTRAR THRU F-REGISTRAR
              GO TO F-CONTROLAR-ENTRADA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ ENTRADA AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF ENT-TIPO = "T"
                 AND WK-ESP-TRAILER = "S"
                 MOVE 1             TO WK-TRAILER-LEIDO
                 MOVE ENT-CANTIDAD  TO WK-TRL-CANTIDAD
                 MOVE ENT-IMPORTE   TO WK-TRL-IMPORTE
           CLOSE ENTRADA
           PERFORM EVALUAR-ARCHIVO THRU F-EVALUAR-ARCHIVO
           PERFORM REGISTRAR THRU F-REGISTRAR.
       F-CONTROLAR-ENTRADA. EXIT.

       EVALUAR-ARCHIVO.
           IF WK-ESP-TRAILER = "S"
              IF WK-TRAILER-LEIDO = 0
                 MOVE "CUARENTENA" TO WK-RESULTADO
                 MOVE "SIN TRAILER" TO WK-MOTIVO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-HUE-CANT
                      OR WK-HUE-HALLADA = 1
              IF TAB-HUE-NOMBRE(WK-IND) = WK-ESP-NOMBRE
                 AND TAB-HUE-CANTIDAD(WK-IND) = WK-TRL-CANTIDAD
                 AND TAB-HUE-IMPORTE(WK-IND) = WK-TRL-IMPORTE
                 MOVE 1 TO WK-HUE-HALLADA
              END-PERFORM
              MOVE WK-HUE-VIEJA TO WK-IND
           END-IF
           MOVE WK-ESP-NOMBRE   TO TAB-HUE-NOMBRE(WK-IND)
           MOVE WK-TRL-CANTIDAD TO TAB-HUE-CANTIDAD(WK-IND)
           MOVE WK-TRL-IMPORTE  TO TAB-HUE-IMPORTE(WK-IND)
           MOVE WK-HOY          TO TAB-HUE-FECHA(WK-IND).
           ADD 1 TO WK-CUARENTENAS
           MOVE SPACES TO WK-ARCHIVO-CUARENTENA
           STRING "\COBOL\arch\cuarentena-" DELIMITED BY SIZE
                  WK-ESP-NOMBRE DELIMITED BY SPACE
              INTO WK-ARCHIVO-CUARENTENA
           END-STRING
           CALL "CBL_COPY_FILE" USING WK-ARCHIVO-ENTRADA

       REGISTRAR.
           MOVE WK-HOY                      TO EST-FECHA
           MOVE WK-ESP-NOMBRE               TO EST-ARCHIVO
           MOVE WK-RESULTADO                TO EST-ESTADO
           MOVE WK-REGISTROS                TO EST-CANTIDAD
           MOVE WK-MOTIVO                   TO EST-MOTIVO
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-ESP-NOMBRE               TO L-ARCHIVO
           MOVE WK-RESULTADO                TO L-ESTADO
           MOVE WK-REGISTROS                TO L-REGISTROS
           MOVE WK-MOTIVO                   TO L-MOTIVO
