      * VENCIMIENTO (LA FECHA SOLO SE PISA SI VIENE DISTINTA DE CERO).
      * LAS TARJETAS QUE EL PROVEEDOR INFORMA Y NOSOTROS NO TENEMOS
      * SALEN EN EL LISTADO DE EXCEPCIONES.
      * UNA TARJETA EN "RO" (BLOQUEADA POR EL PROVEEDOR O POR UNA
      * DENUNCIA ATENDIDA EN PLAS011) NO SE REACTIVA DESDE ESTE
      * ARCHIVO: SI EL PROVEEDOR LA INFORMA CON OTRO ESTADO, QUEDA
      * COMO ESTA Y SALE EN EL LISTADO COMO BLOQUEADA. LO MISMO UNA
      * TARJETA EN "BA" (POR EJEMPLO LA QUE COT002 DA DE BAJA POR
      * FALLECIMIENTO DEL TITULAR): EL PROVEEDOR NO LA REACTIVA.
      * CADA TARJETA QUE EL PROVEEDOR PASA A "RO" DEJA SU CONSTANCIA
      * EN PLAS-BLOQUEOS.DAT CON MOTIVO "P", DE DONDE LA TOMA ALR001
      * PARA AVISAR AL CLIENTE ESA MISMA NOCHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ASSIGN TO "\COBOL\listado\LISTADO-PLAS006"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\plasticos.sel".
       COPY "\COBOL\fuentes\cpy\bloqueos.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-EST-STAT                  PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-ESTADO-ANTERIOR           PIC X(02)     VALUE SPACES.

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-APLICADOS                 PIC 9(06)     VALUE 0.
       77  WK-NO-ENCONTRADOS            PIC 9(06)     VALUE 0.
       77  WK-DENUNCIADAS               PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  L-PLAS                       PIC X(19).
       77  WK-LUHN-VALIDO               PIC X(01)     VALUE SPACE.
            03 FILLER                   PIC X(20) VALUE
            "Sin tarjeta local: ".
            03 LIN-TOT-EXCEPCION        PIC ZZZZZ9.
       01  TITULO-BOTTOM-DENUNCIADAS.
            03 FILLER                   PIC X(20) VALUE
            "No aplicadas RO/BA: ".
            03 LIN-TOT-DENUNCIADAS      PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
      * ABRE ARCHIVO Y ANHADE ENCABEZADO
       INICIO.
           PERFORM ABRIR-ARCHIVO THRU F-ABRIR-ARCHIVO
           ACCEPT WK-HOY         FROM CENTURY-DATE
           MOVE WK-HOY           TO WK-FECHA
           PERFORM MOVER-FECHA   THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED      TO TIT-FECHA
           PERFORM ENCABEZAR     THRU F-ENCABEZAR.
       ABRIR-ARCHIVO.
           OPEN INPUT  ESTADOS
           OPEN I-O    M-PLASTICOS
           OPEN OUTPUT LISTADO
           OPEN EXTEND BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              OPEN OUTPUT BLOQUEOS
           END-IF.
       F-ABRIR-ARCHIVO. EXIT.

       ENCABEZAR.
                ADD 1 TO WK-LINEA
                ADD 1 TO WK-NO-ENCONTRADOS
           NOT INVALID KEY
                IF ( PLAS-ESTADO = "RO" OR PLAS-ESTADO = "BA" )
                   AND NOT ( EST-ESTADO = PLAS-ESTADO )
                   PERFORM DETALLE THRU F-DETALLE
                   IF PLAS-ESTADO = "RO"
                      MOVE "BLOQUEADA, NO SE APLICA" TO L-OBS
                   ELSE
                      MOVE "DE BAJA, NO SE APLICA" TO L-OBS
                   END-IF
                   WRITE REG-LIS FROM LIN-DETALLE
                   ADD 1 TO WK-LINEA
                   ADD 1 TO WK-DENUNCIADAS
                   GO TO F-APLICAR-ESTADO
                END-IF
                MOVE PLAS-ESTADO TO WK-ESTADO-ANTERIOR
                MOVE EST-ESTADO TO PLAS-ESTADO
                IF EST-FECHA-HASTA > 0
                   MOVE EST-FECHA-HASTA TO PLAS-FECHA-HASTA
                        PERFORM ERROR-ES THRU F-ERROR-ES
                END-REWRITE
                ADD 1 TO WK-APLICADOS
                IF EST-ESTADO = "RO"
                   AND NOT ( WK-ESTADO-ANTERIOR = "RO" )
                   PERFORM GRABAR-BLOQUEO THRU F-GRABAR-BLOQUEO
                END-IF
           END-READ.
       F-APLICAR-ESTADO. EXIT.

      * CONSTANCIA DEL BLOQUEO INFORMADO POR EL PROVEEDOR
       GRABAR-BLOQUEO.
           INITIALIZE BLQ-REG
           MOVE PLAS-PLASTICO      TO BLQ-PLASTICO
           MOVE PLAS-DOCUMENTO     TO BLQ-DOCUMENTO
           MOVE WK-HOY             TO BLQ-FECHA
           ACCEPT WK-HS FROM TIME
           COMPUTE BLQ-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           MOVE "PLAS006"          TO BLQ-OPERADOR
           MOVE "P"                TO BLQ-MOTIVO
           MOVE "INFORMADO POR EL PROVEEDOR" TO BLQ-OBSERVACION
           MOVE WK-ESTADO-ANTERIOR TO BLQ-ESTADO-ANTERIOR
           WRITE BLQ-REG.
       F-GRABAR-BLOQUEO. EXIT.

      * FALLA DE E/S SOBRE EL MAESTRO DE PLASTICOS: SE REGISTRA EN
      * LA BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA CON
      * RETURN-CODE 9 PARA QUE LA CADENA SE DETENGA
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS         TO LIN-TOT-LEIDOS
           MOVE WK-APLICADOS      TO LIN-TOT-APLICADOS
           MOVE WK-NO-ENCONTRADOS TO LIN-TOT-EXCEPCION
           MOVE WK-DENUNCIADAS    TO LIN-TOT-DENUNCIADAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-EXCEPCION
           WRITE REG-LIS FROM TITULO-BOTTOM-DENUNCIADAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-APLICADOS + WK-NO-ENCONTRADOS + WK-DENUNCIADAS
              <> WK-LEIDOS
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
       CERRAR-ARCHIVO.
           CLOSE ESTADOS
                 M-PLASTICOS
                 BLOQUEOS
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

