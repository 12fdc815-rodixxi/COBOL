      * QUE LA CANTIDAD CARGADA COINCIDA CON LA DEL ARCHIVO DE
      * RESGUARDO Y DEJA EL RESULTADO EN LISTADO-BCK002. ATENCION:
      * PISA EL MAESTRO ELEGIDO, CORRERLO SOLO CON LA CADENA PARADA.
      * UNA "M" EN LA ULTIMA POSICION DE BCK002.PAR ELIGE LA
      * GENERACION DEL CICLO DE MEDIODIA DE ESA FECHA (-MD) EN LUGAR
      * DE LA NOCTURNA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       FD  RESGUARDO.
       01  RES-REG                      PIC X(110).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       01  PAR-REG.
           03 PAR-FECHA                 PIC 9(08).
           03 PAR-ARCHIVO               PIC X(01).
           03 PAR-GENERACION            PIC X(01).

       WORKING-STORAGE SECTION.

       77  WK-CANT-ORIGEN               PIC 9(08)     VALUE 0.
       77  WK-VERIFICA-MAL              PIC 9         VALUE 0.
       77  WK-ARCHIVO-RESGUARDO         PIC X(60).
       77  WK-SUFIJO                    PIC X(03)     VALUE SPACES.

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(30).
           NOT AT END
                MOVE PAR-FECHA   TO WK-FECHA-GEN
                MOVE PAR-ARCHIVO TO WK-QUE-ARCHIVO
                IF PAR-GENERACION = "M"
                   MOVE "-MD" TO WK-SUFIJO
                END-IF
           END-READ
           CLOSE PARAMETROS
           IF WK-FECHA-GEN = 0 AND WK-ABANDONA = 0
       RESTAURAR-CUENTAS.
           INITIALIZE WK-ARCHIVO-RESGUARDO
           STRING "\COBOL\arch\backup\mcuentas-"
                  WK-FECHA-GEN       DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-RESGUARDO
           END-STRING
           PERFORM CONTAR-RESGUARDO THRU F-CONTAR-RESGUARDO
       RESTAURAR-PLASTICOS.
           INITIALIZE WK-ARCHIVO-RESGUARDO
           STRING "\COBOL\arch\backup\plasticos-"
                  WK-FECHA-GEN       DELIMITED BY SIZE
                  WK-SUFIJO          DELIMITED BY SPACE
                  ".sec"             DELIMITED BY SIZE
                  INTO WK-ARCHIVO-RESGUARDO
           END-STRING
           PERFORM CONTAR-RESGUARDO THRU F-CONTAR-RESGUARDO
