      * =================================================================== */
      *                                                                     */
      *   NOC002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   tendencia de tiempos de la cadena nocturna por paso y           */
      *   pronostico de fin contra el corte del en linea                  */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOC002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LEE NOC001-TIEMPOS.DAT, DONDE NOC001 DEJA CADA PASO CORRIDO
      * CON SUS SEGUNDOS Y SU CANTIDAD, Y POR CADA PASO (NUMERO Y
      * NOMBRE) LISTA:
      *   - EL PROMEDIO DE SEGUNDOS DE LAS ULTIMAS 20 NOCHES ANTERIORES
      *     A HOY EN QUE CORRIO Y EL DE LAS ULTIMAS 5,
      *   - LO QUE LLEVA HOY, SI YA CORRIO, CON SU CANTIDAD CONTRA LA
      *     CANTIDAD PROMEDIO,
      *   - "MAS LENTO HOY" SI HOY SUPERA SU PROMEDIO EN MAS DE LA
      *     TOLERANCIA, O "EN ALZA" SI LAS ULTIMAS 5 NOCHES YA LO
      *     SUPERAN (DIFERENCIAS MENORES AL MINIMO DE SEGUNDOS NO SE
      *     MARCAN).
      * PRONOSTICO: LOS VOLUMENES DE LOS PASOS YA CORRIDOS HOY CONTRA
      * SUS PROMEDIOS DAN LA PROPORCION DE LA NOCHE; LOS PASOS QUE
      * FALTAN SE ESTIMAN CON SU TIEMPO MEDIO POR NOCHE (ASI LOS
      * MENSUALES PESAN LO QUE PESAN) POR ESA PROPORCION, Y LA HORA
      * ACTUAL MAS ESE TIEMPO SE COMPARA CON EL CORTE DEL EN LINEA.
      * LAS HORAS ANTERIORES AL MEDIODIA SE TOMAN COMO DE LA MADRUGADA
      * SIGUIENTE AL INICIO DE LA CADENA.
      * NOC002.PAR (OPCIONAL): HORA DE CORTE HHMM (DEFAULT 0700),
      * TOLERANCIA EN PORCENTAJE (DEFAULT 20) Y MINIMO DE SEGUNDOS DE
      * DIFERENCIA PARA MARCAR (DEFAULT 60).
      * RETURN-CODE 1 SI EL PRONOSTICO PASA EL CORTE, 2 SI HAY PASOS
      * MARCADOS, 0 SI NADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\tiempos.sel".
           SELECT PARAMETROS
           ASSIGN TO "\COBOL\arch\noc002.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-NOC002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-tiempos.fds".

       FD  PARAMETROS.
       01  PAR-REG.
           03 PAR-HORA-CORTE            PIC 9(04).
           03 PAR-TOLERANCIA            PIC 9(03).
           03 PAR-MINIMO-SEG            PIC 9(04).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-TMP-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-HOY                       PIC 9(08)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-IND                       PIC 9(03)      VALUE 0.
       77  WK-PASOS                     PIC 9(03)      VALUE 0.
       77  WK-PASOS-DESBORDE            PIC 9          VALUE 0.
       77  WK-NOCHES                    PIC 9(02)      VALUE 0.
       77  WK-ULT-NOCHE                 PIC 9(08)      VALUE 0.
       77  WK-DESDE-20                  PIC 9(08)      VALUE 0.
       77  WK-DESDE-5                   PIC 9(08)      VALUE 0.
       77  WK-TOLERANCIA                PIC 9(03)      VALUE 20.
       77  WK-MINIMO-SEG                PIC 9(04)      VALUE 60.
       77  WK-PROM-20                   PIC 9(06)      VALUE 0.
       77  WK-PROM-5                    PIC 9(06)      VALUE 0.
       77  WK-CANT-PROM                 PIC 9(09)      VALUE 0.
       77  WK-TOPE                      PIC 9(07)      VALUE 0.
       77  WK-CANT-HOY-TOT              PIC 9(12)      VALUE 0.
       77  WK-CANT-PROM-TOT             PIC 9(12)      VALUE 0.
       77  WK-PROPORCION                PIC 9(03)V99   VALUE 1.
       77  WK-RESTANTE                  PIC 9(07)      VALUE 0.
       77  WK-RESTANTE-EST              PIC 9(07)      VALUE 0.
       77  WK-AHORA-SEG                 PIC 9(06)      VALUE 0.
       77  WK-CORTE-SEG                 PIC 9(06)      VALUE 0.
       77  WK-FIN-SEG                   PIC 9(07)      VALUE 0.
       77  WK-FIN-DIAS                  PIC 9          VALUE 0.
       77  WK-FIN-RELOJ                 PIC 9(05)      VALUE 0.
       77  WK-RESTO                     PIC 9(07)      VALUE 0.
       77  WK-LENTOS                    PIC 9(03)      VALUE 0.
       77  WK-SE-PASA                   PIC 9          VALUE 0.

       01  WK-HS                        PIC 9(08).
       01  FILLER REDEFINES WK-HS.
           03 WK-HS-HORA                PIC 99.
           03 WK-HS-MIN                 PIC 99.
           03 WK-HS-SEG                 PIC 99.
           03 FILLER                    PIC 99.

       01  WK-HORA-CORTE                PIC 9(04)      VALUE 0700.
       01  FILLER REDEFINES WK-HORA-CORTE.
           03 WK-CORTE-HORA             PIC 99.
           03 WK-CORTE-MIN              PIC 99.

       01  WK-HORA-FIN.
           03 WK-FIN-HORA               PIC 99.
           03 WK-FIN-MIN                PIC 99.

      * LAS ULTIMAS 20 NOCHES ANTERIORES A HOY, DE LA MAS VIEJA A LA
      * MAS RECIENTE
       01  TAB-NOCHES.
           03 TAB-NOCHE OCCURS 20       PIC 9(08).

       01  TAB-PASOS.
           03 TAB-PASO OCCURS 200.
              05 TAB-NRO                PIC 9(03).
              05 TAB-NOM                PIC X(13).
              05 TAB-SEG-20             PIC 9(08).
              05 TAB-MUESTRAS-20        PIC 9(03).
              05 TAB-CANT-20            PIC 9(12).
              05 TAB-SEG-5              PIC 9(08).
              05 TAB-MUESTRAS-5         PIC 9(03).
              05 TAB-SEG-HOY            PIC 9(06).
              05 TAB-CANT-HOY           PIC 9(09).
              05 TAB-CORRIO-HOY         PIC 9.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "TIEMPOS DE LA CADENA NOCTURNA - NOC002".
            03 FILLER                   PIC X(24) VALUE SPACES.
            03 FILLER                   PIC X(06) VALUE "HOJA: ".
            03 TIT-HOJA                 PIC 9(03).

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(04) VALUE "Nro".
            03 FILLER                   PIC X(14) VALUE "Paso".
            03 FILLER                   PIC X(08) VALUE "Prom.20".
            03 FILLER                   PIC X(08) VALUE "Prom.5".
            03 FILLER                   PIC X(08) VALUE "Hoy".
            03 FILLER                   PIC X(11) VALUE "Cant.hoy".
            03 FILLER                   PIC X(11) VALUE "Cant.prom".
            03 FILLER                   PIC X(14) VALUE "Marca".

       01  LIN-DETALLE.
            03 L-NRO                    PIC ZZ9.
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-NOM                    PIC X(13).
            03 FILLER                   PIC X(01) VALUE SPACES.
            03 L-PROM-20                PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-PROM-5                 PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-SEG-HOY                PIC ZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CANT-HOY               PIC ZZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-CANT-PROM              PIC ZZZZZZZZ9.
            03 FILLER                   PIC X(02) VALUE SPACES.
            03 L-MARCA                  PIC X(14).

       01  LIN-CONTROL.
           03 L-ROTULO                  PIC X(40).
           03 L-VALOR                   PIC ZZZZZZ9.

       01  LIN-PROPORCION.
           03 FILLER                    PIC X(40) VALUE
           "Volumen de la noche / promedio........: ".
           03 L-PROPORCION              PIC ZZ9,99.

       01  LIN-HORA.
           03 L-HORA-ROTULO             PIC X(40).
           03 L-HORA-HH                 PIC 99.
           03 FILLER                    PIC X(01) VALUE ":".
           03 L-HORA-MM                 PIC 99.

       01  LIN-AVISO                    PIC X(100).

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
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           PERFORM LEER-PARAMETROS THRU F-LEER-PARAMETROS
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
       F-INICIO. EXIT.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              READ PARAMETROS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-HORA-CORTE > 0
                      MOVE PAR-HORA-CORTE TO WK-HORA-CORTE
                   END-IF
                   IF PAR-TOLERANCIA > 0
                      MOVE PAR-TOLERANCIA TO WK-TOLERANCIA
                   END-IF
                   IF PAR-MINIMO-SEG > 0
                      MOVE PAR-MINIMO-SEG TO WK-MINIMO-SEG
                   END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
       F-LEER-PARAMETROS. EXIT.

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

      * SIN HISTORIA NO HAY CONTRA QUE COMPARAR NI QUE PRONOSTICAR
       PROCESO.
           OPEN INPUT TIEMPOS
           IF NOT ( WK-TMP-STAT = "00" )
              MOVE "SIN HISTORIA DE TIEMPOS (NOC001-TIEMPOS.DAT)"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-PROCESO
           END-IF
           PERFORM RELEVAR-NOCHES THRU F-RELEVAR-NOCHES
           CLOSE TIEMPOS
           OPEN INPUT TIEMPOS
           PERFORM ACUMULAR-PASOS THRU F-ACUMULAR-PASOS
           CLOSE TIEMPOS
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PASOS
              PERFORM LISTAR-PASO THRU F-LISTAR-PASO
           END-PERFORM
           PERFORM PRONOSTICAR THRU F-PRONOSTICAR.
       F-PROCESO. EXIT.

      * PRIMERA PASADA: LA HISTORIA SE GRABA EN ORDEN DE NOCHE, ASI
      * QUE CADA FECHA ANTERIOR A HOY MAYOR QUE LA ULTIMA VISTA ES
      * UNA NOCHE NUEVA; SE RETIENEN LAS ULTIMAS 20
       RELEVAR-NOCHES.
           PERFORM UNTIL WK-FINAL = 1
              READ TIEMPOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF TMP-FECHA < WK-HOY
                 AND TMP-FECHA > WK-ULT-NOCHE
                 PERFORM ANOTAR-NOCHE THRU F-ANOTAR-NOCHE
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           IF WK-NOCHES = 0
              MOVE WK-HOY TO WK-DESDE-20
                             WK-DESDE-5
              GO TO F-RELEVAR-NOCHES
           END-IF
           MOVE TAB-NOCHE(1) TO WK-DESDE-20
           IF WK-NOCHES > 5
              MOVE TAB-NOCHE(WK-NOCHES - 4) TO WK-DESDE-5
           ELSE
              MOVE TAB-NOCHE(1) TO WK-DESDE-5
           END-IF.
       F-RELEVAR-NOCHES. EXIT.

       ANOTAR-NOCHE.
           MOVE TMP-FECHA TO WK-ULT-NOCHE
           IF WK-NOCHES < 20
              ADD 1 TO WK-NOCHES
              MOVE TMP-FECHA TO TAB-NOCHE(WK-NOCHES)
              GO TO F-ANOTAR-NOCHE
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 19
              MOVE TAB-NOCHE(WK-IND + 1) TO TAB-NOCHE(WK-IND)
           END-PERFORM
           MOVE TMP-FECHA TO TAB-NOCHE(20).
       F-ANOTAR-NOCHE. EXIT.

      * SEGUNDA PASADA: POR PASO, LO DE LAS ULTIMAS 20 NOCHES, LO DE
      * LAS ULTIMAS 5 Y LO DE HOY (EN UNA REANUDACION VALE LA ULTIMA
      * VEZ QUE CORRIO)
       ACUMULAR-PASOS.
           PERFORM UNTIL WK-FINAL = 1
              READ TIEMPOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF TMP-FECHA < WK-DESDE-20 OR TMP-FECHA > WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM BUSCAR-PASO THRU F-BUSCAR-PASO
              IF WK-IND = 0
                 EXIT PERFORM CYCLE
              END-IF
              IF TMP-FECHA = WK-HOY
                 MOVE TMP-SEGUNDOS TO TAB-SEG-HOY(WK-IND)
                 MOVE TMP-CANTIDAD TO TAB-CANT-HOY(WK-IND)
                 MOVE 1            TO TAB-CORRIO-HOY(WK-IND)
              ELSE
                 ADD TMP-SEGUNDOS TO TAB-SEG-20(WK-IND)
                 ADD TMP-CANTIDAD TO TAB-CANT-20(WK-IND)
                 ADD 1            TO TAB-MUESTRAS-20(WK-IND)
                 IF TMP-FECHA NOT < WK-DESDE-5
                    ADD TMP-SEGUNDOS TO TAB-SEG-5(WK-IND)
                    ADD 1            TO TAB-MUESTRAS-5(WK-IND)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL.
       F-ACUMULAR-PASOS. EXIT.

      * UBICA EL PASO POR NUMERO Y NOMBRE O LO AGREGA EN EL ORDEN EN
      * QUE APARECE; SI NO HAY LUGAR DEVUELVE WK-IND EN CERO
       BUSCAR-PASO.
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PASOS
              IF TAB-NRO(WK-IND) = TMP-PASO-NRO
                 AND TAB-NOM(WK-IND) = TMP-PASO-NOM
                 GO TO F-BUSCAR-PASO
              END-IF
           END-PERFORM
           IF WK-PASOS NOT < 200
              MOVE 1 TO WK-PASOS-DESBORDE
              MOVE 0 TO WK-IND
              GO TO F-BUSCAR-PASO
           END-IF
           ADD 1 TO WK-PASOS
           MOVE WK-PASOS TO WK-IND
           INITIALIZE TAB-PASO(WK-IND)
           MOVE TMP-PASO-NRO TO TAB-NRO(WK-IND)
           MOVE TMP-PASO-NOM TO TAB-NOM(WK-IND).
       F-BUSCAR-PASO. EXIT.

       LISTAR-PASO.
           MOVE 0 TO WK-PROM-20
                     WK-PROM-5
                     WK-CANT-PROM
           IF TAB-MUESTRAS-20(WK-IND) > 0
              COMPUTE WK-PROM-20 ROUNDED = TAB-SEG-20(WK-IND)
                                         / TAB-MUESTRAS-20(WK-IND)
              COMPUTE WK-CANT-PROM ROUNDED = TAB-CANT-20(WK-IND)
                                           / TAB-MUESTRAS-20(WK-IND)
           END-IF
           IF TAB-MUESTRAS-5(WK-IND) > 0
              COMPUTE WK-PROM-5 ROUNDED = TAB-SEG-5(WK-IND)
                                        / TAB-MUESTRAS-5(WK-IND)
           END-IF
           MOVE SPACES TO L-MARCA
           PERFORM MARCAR-PASO THRU F-MARCAR-PASO
           IF TAB-MUESTRAS-20(WK-IND) > 0
              IF TAB-CORRIO-HOY(WK-IND) = 1
                 ADD TAB-CANT-HOY(WK-IND) TO WK-CANT-HOY-TOT
                 ADD WK-CANT-PROM         TO WK-CANT-PROM-TOT
              ELSE
                 COMPUTE WK-RESTANTE = WK-RESTANTE
                         + TAB-SEG-20(WK-IND) / WK-NOCHES
              END-IF
           END-IF
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE TAB-NRO(WK-IND)      TO L-NRO
           MOVE TAB-NOM(WK-IND)      TO L-NOM
           MOVE WK-PROM-20           TO L-PROM-20
           MOVE WK-PROM-5            TO L-PROM-5
           MOVE TAB-SEG-HOY(WK-IND)  TO L-SEG-HOY
           MOVE TAB-CANT-HOY(WK-IND) TO L-CANT-HOY
           MOVE WK-CANT-PROM         TO L-CANT-PROM
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR-PASO. EXIT.

      * UN PASO SIN HISTORIA NO SE MARCA; EL TOPE ES EL PROMEDIO MAS
      * LA TOLERANCIA, Y LA DIFERENCIA TIENE QUE LLEGAR AL MINIMO DE
      * SEGUNDOS PARA QUE UN PASO CORTO NO SALTE POR NADA
       MARCAR-PASO.
           IF TAB-CORRIO-HOY(WK-IND) = 0
              MOVE "NO CORRIO HOY" TO L-MARCA
           END-IF
           IF TAB-MUESTRAS-20(WK-IND) = 0
              GO TO F-MARCAR-PASO
           END-IF
           COMPUTE WK-TOPE = WK-PROM-20 * ( 100 + WK-TOLERANCIA ) / 100
           IF WK-TOPE < WK-PROM-20 + WK-MINIMO-SEG
              COMPUTE WK-TOPE = WK-PROM-20 + WK-MINIMO-SEG
           END-IF
           IF TAB-CORRIO-HOY(WK-IND) = 1
              AND TAB-SEG-HOY(WK-IND) > WK-TOPE
              MOVE "MAS LENTO HOY" TO L-MARCA
              ADD 1 TO WK-LENTOS
              GO TO F-MARCAR-PASO
           END-IF
           IF TAB-MUESTRAS-20(WK-IND) > TAB-MUESTRAS-5(WK-IND)
              AND WK-PROM-5 > WK-TOPE
              MOVE "EN ALZA"       TO L-MARCA
              ADD 1 TO WK-LENTOS
           END-IF.
       F-MARCAR-PASO. EXIT.

      * HORA ACTUAL MAS LO QUE FALTA, AJUSTADO POR EL VOLUMEN DE LA
      * NOCHE, CONTRA LA HORA DE CORTE DEL EN LINEA
       PRONOSTICAR.
           IF WK-CANT-PROM-TOT > 0
              COMPUTE WK-PROPORCION ROUNDED =
                      WK-CANT-HOY-TOT / WK-CANT-PROM-TOT
                 ON SIZE ERROR
                      MOVE 999,99 TO WK-PROPORCION
              END-COMPUTE
           END-IF
           COMPUTE WK-RESTANTE-EST ROUNDED =
                   WK-RESTANTE * WK-PROPORCION
           ACCEPT WK-HS FROM TIME
           COMPUTE WK-AHORA-SEG = WK-HS-HORA * 3600
                                + WK-HS-MIN * 60 + WK-HS-SEG
           IF WK-HS-HORA < 12
              ADD 86400 TO WK-AHORA-SEG
           END-IF
           COMPUTE WK-CORTE-SEG = WK-CORTE-HORA * 3600
                                + WK-CORTE-MIN * 60
           IF WK-CORTE-HORA < 12
              ADD 86400 TO WK-CORTE-SEG
           END-IF
           COMPUTE WK-FIN-SEG = WK-AHORA-SEG + WK-RESTANTE-EST
           IF WK-FIN-SEG > WK-CORTE-SEG
              MOVE 1 TO WK-SE-PASA
           END-IF
           DIVIDE WK-FIN-SEG BY 86400 GIVING WK-FIN-DIAS
                  REMAINDER WK-FIN-RELOJ
           DIVIDE WK-FIN-RELOJ BY 3600 GIVING WK-FIN-HORA
                  REMAINDER WK-RESTO
           DIVIDE WK-RESTO BY 60 GIVING WK-FIN-MIN
           WRITE REG-LIS FROM TITULO-LINE
           MOVE "Noches de historia.....................: "
             TO L-ROTULO
           MOVE WK-NOCHES TO L-VALOR
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE WK-PROPORCION TO L-PROPORCION
           WRITE REG-LIS FROM LIN-PROPORCION
           MOVE "Segundos estimados para terminar.......: "
             TO L-ROTULO
           MOVE WK-RESTANTE-EST TO L-VALOR
           WRITE REG-LIS FROM LIN-CONTROL
           MOVE "Fin estimado de la cadena..............: "
             TO L-HORA-ROTULO
           MOVE WK-FIN-HORA TO L-HORA-HH
           MOVE WK-FIN-MIN  TO L-HORA-MM
           WRITE REG-LIS FROM LIN-HORA
           MOVE "Corte del en linea.....................: "
             TO L-HORA-ROTULO
           MOVE WK-CORTE-HORA TO L-HORA-HH
           MOVE WK-CORTE-MIN  TO L-HORA-MM
           WRITE REG-LIS FROM LIN-HORA
           IF WK-SE-PASA = 1
              MOVE "*** LA CADENA NO TERMINARIA ANTES DEL CORTE ***"
                TO LIN-AVISO
           ELSE
              MOVE "La cadena terminaria antes del corte"
                TO LIN-AVISO
           END-IF
           WRITE REG-LIS FROM LIN-AVISO.
       F-PRONOSTICAR. EXIT.

       FINAL-PROG.
           MOVE "Pasos marcados.........................: "
             TO L-ROTULO
           MOVE WK-LENTOS TO L-VALOR
           WRITE REG-LIS FROM LIN-CONTROL
           IF WK-PASOS-DESBORDE = 1
              MOVE "*** MAS DE 200 PASOS: LOS EXCEDENTES NO SE LISTAN"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF
           CLOSE LISTADO
           MOVE WK-PASOS TO LK-CANTIDAD
           IF WK-SE-PASA = 1
              MOVE 1 TO RETURN-CODE
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "La cadena no llegaria al corte"
                 END-DISPLAY
              END-IF
           ELSE
              IF WK-LENTOS > 0
                 MOVE 2 TO RETURN-CODE
              END-IF
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM NOC002.
