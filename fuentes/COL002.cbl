      * =================================================================== */
      *                                                                     */
      *   COL002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   ejecutor de la cola de listados: corre cada pedido solicitado    */
      *   con sus parametros y lo deja en el archivo de listados           */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * CORRE LOS PEDIDOS DE COLA-LISTADOS.DAT CARGADOS DESDE COL001.
      * LO LLAMA NOC001 DESPUES DE ACTUALIZAR LOS MAESTROS, Y
      * OPERACIONES LO PUEDE LANZAR SUELTO CUANDO HACE FALTA.
      * UN PEDIDO QUE QUEDO "EN EJECUCION" DE UNA CORRIDA CORTADA PASA
      * A FALLIDO (SE VUELVE A PEDIR). PARA CADA SOLICITADO:
      *   1) LO MARCA EN EJECUCION CON FECHA Y HORA DE INICIO.
      *   2) GRABA <REPORTE>-PED.PAR CON LOS PARAMETROS DEL PEDIDO.
      *   3) LLAMA AL REPORTE EN MODO PEDIDO (1): ESCRIBE SOLO
      *      LISTADO-<REPORTE>-PED, SIN TOCAR EL .PAR NI EL LISTADO
      *      DE LA NOCHE NI SUS OTRAS SALIDAS.
      *   4) LLAMA A ARC001 EN MODO 1 PARA ARCHIVARLO COMO
      *      PED<NUMERO>-<REPORTE>, FECHADO CON EL DIA DE LA CORRIDA.
      *   5) LO CIERRA TERMINADO, O FALLIDO CON EL MOTIVO.
      * LOS PROGRAMAS LLAMADOS SE CANCELAN ANTES Y DESPUES DE CADA
      * LLAMADA PARA QUE CADA PEDIDO (Y LOS PASOS SIGUIENTES DE LA
      * CADENA) EMPIECEN CON SUS AREAS LIMPIAS. RETURN-CODE 1 SI ALGUN
      * PEDIDO FALLO; LK-CANTIDAD TRAE LOS PEDIDOS PROCESADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\cola-listados.sel".
           SELECT PARAMETROS
           ASSIGN TO WK-ARCHIVO-PARAMETRO
           ORGANIZATION IS SEQUENTIAL.
           SELECT PEDIDO-ARC
           ASSIGN TO "\COBOL\arch\arc001.ped"
           ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-COL002"
           ORGANIZATION IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-cola-listados.fds".

       FD  PARAMETROS.
       01  PAR-REG                      PIC X(20).

       FD  PEDIDO-ARC.
       01  PED-REG.
           03 PED-ORIGEN                PIC X(30).
           03 PED-NOMBRE                PIC X(20).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".

       77  WK-COL-STAT                  PIC X(02).
       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-HORA                      PIC 9(04)     VALUE 0.
       77  WK-IND                       PIC 9(04)     VALUE 0.
       77  WK-PEDIDOS                   PIC 9(04)     VALUE 0.
       77  WK-PROCESADOS                PIC 9(04)     VALUE 0.
       77  WK-TERMINADOS                PIC 9(04)     VALUE 0.
       77  WK-FALLIDOS                  PIC 9(04)     VALUE 0.
       77  WK-INTERRUMPIDOS             PIC 9(04)     VALUE 0.
       77  WK-RETORNO                   PIC 9(02)     VALUE 0.
       77  WK-CANTIDAD-REPORTE          PIC 9(09)     VALUE 0.
       77  WK-CANTIDAD-ARCHIVO          PIC 9(09)     VALUE 0.
       77  WK-ARCHIVO-PARAMETRO         PIC X(60).
       77  WK-NOMBRE-ARCHIVADO          PIC X(20).
       77  WK-MOTIVO                    PIC X(30).
      * LOS REPORTES Y ARC001 SE LLAMAN SIEMPRE EN MODO PEDIDO
       77  WK-MODO-PEDIDO               PIC 9         VALUE 1.
      * ESTADO QUE ACTUALIZAR-PEDIDO GRABA EN LA COLA
       77  WK-ESTADO-NUEVO              PIC X(01)     VALUE SPACE.
       77  WK-NUMERO-BUSCADO            PIC 9(06)     VALUE 0.

      * PEDIDOS SOLICITADOS AL EMPEZAR LA CORRIDA
       01  TAB-PEDIDOS.
           03 TAB-PEDIDO OCCURS 500.
              05 TAB-PED-NUMERO         PIC 9(06).
              05 TAB-PED-REPORTE        PIC X(08).
              05 TAB-PED-PARAMETROS     PIC X(20).

       01  LIN-DETALLE.
           03 L-NUMERO                  PIC 9(06).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-REPORTE                 PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-OPERADOR                PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-CANTIDAD                PIC ZZZZZZZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-ESTADO                  PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 L-DETALLE                 PIC X(30).

       01  LIN-TOTALES.
           03 FILLER                    PIC X(13) VALUE
           "Procesados: ".
           03 L-PROCESADOS              PIC ZZZ9.
           03 FILLER                    PIC X(15) VALUE
           "   Terminados: ".
           03 L-TERMINADOS              PIC ZZZ9.
           03 FILLER                    PIC X(13) VALUE
           "   Fallidos: ".
           03 L-FALLIDOS                PIC ZZZ9.
           03 FILLER                    PIC X(18) VALUE
           "   Interrumpidos: ".
           03 L-INTERRUMPIDOS           PIC ZZZ9.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
            03 FILLER                   PIC X(45) VALUE
            "COLA DE PEDIDOS DE LISTADOS - COL002".
            03 FILLER                   PIC X(42) VALUE SPACES.

       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

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
           OPEN OUTPUT LISTADO
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE.
       F-INICIO. EXIT.

       PROCESO.
           PERFORM CARGAR-PEDIDOS THRU F-CARGAR-PEDIDOS
           PERFORM EJECUTAR-PEDIDO THRU F-EJECUTAR-PEDIDO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-PEDIDOS.
       F-PROCESO. EXIT.

      * TOMA LOS SOLICITADOS Y DA POR FALLIDOS LOS QUE QUEDARON EN
      * EJECUCION DE UNA CORRIDA ANTERIOR QUE SE CORTO
       CARGAR-PEDIDOS.
           OPEN I-O COLA-LISTADOS
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-CARGAR-PEDIDOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ COLA-LISTADOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF COL-ESTADO = "E"
                 PERFORM TOMAR-HORA THRU F-TOMAR-HORA
                 MOVE "F"                    TO COL-ESTADO
                 MOVE WK-HOY                 TO COL-FECHA-FIN
                 MOVE WK-HORA                TO COL-HORA-FIN
                 MOVE "CORRIDA INTERRUMPIDA" TO COL-MOTIVO
                 REWRITE COL-REG
                 ADD 1 TO WK-INTERRUMPIDOS
                 MOVE COL-NUMERO             TO L-NUMERO
                 MOVE COL-REPORTE            TO L-REPORTE
                 MOVE COL-OPERADOR           TO L-OPERADOR
                 MOVE COL-MOTIVO             TO L-DETALLE
                 MOVE 0                      TO L-CANTIDAD
                 MOVE "FALLIDO"              TO L-ESTADO
                 PERFORM IMPRIMIR-PEDIDO THRU F-IMPRIMIR-PEDIDO
              END-IF
              IF COL-ESTADO = "S" AND WK-PEDIDOS < 500
                 ADD 1 TO WK-PEDIDOS
                 MOVE COL-NUMERO     TO TAB-PED-NUMERO(WK-PEDIDOS)
                 MOVE COL-REPORTE    TO TAB-PED-REPORTE(WK-PEDIDOS)
                 MOVE COL-PARAMETROS TO TAB-PED-PARAMETROS(WK-PEDIDOS)
              END-IF
           END-PERFORM
           CLOSE COLA-LISTADOS.
       F-CARGAR-PEDIDOS. EXIT.

       EJECUTAR-PEDIDO.
           ADD 1 TO WK-PROCESADOS
           MOVE TAB-PED-NUMERO(WK-IND) TO WK-NUMERO-BUSCADO
           MOVE "E" TO WK-ESTADO-NUEVO
           PERFORM ACTUALIZAR-PEDIDO THRU F-ACTUALIZAR-PEDIDO
           MOVE 0      TO WK-CANTIDAD-REPORTE
           MOVE SPACES TO WK-NOMBRE-ARCHIVADO
                          WK-MOTIVO
           PERFORM CORRER-REPORTE THRU F-CORRER-REPORTE
           IF WK-RETORNO = 0
              PERFORM ARCHIVAR-LISTADO THRU F-ARCHIVAR-LISTADO
           END-IF
           IF WK-MOTIVO = SPACES
              MOVE "T" TO WK-ESTADO-NUEVO
              ADD 1 TO WK-TERMINADOS
           ELSE
              MOVE "F" TO WK-ESTADO-NUEVO
              MOVE SPACES TO WK-NOMBRE-ARCHIVADO
              ADD 1 TO WK-FALLIDOS
           END-IF
           PERFORM ACTUALIZAR-PEDIDO THRU F-ACTUALIZAR-PEDIDO
           MOVE TAB-PED-NUMERO(WK-IND)  TO L-NUMERO
           MOVE TAB-PED-REPORTE(WK-IND) TO L-REPORTE
           MOVE WK-CANTIDAD-REPORTE     TO L-CANTIDAD
           IF WK-ESTADO-NUEVO = "T"
              MOVE "TERMINADO"         TO L-ESTADO
              MOVE WK-NOMBRE-ARCHIVADO TO L-DETALLE
           ELSE
              MOVE "FALLIDO"           TO L-ESTADO
              MOVE WK-MOTIVO           TO L-DETALLE
           END-IF
           PERFORM IMPRIMIR-PEDIDO THRU F-IMPRIMIR-PEDIDO.
       F-EJECUTAR-PEDIDO. EXIT.

      * GRABA EL .PAR DEL PEDIDO Y LLAMA AL REPORTE EN MODO PEDIDO
       CORRER-REPORTE.
           INITIALIZE WK-ARCHIVO-PARAMETRO
           STRING "\COBOL\arch\"
                  TAB-PED-REPORTE(WK-IND) DELIMITED BY SPACE
                  "-ped.par"
                  INTO WK-ARCHIVO-PARAMETRO
           END-STRING
           OPEN OUTPUT PARAMETROS
           MOVE TAB-PED-PARAMETROS(WK-IND) TO PAR-REG
           WRITE PAR-REG
           CLOSE PARAMETROS
           MOVE 0 TO RETURN-CODE
           EVALUATE TAB-PED-REPORTE(WK-IND)
              WHEN "RIE001"
                 CANCEL "RIE001"
                 CALL "RIE001" USING WK-CANTIDAD-REPORTE
                                     LK-MODO-BATCH
                                     WK-MODO-PEDIDO
                 MOVE RETURN-CODE TO WK-RETORNO
                 CANCEL "RIE001"
              WHEN "NEG001"
                 CANCEL "NEG001"
                 CALL "NEG001" USING WK-CANTIDAD-REPORTE
                                     LK-MODO-BATCH
                                     WK-MODO-PEDIDO
                 MOVE RETURN-CODE TO WK-RETORNO
                 CANCEL "NEG001"
              WHEN "PRV001"
                 CANCEL "PRV001"
                 CALL "PRV001" USING WK-CANTIDAD-REPORTE
                                     LK-MODO-BATCH
                                     WK-MODO-PEDIDO
                 MOVE RETURN-CODE TO WK-RETORNO
                 CANCEL "PRV001"
              WHEN "DEN001"
                 CANCEL "DEN001"
                 CALL "DEN001" USING WK-CANTIDAD-REPORTE
                                     LK-MODO-BATCH
                                     WK-MODO-PEDIDO
                 MOVE RETURN-CODE TO WK-RETORNO
                 CANCEL "DEN001"
              WHEN OTHER
                 MOVE 99 TO WK-RETORNO
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           EVALUATE WK-RETORNO
              WHEN 0
                 CONTINUE
              WHEN 1
                 MOVE "TOTALES NO BALANCEAN"   TO WK-MOTIVO
              WHEN 2
                 MOVE "EXTRACTO DESACTUALIZADO" TO WK-MOTIVO
              WHEN 3
                 MOVE "PARAMETROS INVALIDOS"   TO WK-MOTIVO
              WHEN 99
                 MOVE "REPORTE QUE NO SE PUEDE PEDIR" TO WK-MOTIVO
              WHEN OTHER
                 MOVE "EL REPORTE TERMINO CON ERROR" TO WK-MOTIVO
           END-EVALUATE.
       F-CORRER-REPORTE. EXIT.

      * EL LISTADO DEL PEDIDO QUEDA EN EL ARCHIVO DE ARC001 CON EL
      * NUMERO DE PEDIDO EN EL NOMBRE, PARA ABRIRLO EN ARCVIS
       ARCHIVAR-LISTADO.
           INITIALIZE PED-REG
           STRING "LISTADO-"
                  TAB-PED-REPORTE(WK-IND) DELIMITED BY SPACE
                  "-PED"
                  INTO PED-ORIGEN
           END-STRING
           STRING "PED" TAB-PED-NUMERO(WK-IND) "-"
                  TAB-PED-REPORTE(WK-IND) DELIMITED BY SPACE
                  INTO PED-NOMBRE
           END-STRING
           OPEN OUTPUT PEDIDO-ARC
           WRITE PED-REG
           CLOSE PEDIDO-ARC
           MOVE PED-NOMBRE TO WK-NOMBRE-ARCHIVADO
           CANCEL "ARC001"
           CALL "ARC001" USING WK-CANTIDAD-ARCHIVO
                               LK-MODO-BATCH
                               WK-MODO-PEDIDO
           IF RETURN-CODE NOT = 0
              MOVE "NO SE PUDO ARCHIVAR EL LISTADO" TO WK-MOTIVO
           END-IF
           CANCEL "ARC001"
           MOVE 0 TO RETURN-CODE.
       F-ARCHIVAR-LISTADO. EXIT.

      * BUSCA EL PEDIDO EN LA COLA Y GRABA WK-ESTADO-NUEVO CON SUS
      * DATOS: INICIO AL PASAR A EJECUCION, FIN Y RESULTADO AL CERRAR
       ACTUALIZAR-PEDIDO.
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           OPEN I-O COLA-LISTADOS
           IF NOT ( WK-COL-STAT = "00" )
              GO TO F-ACTUALIZAR-PEDIDO
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ COLA-LISTADOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF COL-NUMERO = WK-NUMERO-BUSCADO
                 MOVE 1 TO WK-FINAL
                 MOVE COL-OPERADOR    TO L-OPERADOR
                 MOVE WK-ESTADO-NUEVO TO COL-ESTADO
                 IF WK-ESTADO-NUEVO = "E"
                    MOVE WK-HOY  TO COL-FECHA-INICIO
                    MOVE WK-HORA TO COL-HORA-INICIO
                 ELSE
                    MOVE WK-HOY              TO COL-FECHA-FIN
                    MOVE WK-HORA             TO COL-HORA-FIN
                    MOVE WK-RETORNO          TO COL-RETORNO
                    MOVE WK-CANTIDAD-REPORTE TO COL-CANTIDAD
                    MOVE WK-NOMBRE-ARCHIVADO TO COL-ARCHIVADO
                    MOVE WK-MOTIVO           TO COL-MOTIVO
                 END-IF
                 REWRITE COL-REG
              END-IF
           END-PERFORM
           CLOSE COLA-LISTADOS.
       F-ACTUALIZAR-PEDIDO. EXIT.

       IMPRIMIR-PEDIDO.
           WRITE REG-LIS FROM LIN-DETALLE.
       F-IMPRIMIR-PEDIDO. EXIT.

       TOMAR-HORA.
           ACCEPT WK-HS FROM TIME
           COMPUTE WK-HORA = WK-HS-HORA * 100 + WK-HS-MIN.
       F-TOMAR-HORA. EXIT.

       FINAL-PROG.
           MOVE WK-PROCESADOS    TO L-PROCESADOS
           MOVE WK-TERMINADOS    TO L-TERMINADOS
           MOVE WK-FALLIDOS      TO L-FALLIDOS
           MOVE WK-INTERRUMPIDOS TO L-INTERRUMPIDOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM LIN-TOTALES
           CLOSE LISTADO
           MOVE WK-PROCESADOS TO LK-CANTIDAD
           IF WK-FALLIDOS > 0
              MOVE 1 TO RETURN-CODE
           END-IF
           IF LK-MODO-BATCH = 0
              DISPLAY MESSAGE "Fin de la cola de listados"
              END-DISPLAY
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM COL002.
