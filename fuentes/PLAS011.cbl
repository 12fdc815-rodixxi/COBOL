      * =================================================================== */
      *                                                                     */
      *   PLAS011.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   denuncia telefonica de robo o extravio: bloquea el plastico en   */
      *   el momento y registra el pedido de reposicion                    */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAS011.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * UNA TARJETA SOLO LLEGABA A "RO" CUANDO EL PROVEEDOR LA
      * INFORMABA EN PLAS-ESTADOS.PRN Y PLAS006 LO APLICABA A LA
      * NOCHE SIGUIENTE; MIENTRAS TANTO EL CLIENTE QUE LLAMABA POR UN
      * ROBO SEGUIA CON LA TARJETA HABILITADA, PORQUE CONPLA, CONCTAS
      * Y DSH001 SOLO MUESTRAN EL ESTADO. ESTA PANTALLA (OPCION DEL
      * MENU001) BUSCA LA TARJETA POR NUMERO O POR DOCUMENTO, LA PASA
      * A "RO" EN PLASTICOS.IDX EN EL MOMENTO, DEJA EN
      * PLAS-BLOQUEOS.DAT EL OPERADOR, EL MOTIVO Y LA OBSERVACION, Y
      * REGISTRA LA SOLICITUD DE REPOSICION "P" EN
      * PLAS-SOLICITUDES.DAT (SALVO QUE YA HAYA UNA PENDIENTE PARA
      * ESE PLASTICO). COMO AUT001 ARMA EL ARCHIVO DE AUTORIZACIONES
      * LEYENDO PLASTICOS.IDX AL FINAL DE LA CADENA, EL BLOQUEO VIAJA
      * AL PROCESADOR ESA MISMA NOCHE.
      * SOLO OPERADORES CON ROL "M" O "A" PUEDEN BLOQUEAR, Y SOLO
      * TARJETAS VIVAS ("AC" O "PE"): UNA DADA DE BAJA, VENCIDA O
      * FALLIDA NO SE BLOQUEA NI SE REPONE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\bloqueos.sel".
           COPY "\COBOL\fuentes\cpy\solicitudes.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".
       COPY "\COBOL\fuentes\cpy\fd-bloqueos.fds".
       COPY "\COBOL\fuentes\cpy\fd-solicitudes.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-hora-ed.cpy".
       COPY "\COBOL\fuentes\cpy\wk-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-BLQ-STAT                  PIC X(02).
       77  WK-SOLREG-STAT               PIC X(02).

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-PLAS-FINAL                PIC 9      VALUE 0.
       77  WK-SOLREG-FINAL              PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-TECLA                     PIC X(01)  VALUE SPACE.
       77  WK-MOTIVO                    PIC X(01)  VALUE SPACE.
       77  WK-OBSERVACION               PIC X(30)  VALUE SPACES.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-HALLADAS                  PIC 9(04)  VALUE 0.
       77  WK-BLOQUEADAS                PIC 9(04)  VALUE 0.
       77  WK-LUHN-VALIDO               PIC X(01)  VALUE SPACE.
       77  WK-ESTADO-ANTERIOR           PIC X(02)  VALUE SPACES.
       77  L-PLAS                       PIC X(19).

      * PLASTICOS CON SOLICITUD "P" YA REGISTRADA, PARA NO PEDIR DOS
      * VECES LA MISMA REPOSICION (MISMO CRITERIO QUE PLAS001)
       77  WK-SOL-PEND-CANT             PIC 9(04)  VALUE 0.
       77  WK-SOL-YA-PEDIDO             PIC 9      VALUE 0.
       77  WK-IND-SOL                   PIC 9(04)  VALUE 0.
       01  TAB-SOL-PEND.
           03 TAB-SOL-PEND-PLAS         PIC 9(16) OCCURS 9999.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           CALL "SEG001" USING WK-OPERADOR
                               WK-OPERADOR-ROL
                               WK-SEG-RESULTADO
           IF WK-SEG-RESULTADO = 0
              GOBACK
           END-IF
           IF WK-OPERADOR-ROL = "C"
              DISPLAY MESSAGE
              "Su rol es de consulta, no puede bloquear tarjetas"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           PERFORM CARGAR-SOLICITUDES-PEND THRU
                   F-CARGAR-SOLICITUDES-PEND
           OPEN I-O M-PLASTICOS
           OPEN EXTEND BLOQUEOS
           IF NOT ( WK-BLQ-STAT = "00" )
              OPEN OUTPUT BLOQUEOS
           END-IF
           OPEN EXTEND REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              OPEN OUTPUT REGISTRO-SOL
           END-IF
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM VENTANA THRU F-VENTANA.
       F-INICIO. EXIT.

      * CARGA EN MEMORIA LOS PLASTICOS QUE YA TIENEN UNA SOLICITUD
      * DE REPOSICION PENDIENTE
       CARGAR-SOLICITUDES-PEND.
           OPEN INPUT REGISTRO-SOL
           IF NOT ( WK-SOLREG-STAT = "00" )
              GO TO F-CARGAR-SOLICITUDES-PEND
           END-IF
           PERFORM UNTIL WK-SOLREG-FINAL = 1
              READ REGISTRO-SOL AT END
                   MOVE 1 TO WK-SOLREG-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SOLR-ESTADO = "P" AND WK-SOL-PEND-CANT < 9999
                 ADD 1 TO WK-SOL-PEND-CANT
                 MOVE SOLR-PLASTICO
                   TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
              END-IF
           END-PERFORM
           CLOSE REGISTRO-SOL.
       F-CARGAR-SOLICITUDES-PEND. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           PERFORM ENCABEZADO THRU F-ENCABEZADO.
       F-VENTANA. EXIT.

       ENCABEZADO.
           ACCEPT WK-FECHA FROM CENTURY-DATE
           ACCEPT WK-HS FROM TIME
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-HS-HORA TO WK-HS-HORA-ED
           MOVE WK-HS-MIN  TO WK-HS-MIN-ED
           DISPLAY AT 0201 WK-FECHA-ED
           DISPLAY "DENUNCIA DE ROBO / EXTRAVIO" AT 0227
           DISPLAY AT 0273 WK-HS-ED
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-ENCABEZADO. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM VENTANA      THRU F-VENTANA
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE WK-ACCION
                 WHEN "T" PERFORM BUSCAR-TARJETA
                                  THRU F-BUSCAR-TARJETA
                 WHEN "D" PERFORM BUSCAR-DOCUMENTO
                                  THRU F-BUSCAR-DOCUMENTO
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "BUSCAR POR (T=tarjeta, D=documento, F=fin): "
                      AT 0502
              ACCEPT WK-ACCION AT 0547
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "t"
                 MOVE "T" TO WK-ACCION
              END-IF
              IF WK-ACCION = "d"
                 MOVE "D" TO WK-ACCION
              END-IF
              IF WK-ACCION = "T" OR "D"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-ACCION. EXIT.

      * BUSQUEDA DIRECTA POR NUMERO: EL DIGITO VERIFICADOR SE
      * CONTROLA ANTES DE LEER, UN NUMERO MAL DICTADO POR TELEFONO
      * NO DEBE BLOQUEAR LA TARJETA DE OTRO CLIENTE
       BUSCAR-TARJETA.
           MOVE 0 TO WK-PLAS-PLASTICO
           DISPLAY "TARJETA  : " AT 0602
           ACCEPT WK-PLAS-PLASTICO AT 0613
           IF WK-PLAS-PLASTICO = 0
              GO TO F-BUSCAR-TARJETA
           END-IF
           CALL "VAL-LUHN" USING WK-PLAS-PLASTICO
                                 WK-LUHN-VALIDO
           IF WK-LUHN-VALIDO = "N"
              DISPLAY MESSAGE "Numero de tarjeta incorrecto"
              END-DISPLAY
              GO TO F-BUSCAR-TARJETA
           END-IF
           MOVE WK-PLAS-PLASTICO TO PLAS-PLASTICO
           READ M-PLASTICOS
           INVALID KEY
                DISPLAY MESSAGE "Tarjeta inexistente"
                END-DISPLAY
                GO TO F-BUSCAR-TARJETA
           END-READ
           PERFORM BLOQUEAR-PLASTICO THRU F-BLOQUEAR-PLASTICO.
       F-BUSCAR-TARJETA. EXIT.

      * BUSQUEDA POR DOCUMENTO: SE RECORREN LAS TARJETAS DEL TITULAR
      * POR PLAS-CLAVE-1 Y SE OFRECE CADA UNA PARA BLOQUEAR (EL
      * CLIENTE NO SIEMPRE SABE EL NUMERO DE LA QUE LE ROBARON)
       BUSCAR-DOCUMENTO.
           MOVE 0 TO WK-DOCUMENTO
                     WK-HALLADAS
                     WK-PLAS-FINAL
           DISPLAY "DOCUMENTO: " AT 0602
           MOVE 0 TO WK-PDO-DOCUMENTO
           MOVE 0613 TO WK-PDO-POSICION
           PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
           MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
           IF WK-DOCUMENTO = 0
              GO TO F-BUSCAR-DOCUMENTO
           END-IF
           MOVE WK-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> WK-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-HALLADAS
              PERFORM BLOQUEAR-PLASTICO THRU F-BLOQUEAR-PLASTICO
              PERFORM VENTANA THRU F-VENTANA
              DISPLAY "DOCUMENTO: " AT 0602 WK-PDO-TIPO " " WK-PDO-NRO
           END-PERFORM
           IF WK-HALLADAS = 0
              DISPLAY MESSAGE "El documento no tiene tarjetas"
              END-DISPLAY
           END-IF.
       F-BUSCAR-DOCUMENTO. EXIT.

      * MUESTRA LA TARJETA LEIDA, PIDE MOTIVO Y CONFIRMACION Y LA
      * BLOQUEA: "RO" EN EL MAESTRO, CONSTANCIA EN PLAS-BLOQUEOS.DAT
      * Y PEDIDO DE REPOSICION
       BLOQUEAR-PLASTICO.
           MOVE PLAS-PLASTICO TO WK-PLAS-PLASTICO
           PERFORM CODIGO-PLASTICO THRU F-CODIGO-PLASTICO
           DISPLAY "Tarjeta : " AT 0802 L-PLAS
           DISPLAY "Titular : " AT 0902 PLAS-NOMBRE-CORTO
           DISPLAY "Estado  : " AT 1002 PLAS-ESTADO
           IF PLAS-ESTADO = "RO"
              DISPLAY MESSAGE "La tarjeta ya esta bloqueada"
              END-DISPLAY
              GO TO F-BLOQUEAR-PLASTICO
           END-IF
           IF NOT ( PLAS-ESTADO = "AC" OR PLAS-ESTADO = "PE" )
              DISPLAY MESSAGE "La tarjeta no esta vigente"
              END-DISPLAY
              GO TO F-BLOQUEAR-PLASTICO
           END-IF
           MOVE SPACE TO WK-TECLA
           DISPLAY "Bloquear esta tarjeta (S/N): " AT 1202
           ACCEPT WK-TECLA AT 1231
           IF NOT ( WK-TECLA = "S" OR "s" )
              GO TO F-BLOQUEAR-PLASTICO
           END-IF
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "MOTIVO (R=robo, E=extravio): " AT 1302
              ACCEPT WK-MOTIVO AT 1331
              IF WK-MOTIVO = "r"
                 MOVE "R" TO WK-MOTIVO
              END-IF
              IF WK-MOTIVO = "e"
                 MOVE "E" TO WK-MOTIVO
              END-IF
              IF WK-MOTIVO = "R" OR "E"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Motivo incorrecto"
                 END-DISPLAY
              END-IF
           END-PERFORM
           MOVE SPACES TO WK-OBSERVACION
           DISPLAY "OBSERVACION: " AT 1402
           ACCEPT WK-OBSERVACION AT 1415
           MOVE PLAS-ESTADO TO WK-ESTADO-ANTERIOR
           MOVE "RO"        TO PLAS-ESTADO
           REWRITE PLAS-REG INVALID KEY
                   MOVE "REWRITE" TO WK-FE-OPERACION
                   PERFORM ERROR-ES THRU F-ERROR-ES
           END-REWRITE
           ADD 1 TO WK-BLOQUEADAS
           PERFORM GRABAR-BLOQUEO   THRU F-GRABAR-BLOQUEO
           PERFORM GRABAR-SOLICITUD THRU F-GRABAR-SOLICITUD
           DISPLAY "Tarjeta bloqueada" AT 1602
           DISPLAY "Presione una tecla para seguir" AT 2402
           ACCEPT WK-TECLA AT 2434.
       F-BLOQUEAR-PLASTICO. EXIT.

       GRABAR-BLOQUEO.
           INITIALIZE BLQ-REG
           MOVE PLAS-PLASTICO      TO BLQ-PLASTICO
           MOVE PLAS-DOCUMENTO     TO BLQ-DOCUMENTO
           MOVE WK-HOY             TO BLQ-FECHA
           ACCEPT WK-HS FROM TIME
           COMPUTE BLQ-HORA = WK-HS-HORA * 100 + WK-HS-MIN
           MOVE WK-OPERADOR        TO BLQ-OPERADOR
           MOVE WK-MOTIVO          TO BLQ-MOTIVO
           MOVE WK-OBSERVACION     TO BLQ-OBSERVACION
           MOVE WK-ESTADO-ANTERIOR TO BLQ-ESTADO-ANTERIOR
           WRITE BLQ-REG.
       F-GRABAR-BLOQUEO. EXIT.

      * PEDIDO DE REPOSICION EN EL REGISTRO DE SOLICITUDES, SALVO QUE
      * EL PLASTICO YA TENGA UNO PENDIENTE; PLAS007 LO CUMPLE CUANDO
      * LLEGA LA TARJETA NUEVA Y PLAS008 LO ENVEJECE MIENTRAS TANTO
       GRABAR-SOLICITUD.
           MOVE 0 TO WK-SOL-YA-PEDIDO
           PERFORM VARYING WK-IND-SOL FROM 1 BY 1
                   UNTIL WK-IND-SOL > WK-SOL-PEND-CANT
                   OR WK-SOL-YA-PEDIDO = 1
              IF TAB-SOL-PEND-PLAS(WK-IND-SOL) = PLAS-PLASTICO
                 MOVE 1 TO WK-SOL-YA-PEDIDO
              END-IF
           END-PERFORM
           IF WK-SOL-YA-PEDIDO = 1
              GO TO F-GRABAR-SOLICITUD
           END-IF
           INITIALIZE SOLR-REG
           MOVE PLAS-DOCUMENTO TO SOLR-DOCUMENTO
           MOVE PLAS-PLASTICO  TO SOLR-PLASTICO
           MOVE WK-HOY         TO SOLR-FECHA-SOLICITUD
           MOVE "P"            TO SOLR-ESTADO
           MOVE 0              TO SOLR-FECHA-CUMPLIDA
           WRITE SOLR-REG
           IF WK-SOL-PEND-CANT < 9999
              ADD 1 TO WK-SOL-PEND-CANT
              MOVE PLAS-PLASTICO
                TO TAB-SOL-PEND-PLAS(WK-SOL-PEND-CANT)
           END-IF.
       F-GRABAR-SOLICITUD. EXIT.

      * FALLA DE E/S SOBRE EL MAESTRO DE PLASTICOS: SE REGISTRA EN LA
      * BITACORA DE ERRORES (FALLA-ES) Y LA PANTALLA SE CIERRA
       ERROR-ES.
           MOVE "PLAS011"   TO WK-FE-PROGRAMA
           MOVE PLAS-CLAVE  TO WK-FE-CLAVE
           CALL "FALLA-ES" USING WK-FE-PROGRAMA
                                 WK-FE-OPERACION
                                 WK-FE-CLAVE
                                 DB-STAT
           DISPLAY MESSAGE "Error de E/S, pantalla cerrada"
           END-DISPLAY
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           CLOSE M-PLASTICOS
                 BLOQUEOS
                 REGISTRO-SOL
           IF WK-BLOQUEADAS > 0
              DISPLAY MESSAGE "Fin de denuncias, tarjetas bloqueadas"
              END-DISPLAY
           END-IF.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM PLAS011.
