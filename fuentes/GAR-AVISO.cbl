      * =================================================================== */
      *                                                                     */
      *   GAR-AVISO.CBL                                                     */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rutina comun de avisos a garantes: carta al garante cuando la    */
      *   obligacion que afianza cae (plan roto o cuenta en mora)          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAR-AVISO.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA LLAMAN PLN002 AL ROMPER UN PLAN Y CTAS010 AL PASAR UNA
      * CUENTA A MORA. BUSCA EN GARANTES.IDX LOS GARANTES VIGENTES DE
      * LA OBLIGACION (VER WK-AVISO-GARANTE.CPY) Y A CADA UNO LE DEJA
      * UNA CARTA A SU DOMICILIO EN CARTAS-GARANTES.CTA, ANOTA EL
      * AVISO EN EL GARANTE (GAR-FECHA-AVISO/GAR-MOTIVO-AVISO) Y LO
      * REGISTRA EN LA HISTORIA DE CONTACTOS DE LA CUENTA CON TIPO
      * "GA". SI LA CADENA SE REPROCESA EL MISMO DIA, EL GARANTE YA
      * AVISADO HOY POR EL MISMO MOTIVO NO RECIBE UNA SEGUNDA CARTA.
      * CADA CARTA QUEDA ADEMAS EN PIEZAS-CORREO.DAT A NOMBRE DEL
      * GARANTE (GAR-GARANTE, SU NUMERO EN EL PADRON) PARA QUE COR001
      * LA ENSOBRE AL DOMICILIO DEL GARANTE Y NO AL DEL DEUDOR; SI EL
      * GARANTE NO TIENE DOMICILIO EN EL MAESTRO, COR001 LA RETIENE Y
      * SALE SOLO POR CARTAS-GARANTES.CTA, COMO HASTA AHORA.
      * LOS ARCHIVOS SE ABREN EN LA PRIMERA LLAMADA Y SE CIERRAN CON
      * LA ACCION "C"; SIN REGISTRO DE GARANTES NO HAY NADA QUE AVISAR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\garantes.sel".
           COPY "\COBOL\fuentes\cpy\contactos.sel".
           COPY "\COBOL\fuentes\cpy\piezas-correo.sel".
           SELECT CARTAS
           ASSIGN TO "\COBOL\listado\CARTAS-GARANTES.cta"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-CAR-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-contactos.fds".
       COPY "\COBOL\fuentes\cpy\fd-piezas-correo.fds".

       FD  CARTAS.
       01  REG-CARTA                    PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-contactos.cpy".
       COPY "\COBOL\fuentes\cpy\wk-piezas-correo.cpy".

       77  WK-GAR-STAT                  PIC X(02).
       77  WK-CAR-STAT                  PIC X(02).

      * 0 = ARCHIVOS CERRADOS, 1 = ABIERTOS, 3 = NO HAY REGISTRO
       77  WK-ABIERTO                   PIC 9      VALUE 0.
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.

       01  CAR-SEPARADOR                PIC X(60) VALUE ALL "=".
       01  CAR-TEXTO                    PIC X(100).

       LINKAGE SECTION.
       01  LK-GAV-CONSULTA.
           03 LK-GAV-ACCION             PIC X(01).
           03 LK-GAV-ORIGEN             PIC X(08).
           03 LK-GAV-DOCUMENTO          PIC 9(08).
           03 LK-GAV-PRODUCTO           PIC 9(02).
           03 LK-GAV-REFERENCIA         PIC 9(08).
           03 LK-GAV-AVISOS             PIC 9(03).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-GAV-CONSULTA.

       CONTROL-PROG.
           MOVE 0 TO LK-GAV-AVISOS
           IF LK-GAV-ACCION = "C"
              PERFORM CERRAR THRU F-CERRAR
              EXIT PROGRAM
           END-IF
           IF WK-ABIERTO = 0
              PERFORM ABRIR THRU F-ABRIR
           END-IF
           IF WK-ABIERTO = 3
              EXIT PROGRAM
           END-IF
           MOVE LK-GAV-ORIGEN TO WK-CNT-ORIGEN
                                 WK-PZA-ORIGEN
           PERFORM AVISAR THRU F-AVISAR
           EXIT PROGRAM.

       ABRIR.
           ACCEPT WK-HOY FROM CENTURY-DATE
           OPEN I-O GARANTES
           IF NOT ( WK-GAR-STAT = "00" )
              MOVE 3 TO WK-ABIERTO
              GO TO F-ABRIR
           END-IF
           OPEN EXTEND CARTAS
           IF NOT ( WK-CAR-STAT = "00" )
              OPEN OUTPUT CARTAS
           END-IF
           PERFORM ABRIR-CONTACTOS THRU F-ABRIR-CONTACTOS
           PERFORM ABRIR-PIEZAS THRU F-ABRIR-PIEZAS
           MOVE 1 TO WK-ABIERTO.
       F-ABRIR. EXIT.

      * EL REGISTRO INEXISTENTE SE VUELVE A PROBAR EN LA PROXIMA
      * CORRIDA: GAR001 PUDO HABERLO CREADO ENTRE TANTO
       CERRAR.
           IF WK-ABIERTO = 1
              CLOSE GARANTES
                    CARTAS
              PERFORM CERRAR-CONTACTOS THRU F-CERRAR-CONTACTOS
              PERFORM CERRAR-PIEZAS THRU F-CERRAR-PIEZAS
           END-IF
           MOVE 0 TO WK-ABIERTO.
       F-CERRAR. EXIT.

      * RECORRE LOS GARANTES DE LA CUENTA: EN EL PLAN ROTO SOLO LOS
      * DE ESE PLAN, EN LA MORA TODOS LOS VIGENTES
       AVISAR.
           MOVE 0 TO WK-FINAL
           MOVE LK-GAV-DOCUMENTO TO GAR-DOCUMENTO
           MOVE LK-GAV-PRODUCTO  TO GAR-PRODUCTO
           MOVE LOW-VALUES       TO GAR-OBLIGACION
           MOVE 0                TO GAR-REFERENCIA
                                    GAR-GARANTE
           START GARANTES KEY NOT < GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-FINAL
           END-START
           PERFORM UNTIL WK-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( GAR-DOCUMENTO = LK-GAV-DOCUMENTO
                       AND GAR-PRODUCTO = LK-GAV-PRODUCTO )
                 MOVE 1 TO WK-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( GAR-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              IF LK-GAV-ACCION = "R"
                 AND NOT ( GAR-OBLIGACION = "P"
                           AND GAR-REFERENCIA = LK-GAV-REFERENCIA )
                 EXIT PERFORM CYCLE
              END-IF
              IF GAR-FECHA-AVISO = WK-HOY
                 AND GAR-MOTIVO-AVISO = LK-GAV-ACCION
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM GRABAR-CARTA THRU F-GRABAR-CARTA
           END-PERFORM.
       F-AVISAR. EXIT.

       GRABAR-CARTA.
           MOVE GAR-GARANTE TO WK-PZA-DOC
           PERFORM NUEVA-PIEZA THRU F-NUEVA-PIEZA
           WRITE REG-CARTA FROM CAR-SEPARADOR
           INITIALIZE CAR-TEXTO
           STRING "Sr./Sra. "   DELIMITED BY SIZE
                  GAR-APELLIDO  DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  GAR-NOMBRE    DELIMITED BY "  "
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE GAR-CALLE TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "("           DELIMITED BY SIZE
                  GAR-CODIGO-POSTAL DELIMITED BY SPACE
                  ") "          DELIMITED BY SIZE
                  GAR-LOCALIDAD DELIMITED BY "  "
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           INITIALIZE CAR-TEXTO
           STRING "Ref.: garantia de la cuenta "
                  GAR-DOCUMENTO "-" GAR-PRODUCTO
                  INTO CAR-TEXTO
           END-STRING
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           IF LK-GAV-ACCION = "R"
              MOVE
              "El plan de pagos que usted garantiza quedo caido por"
                TO CAR-TEXTO
              WRITE REG-CARTA FROM CAR-TEXTO
              MOVE CAR-TEXTO TO WK-PZA-TEXTO
              PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
              MOVE "falta de pago de una cuota."
                TO CAR-TEXTO
           ELSE
              MOVE
              "La cuenta que usted garantiza ha ingresado en mora."
                TO CAR-TEXTO
           END-IF
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE
           "Como garante, le solicitamos comunicarse con nosotros."
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE "Atentamente, Departamento de Cobranzas"
             TO CAR-TEXTO
           WRITE REG-CARTA FROM CAR-TEXTO
           MOVE CAR-TEXTO TO WK-PZA-TEXTO
           PERFORM GRABAR-PIEZA THRU F-GRABAR-PIEZA
           MOVE WK-HOY        TO GAR-FECHA-AVISO
           MOVE LK-GAV-ACCION TO GAR-MOTIVO-AVISO
           REWRITE GAR-REG INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO LK-GAV-AVISOS
           MOVE GAR-DOCUMENTO TO WK-CNT-DOC
           MOVE GAR-PRODUCTO  TO WK-CNT-PROD
           MOVE "GA"          TO WK-CNT-TIPO
           MOVE "P"           TO WK-CNT-CANAL
           INITIALIZE WK-CNT-DESCRIPCION
           STRING "GARANTE " GAR-GARANTE
                  INTO WK-CNT-DESCRIPCION
           END-STRING
           PERFORM GRABAR-CONTACTO THRU F-GRABAR-CONTACTO.
       F-GRABAR-CARTA. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-grabar-contacto.cpy".

       COPY "\COBOL\fuentes\cpy\procedure-piezas-correo.cpy".

       END PROGRAM GAR-AVISO.
