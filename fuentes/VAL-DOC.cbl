      * =================================================================== */
      *                                                                     */
      *   VAL-DOC.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rutina comun de documentos: valida tipo y numero y los traduce   */
      *   al numero interno de la persona (y viceversa) con el padron      */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-DOC.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL DOCUMENTO DE LOS ARCHIVOS (CTAS-DOCUMENTO Y SUS PARES) ES
      * UN NUMERO INTERNO DE 8 CIFRAS: PARA EL DNI ES EL PROPIO DNI Y
      * PARA LOS DEMAS TIPOS (LE, LC, CUIT, CUIL, PASAPORTE) ES UN
      * NUMERO DE LA FRANJA 1 A 999999 QUE ESTA RUTINA ASIGNA DE
      * DOCUMENTOS-NUMERADOR.DAT Y ANOTA EN EL PADRON DOCUMENTOS.IDX;
      * ASI UNA LE Y UN DNI CON EL MISMO NUMERO YA NO SE PISAN.
      * VALIDACION POR TIPO:
      *   DNI       NUMERICO, ENTRE 1000000 Y 99999999
      *   LE / LC   NUMERICO, HASTA 8 CIFRAS, DISTINTO DE CERO
      *   CUIT/CUIL 11 CIFRAS, PREFIJO VALIDO (CUIL 20/23/24/27; CUIT
      *             ADEMAS 30/33/34) Y DIGITO VERIFICADOR MODULO 11
      *             CON PONDERADORES 5-4-3-2-7-6-5-4-3-2
      *   PASAPORTE 6 A 9 LETRAS O CIFRAS, SIN BLANCOS INTERMEDIOS
      * EL PADRON SE ABRE EN LA PRIMERA LLAMADA QUE LO NECESITA Y
      * QUEDA ABIERTO EL RESTO DE LA CORRIDA (EN I-O SOLO SI ALGUNA
      * LLAMADA TIENE QUE EMPADRONAR). SIN PADRON, UN NUMERO INTERNO
      * MENOR A 1000000 SE TOMA COMO UN DNI VIEJO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\documentos.sel".
           SELECT NUMERADOR
           ASSIGN TO "\COBOL\arch\documentos-numerador.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-NUM-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-documentos.fds".

      * ULTIMO NUMERO INTERNO ASIGNADO; UTL004 LO INICIALIZA POR
      * ENCIMA DE LOS DOCUMENTOS VIEJOS MENORES A 1000000
       FD  NUMERADOR.
       01  NUM-REG.
           03 NUM-ULTIMO              PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-tipos-doc.cpy".

       77  WK-DOC-STAT                  PIC X(02).
       77  WK-NUM-STAT                  PIC X(02).

      * 0 = PADRON CERRADO, 1 = ABIERTO INPUT, 2 = ABIERTO I-O,
      * 3 = NO EXISTE (NO SE REINTENTA EN INPUT)
       77  WK-ABIERTO                   PIC 9      VALUE 0.
       77  WK-MODO-PEDIDO               PIC 9      VALUE 0.
       77  WK-NUMERADOR-LEIDO           PIC 9      VALUE 0.
       77  WK-ULTIMO                    PIC 9(08)  VALUE 0.
       77  WK-LIBRE                     PIC 9      VALUE 0.
       77  WK-VALIDO                    PIC 9      VALUE 0.
       77  WK-LARGO                     PIC 9(02)  VALUE 0.
       77  WK-IND                       PIC 9(02)  VALUE 0.
       77  WK-SUMA                      PIC 9(04)  VALUE 0.
       77  WK-RESTO                     PIC 9(04)  VALUE 0.
       77  WK-COCIENTE                  PIC 9(04)  VALUE 0.
       77  WK-DV                        PIC 9(02)  VALUE 0.
       77  WK-PREFIJO                   PIC 9(02)  VALUE 0.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-NRO-ED                    PIC ZZ.ZZZ.ZZ9.

       77  WK-MINUSCULAS                PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       77  WK-MAYUSCULAS                PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  WK-ALFANUMERICOS             PIC X(36)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       77  WK-MARCAS                    PIC X(36)  VALUE ALL "*".

       01  WK-NUM-TXT                   PIC X(11).
       01  WK-PAS-CONTROL               PIC X(11).

       01  WK-NUMERICO                  PIC 9(11)  VALUE 0.
       01  FILLER REDEFINES WK-NUMERICO.
           03 WK-NUM-DIG                PIC 9(01) OCCURS 11.
       01  FILLER REDEFINES WK-NUMERICO.
           03 WK-NUM-PREFIJO            PIC 9(02).
           03 WK-NUM-DNI                PIC 9(08).
           03 WK-NUM-DV                 PIC 9(01).

       01  WK-CUIT-ED.
           03 WK-CUIT-ED-PREFIJO        PIC 9(02).
           03 FILLER                    PIC X(01)  VALUE "-".
           03 WK-CUIT-ED-DNI            PIC 9(08).
           03 FILLER                    PIC X(01)  VALUE "-".
           03 WK-CUIT-ED-DV             PIC 9(01).

       01  WK-PESOS-T                   PIC X(10)  VALUE "5432765432".
       01  FILLER REDEFINES WK-PESOS-T.
           03 WK-PESO                   PIC 9(01) OCCURS 10.

       LINKAGE SECTION.
       01  LK-VDO-CONSULTA.
           03 LK-VDO-ACCION             PIC X(01).
           03 LK-VDO-SIMULACION         PIC 9(01).
           03 LK-VDO-TIPO               PIC X(01).
           03 LK-VDO-NUMERO             PIC X(11).
           03 LK-VDO-DOCUMENTO          PIC 9(08).
           03 LK-VDO-RESULTADO          PIC X(01).
           03 LK-VDO-SIGLA              PIC X(04).
           03 LK-VDO-REGIMEN            PIC X(02).
           03 LK-VDO-IMPRESO            PIC X(13).
           03 LK-VDO-DNI                PIC 9(08).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-VDO-CONSULTA.

       CONTROL-PROG.
           MOVE "N"    TO LK-VDO-RESULTADO
           MOVE SPACES TO LK-VDO-SIGLA
                          LK-VDO-REGIMEN
                          LK-VDO-IMPRESO
           MOVE 0      TO LK-VDO-DNI
           IF LK-VDO-ACCION = "I"
              PERFORM INVERSO THRU F-INVERSO
              EXIT PROGRAM
           END-IF
           INSPECT LK-VDO-TIPO CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           IF LK-VDO-TIPO = SPACE
              MOVE "D" TO LK-VDO-TIPO
           END-IF
           PERFORM VALIDAR THRU F-VALIDAR
           IF WK-VALIDO = 0
              EXIT PROGRAM
           END-IF
           MOVE "S" TO LK-VDO-RESULTADO
           IF LK-VDO-ACCION = "V"
              EXIT PROGRAM
           END-IF
           IF LK-VDO-TIPO = "D"
              MOVE WK-NUMERICO TO LK-VDO-DOCUMENTO
              EXIT PROGRAM
           END-IF
           PERFORM BUSCAR THRU F-BUSCAR
           EXIT PROGRAM.

      * TIPO CONOCIDO Y NUMERO CON EL FORMATO DE SU TIPO; DEJA EL
      * NUMERO NORMALIZADO EN LK-VDO-NUMERO Y LOS DATOS DEL TIPO
       VALIDAR.
           MOVE 0 TO WK-VALIDO
           SET TDOC-INDEX TO 1
           SEARCH TAB-TIPOS-DOC-DETALLE
            AT END
             GO TO F-VALIDAR
            WHEN TAB-TIPOS-DOC-COD(TDOC-INDEX) = LK-VDO-TIPO
             MOVE TAB-TIPOS-DOC-SIGLA(TDOC-INDEX)   TO LK-VDO-SIGLA
             MOVE TAB-TIPOS-DOC-REGIMEN(TDOC-INDEX) TO LK-VDO-REGIMEN
           END-SEARCH
           MOVE LK-VDO-NUMERO TO WK-NUM-TXT
           INSPECT WK-NUM-TXT CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           MOVE 0 TO WK-LARGO
           INSPECT WK-NUM-TXT TALLYING WK-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WK-LARGO = 0
              GO TO F-VALIDAR
           END-IF
           IF WK-LARGO < 11
              IF NOT ( WK-NUM-TXT(WK-LARGO + 1:) = SPACES )
                 GO TO F-VALIDAR
              END-IF
           END-IF
           IF LK-VDO-TIPO = "P"
              PERFORM VALIDAR-PASAPORTE THRU F-VALIDAR-PASAPORTE
              GO TO F-VALIDAR
           END-IF
           IF NOT ( WK-NUM-TXT(1:WK-LARGO) NUMERIC )
              GO TO F-VALIDAR
           END-IF
           MOVE WK-NUM-TXT(1:WK-LARGO) TO WK-NUMERICO
           EVALUATE LK-VDO-TIPO
              WHEN "D"
                 IF WK-NUMERICO >= 1000000
                    AND WK-NUMERICO <= 99999999
                    MOVE 1 TO WK-VALIDO
                    MOVE WK-NUMERICO TO LK-VDO-DNI
                 END-IF
              WHEN "E"
              WHEN "C"
                 IF WK-NUMERICO > 0 AND WK-NUMERICO <= 99999999
                    MOVE 1 TO WK-VALIDO
                    MOVE WK-NUMERICO TO LK-VDO-DNI
                 END-IF
              WHEN "T"
              WHEN "L"
                 PERFORM VALIDAR-CUIT THRU F-VALIDAR-CUIT
           END-EVALUATE
           IF WK-VALIDO = 1
              MOVE WK-NUMERICO TO LK-VDO-NUMERO
              PERFORM EDITAR THRU F-EDITAR
           END-IF.
       F-VALIDAR. EXIT.

       VALIDAR-PASAPORTE.
           IF WK-LARGO < 6 OR WK-LARGO > 9
              GO TO F-VALIDAR-PASAPORTE
           END-IF
           MOVE WK-NUM-TXT TO WK-PAS-CONTROL
           INSPECT WK-PAS-CONTROL(1:WK-LARGO)
                   CONVERTING WK-ALFANUMERICOS TO WK-MARCAS
           IF NOT ( WK-PAS-CONTROL(1:WK-LARGO) = ALL "*" )
              GO TO F-VALIDAR-PASAPORTE
           END-IF
           MOVE 1 TO WK-VALIDO
           MOVE WK-NUM-TXT TO LK-VDO-NUMERO
           MOVE WK-NUM-TXT TO LK-VDO-IMPRESO.
       F-VALIDAR-PASAPORTE. EXIT.

       VALIDAR-CUIT.
           IF WK-NUMERICO < 10000000000
              GO TO F-VALIDAR-CUIT
           END-IF
           MOVE WK-NUM-PREFIJO TO WK-PREFIJO
           IF NOT ( WK-PREFIJO = 20 OR 23 OR 24 OR 27 )
              IF LK-VDO-TIPO = "L"
                 OR NOT ( WK-PREFIJO = 30 OR 33 OR 34 )
                 GO TO F-VALIDAR-CUIT
              END-IF
           END-IF
           MOVE 0 TO WK-SUMA
           PERFORM SUMAR-DIGITO THRU F-SUMAR-DIGITO
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 10
           DIVIDE WK-SUMA BY 11 GIVING WK-COCIENTE
                  REMAINDER WK-RESTO
           COMPUTE WK-DV = 11 - WK-RESTO
           IF WK-DV = 11
              MOVE 0 TO WK-DV
           END-IF
           IF WK-DV = 10 OR NOT ( WK-DV = WK-NUM-DV )
              GO TO F-VALIDAR-CUIT
           END-IF
           MOVE 1 TO WK-VALIDO
           MOVE WK-NUM-DNI TO LK-VDO-DNI.
       F-VALIDAR-CUIT. EXIT.

       SUMAR-DIGITO.
           COMPUTE WK-SUMA = WK-SUMA
                   + WK-NUM-DIG(WK-IND) * WK-PESO(WK-IND).
       F-SUMAR-DIGITO. EXIT.

      * NUMERO PARA LISTADOS Y PANTALLAS: CUIT/CUIL CON GUIONES, LOS
      * DEMAS TIPOS NUMERICOS CON PUNTOS DE MILES
       EDITAR.
           IF LK-VDO-TIPO = "T" OR "L"
              MOVE WK-NUM-PREFIJO TO WK-CUIT-ED-PREFIJO
              MOVE WK-NUM-DNI     TO WK-CUIT-ED-DNI
              MOVE WK-NUM-DV      TO WK-CUIT-ED-DV
              MOVE WK-CUIT-ED     TO LK-VDO-IMPRESO
           ELSE
              MOVE WK-NUMERICO    TO WK-NRO-ED
              MOVE WK-NRO-ED      TO LK-VDO-IMPRESO
           END-IF.
       F-EDITAR. EXIT.

      * TIPO Y NUMERO YA VALIDADOS, QUE NO SON DNI: NUMERO INTERNO
      * DEL PADRON, O ALTA EN EL PADRON SI LA ACCION ES "A"
       BUSCAR.
           MOVE 0 TO LK-VDO-DOCUMENTO
           MOVE 1 TO WK-MODO-PEDIDO
           IF LK-VDO-ACCION = "A" AND LK-VDO-SIMULACION = 0
              MOVE 2 TO WK-MODO-PEDIDO
           END-IF
           PERFORM ABRIR-PADRON THRU F-ABRIR-PADRON
           IF WK-ABIERTO = 1 OR 2
              MOVE LK-VDO-TIPO   TO DOC-TIPO
              MOVE LK-VDO-NUMERO TO DOC-NUMERO
              READ M-DOCUMENTOS KEY IS DOC-CLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE DOC-DOCUMENTO TO LK-VDO-DOCUMENTO
                      GO TO F-BUSCAR
              END-READ
           END-IF
           IF NOT ( LK-VDO-ACCION = "A" )
              MOVE "E" TO LK-VDO-RESULTADO
              GO TO F-BUSCAR
           END-IF
           PERFORM ASIGNAR THRU F-ASIGNAR.
       F-BUSCAR. EXIT.

      * EL PROXIMO NUMERO LIBRE DE LA FRANJA; EN SIMULACION SE
      * NUMERA SOLO EN MEMORIA
       ASIGNAR.
           IF WK-NUMERADOR-LEIDO = 0
              PERFORM LEER-NUMERADOR THRU F-LEER-NUMERADOR
           END-IF
           MOVE 0 TO WK-LIBRE
           PERFORM UNTIL WK-LIBRE = 1
              IF WK-ULTIMO >= 999999
                 MOVE "N" TO LK-VDO-RESULTADO
                 GO TO F-ASIGNAR
              END-IF
              ADD 1 TO WK-ULTIMO
              MOVE 1 TO WK-LIBRE
              IF WK-ABIERTO = 1 OR 2
                 MOVE WK-ULTIMO TO DOC-DOCUMENTO
                 READ M-DOCUMENTOS KEY IS DOC-DOCUMENTO
                      NOT INVALID KEY
                         MOVE 0 TO WK-LIBRE
                 END-READ
              END-IF
           END-PERFORM
           MOVE WK-ULTIMO TO LK-VDO-DOCUMENTO
           IF LK-VDO-SIMULACION = 1
              GO TO F-ASIGNAR
           END-IF
           ACCEPT WK-HOY FROM CENTURY-DATE
           INITIALIZE DOC-REG
           MOVE LK-VDO-TIPO   TO DOC-TIPO
           MOVE LK-VDO-NUMERO TO DOC-NUMERO
           MOVE WK-ULTIMO     TO DOC-DOCUMENTO
           MOVE WK-HOY        TO DOC-FECHA-ALTA
           WRITE DOC-REG INVALID KEY
                 MOVE "N" TO LK-VDO-RESULTADO
                 MOVE 0   TO LK-VDO-DOCUMENTO
                 GO TO F-ASIGNAR
           END-WRITE
           PERFORM GRABAR-NUMERADOR THRU F-GRABAR-NUMERADOR.
       F-ASIGNAR. EXIT.

       LEER-NUMERADOR.
           MOVE 0 TO WK-ULTIMO
           OPEN INPUT NUMERADOR
           IF WK-NUM-STAT = "00"
              READ NUMERADOR AT END
                   CONTINUE
              NOT AT END
                   MOVE NUM-ULTIMO TO WK-ULTIMO
              END-READ
              CLOSE NUMERADOR
           END-IF
           MOVE 1 TO WK-NUMERADOR-LEIDO.
       F-LEER-NUMERADOR. EXIT.

       GRABAR-NUMERADOR.
           OPEN OUTPUT NUMERADOR
           MOVE WK-ULTIMO TO NUM-ULTIMO
           WRITE NUM-REG
           CLOSE NUMERADOR.
       F-GRABAR-NUMERADOR. EXIT.

      * ABRE EL PADRON EN EL MODO PEDIDO (1 INPUT, 2 I-O) SI NO LO
      * ESTA YA EN ESE MODO O EN UNO MAYOR; EN I-O LO CREA SI FALTA
       ABRIR-PADRON.
           IF WK-ABIERTO = 2
              GO TO F-ABRIR-PADRON
           END-IF
           IF WK-MODO-PEDIDO = 1 AND ( WK-ABIERTO = 1 OR 3 )
              GO TO F-ABRIR-PADRON
           END-IF
           IF WK-ABIERTO = 1
              CLOSE M-DOCUMENTOS
           END-IF
           IF WK-MODO-PEDIDO = 1
              OPEN INPUT M-DOCUMENTOS
              IF WK-DOC-STAT = "00"
                 MOVE 1 TO WK-ABIERTO
              ELSE
                 MOVE 3 TO WK-ABIERTO
              END-IF
              GO TO F-ABRIR-PADRON
           END-IF
           OPEN I-O M-DOCUMENTOS
           IF WK-DOC-STAT = "35"
              OPEN OUTPUT M-DOCUMENTOS
              CLOSE M-DOCUMENTOS
              OPEN I-O M-DOCUMENTOS
           END-IF
           IF WK-DOC-STAT = "00"
              MOVE 2 TO WK-ABIERTO
           ELSE
              MOVE 3 TO WK-ABIERTO
           END-IF.
       F-ABRIR-PADRON. EXIT.

      * DEL NUMERO INTERNO AL DOCUMENTO REAL: DESDE 1000000 ES UN
      * DNI; POR DEBAJO SE BUSCA EN EL PADRON, Y SI NO ESTA ES UN
      * DNI VIEJO CONVERTIDO
       INVERSO.
           MOVE "D" TO LK-VDO-TIPO
           MOVE LK-VDO-DOCUMENTO TO WK-NUMERICO
           IF LK-VDO-DOCUMENTO = 0
              GO TO F-INVERSO
           END-IF
           IF LK-VDO-DOCUMENTO < 1000000
              MOVE 1 TO WK-MODO-PEDIDO
              PERFORM ABRIR-PADRON THRU F-ABRIR-PADRON
              IF WK-ABIERTO = 1 OR 2
                 MOVE LK-VDO-DOCUMENTO TO DOC-DOCUMENTO
                 READ M-DOCUMENTOS KEY IS DOC-DOCUMENTO
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE DOC-TIPO   TO LK-VDO-TIPO
                         MOVE DOC-NUMERO TO LK-VDO-NUMERO
                 END-READ
              END-IF
           END-IF
           SET TDOC-INDEX TO 1
           SEARCH TAB-TIPOS-DOC-DETALLE
            WHEN TAB-TIPOS-DOC-COD(TDOC-INDEX) = LK-VDO-TIPO
             MOVE TAB-TIPOS-DOC-SIGLA(TDOC-INDEX)   TO LK-VDO-SIGLA
             MOVE TAB-TIPOS-DOC-REGIMEN(TDOC-INDEX) TO LK-VDO-REGIMEN
           END-SEARCH
           MOVE "S" TO LK-VDO-RESULTADO
           EVALUATE LK-VDO-TIPO
              WHEN "D"
                 MOVE WK-NUMERICO TO LK-VDO-NUMERO
                 MOVE LK-VDO-DOCUMENTO TO LK-VDO-DNI
                 PERFORM EDITAR THRU F-EDITAR
              WHEN "P"
                 MOVE LK-VDO-NUMERO TO LK-VDO-IMPRESO
              WHEN OTHER
                 MOVE LK-VDO-NUMERO TO WK-NUMERICO
                 PERFORM EDITAR THRU F-EDITAR
                 IF LK-VDO-TIPO = "T" OR "L"
                    MOVE WK-NUM-DNI TO LK-VDO-DNI
                 ELSE
                    MOVE WK-NUMERICO TO LK-VDO-DNI
                 END-IF
           END-EVALUATE.
       F-INVERSO. EXIT.

       END PROGRAM VAL-DOC.
