      * =================================================================== */
      *                                                                     */
      *   GRP002.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   mantenimiento de los grupos economicos: clientes vinculados      */
      *   que riesgos mide como un solo deudor                              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRP002.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 16/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * RIESGOS DECLARA COMO GRUPO ECONOMICO A LOS CLIENTES QUE SE
      * PRESENTAN JUNTOS (UNA EMPRESA Y SUS SOCIOS, UNA FAMILIA). ESTA
      * PANTALLA MANTIENE GRUPOS.DAT, UN REGISTRO POR INTEGRANTE:
      *   - ALTA DE UN INTEGRANTE EN UN GRUPO EXISTENTE, O EN UNO
      *     NUEVO SI EL NUMERO DE GRUPO SE DEJA EN CERO (TOMA EL
      *     SIGUIENTE AL MAYOR),
      *   - BAJA DE UN INTEGRANTE (EL GRUPO DESAPARECE CON EL ULTIMO),
      *   - CONSULTA DE LOS INTEGRANTES DE UN GRUPO.
      * EL INTEGRANTE SE IDENTIFICA POR TIPO Y NUMERO DE DOCUMENTO
      * (VAL-DOC LO EMPADRONA SI HACE FALTA: UN SOCIO PUEDE NO SER
      * CLIENTE) Y UN DOCUMENTO PERTENECE A UN SOLO GRUPO. EL NOMBRE
      * SE TOMA DEL MAESTRO SI EL DOCUMENTO TIENE CUENTA.
      * LA EXPOSICION DE CADA GRUPO LA INFORMA GRP001 EN FIN DE MES Y
      * LA CONTROLA LIM002 AL DECIDIR AUMENTOS DE LIMITE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\grupos.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-grupos.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".

       WORKING-STORAGE SECTION.

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       77  WK-SEG-RESULTADO             PIC 9      VALUE 0.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-GRU-STAT                  PIC X(02).
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CTAS-FINAL                PIC 9      VALUE 0.
       77  WK-DATO-VALIDO               PIC 9      VALUE 0.
       77  WK-DOC-OK                    PIC 9      VALUE 0.
       77  WK-HALLADO                   PIC 9(04)  VALUE 0.
       77  WK-GRU-CANT                  PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-HUBO-CAMBIOS              PIC 9      VALUE 0.
       77  WK-ACCION                    PIC X(01)  VALUE SPACE.
       77  WK-TIPO-DOC                  PIC X(01)  VALUE SPACE.
       77  WK-NRO-DOC                   PIC X(11)  VALUE SPACES.
       77  WK-DOCUMENTO                 PIC 9(08)  VALUE 0.
       77  WK-GRUPO                     PIC 9(06)  VALUE 0.
       77  WK-GRUPO-MAYOR               PIC 9(06)  VALUE 0.
       77  WK-GRUPO-EXISTE              PIC 9      VALUE 0.
       77  WK-VINCULO                   PIC X(01)  VALUE SPACE.
       77  WK-NOMBRE                    PIC X(30)  VALUE SPACES.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-FILA                      PIC 9(02)  VALUE 0.
       77  WK-POSICION                  PIC 9(04)  VALUE 0.
       77  WK-MIEMBROS                  PIC 9(04)  VALUE 0.

       01  TAB-GRUPOS.
           03 TAB-GRU-ITEM OCCURS 5000.
              05 TAB-GRU-REG            PIC X(64).

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
              "Su rol es de consulta, no puede mantener grupos"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM CARGAR-GRUPOS THRU F-CARGAR-GRUPOS
           OPEN INPUT M-CUENTAS
           PERFORM VENTANA THRU F-VENTANA.
       F-INICIO. EXIT.

       VENTANA.
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
               ERASE
           END-DISPLAY
           DISPLAY "GRUPOS ECONOMICOS" AT 0232.
       F-VENTANA. EXIT.

       CARGAR-GRUPOS.
           OPEN INPUT GRUPOS
           IF NOT ( WK-GRU-STAT = "00" )
              GO TO F-CARGAR-GRUPOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ GRUPOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-GRU-CANT < 5000
                 ADD 1 TO WK-GRU-CANT
                 MOVE GRU-REG TO TAB-GRU-REG(WK-GRU-CANT)
                 IF GRU-NUMERO > WK-GRUPO-MAYOR
                    MOVE GRU-NUMERO TO WK-GRUPO-MAYOR
                 END-IF
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE GRUPOS.
       F-CARGAR-GRUPOS. EXIT.

       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              PERFORM PEDIR-ACCION THRU F-PEDIR-ACCION
              IF WK-FINAL = 1
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE WK-ACCION
                 WHEN "A" PERFORM ALTA-INTEGRANTE
                                  THRU F-ALTA-INTEGRANTE
                 WHEN "B" PERFORM BAJA-INTEGRANTE
                                  THRU F-BAJA-INTEGRANTE
                 WHEN "C" PERFORM CONSULTAR-GRUPO
                                  THRU F-CONSULTAR-GRUPO
              END-EVALUATE
           END-PERFORM.
       F-PROCESO. EXIT.

       PEDIR-ACCION.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "ACCION (A=alta, B=baja, C=consulta, F=fin): "
                      AT 0502
              ACCEPT WK-ACCION AT 0547
              IF WK-ACCION = "F" OR "f"
                 MOVE 1 TO WK-FINAL
                 MOVE 1 TO WK-DATO-VALIDO
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-ACCION = "A" OR "B" OR "C"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Accion incorrecta"
                 END-DISPLAY
              END-IF
           END-PERFORM
           IF WK-FINAL = 0
              PERFORM VENTANA THRU F-VENTANA
              DISPLAY "ACCION: " AT 0502 WK-ACCION
           END-IF.
       F-PEDIR-ACCION. EXIT.

      * EL DOCUMENTO SE PIDE CON SU TIPO (ESPACIO = DNI); EN EL ALTA
      * VAL-DOC LO EMPADRONA SI HACE FALTA, EN LA BAJA TIENE QUE
      * ESTAR EMPADRONADO
       PEDIR-DOCUMENTO.
           MOVE 0 TO WK-DOC-OK
           DISPLAY "TIPO DOC. (D/E/C/T/L/P): " AT 0702
           ACCEPT WK-TIPO-DOC AT 0728
           DISPLAY "NUMERO: " AT 0731
           MOVE SPACES TO WK-NRO-DOC
           ACCEPT WK-NRO-DOC AT 0739
           IF WK-TIPO-DOC = SPACE
              MOVE "D" TO WK-TIPO-DOC
           END-IF
           IF WK-ACCION = "A"
              MOVE "A" TO WK-VDO-ACCION
           ELSE
              MOVE "B" TO WK-VDO-ACCION
           END-IF
           MOVE 0           TO WK-VDO-SIMULACION
           MOVE WK-TIPO-DOC TO WK-VDO-TIPO
           MOVE WK-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "S"
                 MOVE WK-VDO-DOCUMENTO TO WK-DOCUMENTO
                 MOVE WK-VDO-TIPO      TO WK-TIPO-DOC
                 MOVE 1 TO WK-DOC-OK
              WHEN "E"
                 DISPLAY MESSAGE "Documento no empadronado"
                 END-DISPLAY
              WHEN OTHER
                 DISPLAY MESSAGE "Documento invalido"
                 END-DISPLAY
           END-EVALUATE.
       F-PEDIR-DOCUMENTO. EXIT.

       BUSCAR-DOCUMENTO.
           MOVE 0 TO WK-HALLADO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GRU-CANT
              MOVE TAB-GRU-REG(WK-IND) TO GRU-REG
              IF GRU-DOCUMENTO = WK-DOCUMENTO
                 MOVE WK-IND      TO WK-HALLADO
                 MOVE WK-GRU-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR-DOCUMENTO. EXIT.

       BUSCAR-GRUPO.
           MOVE 0 TO WK-GRUPO-EXISTE
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GRU-CANT
              MOVE TAB-GRU-REG(WK-IND) TO GRU-REG
              IF GRU-NUMERO = WK-GRUPO
                 MOVE 1           TO WK-GRUPO-EXISTE
                 MOVE WK-GRU-CANT TO WK-IND
              END-IF
           END-PERFORM.
       F-BUSCAR-GRUPO. EXIT.

      * EL NOMBRE DE LA PRIMERA CUENTA DEL DOCUMENTO; SIN CUENTA SE
      * PIDE POR PANTALLA
       BUSCAR-NOMBRE.
           MOVE SPACES TO WK-NOMBRE
           MOVE 0      TO WK-CTAS-FINAL
           MOVE WK-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE 0            TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-CTAS-FINAL
           END-START
           IF WK-CTAS-FINAL = 0
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-CTAS-FINAL
              END-READ
           END-IF
           IF WK-CTAS-FINAL = 0
              AND CTAS-DOCUMENTO = WK-DOCUMENTO
              STRING CTAS-APELLIDO DELIMITED BY "  "
                     " "           DELIMITED BY SIZE
                     CTAS-NOMBRE   DELIMITED BY "  "
                     INTO WK-NOMBRE
              END-STRING
              DISPLAY "NOMBRE    : " AT 1102 WK-NOMBRE
              GO TO F-BUSCAR-NOMBRE
           END-IF
           PERFORM UNTIL WK-NOMBRE NOT = SPACES
              DISPLAY "NOMBRE    : " AT 1102
              ACCEPT WK-NOMBRE AT 1114
              IF WK-NOMBRE = SPACES
                 DISPLAY MESSAGE "No es cliente: ingrese el nombre"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-BUSCAR-NOMBRE. EXIT.

       PEDIR-VINCULO.
           MOVE 0 TO WK-DATO-VALIDO
           PERFORM UNTIL WK-DATO-VALIDO = 1
              DISPLAY "VINCULO (E=empresa, S=socio, F=familiar, "
                      AT 1202
              DISPLAY "O=otro): " AT 1302
              ACCEPT WK-VINCULO AT 1312
              IF WK-VINCULO = "E" OR "S" OR "F" OR "O"
                 MOVE 1 TO WK-DATO-VALIDO
              ELSE
                 DISPLAY MESSAGE "Vinculo incorrecto"
                 END-DISPLAY
              END-IF
           END-PERFORM.
       F-PEDIR-VINCULO. EXIT.

       ALTA-INTEGRANTE.
           DISPLAY "GRUPO (0 = nuevo): " AT 0602
           ACCEPT WK-GRUPO AT 0621
           IF WK-GRUPO > 0
              PERFORM BUSCAR-GRUPO THRU F-BUSCAR-GRUPO
              IF WK-GRUPO-EXISTE = 0
                 DISPLAY MESSAGE "Grupo inexistente"
                 END-DISPLAY
                 GO TO F-ALTA-INTEGRANTE
              END-IF
           END-IF
           PERFORM PEDIR-DOCUMENTO THRU F-PEDIR-DOCUMENTO
           IF WK-DOC-OK = 0
              GO TO F-ALTA-INTEGRANTE
           END-IF
           PERFORM BUSCAR-DOCUMENTO THRU F-BUSCAR-DOCUMENTO
           IF WK-HALLADO > 0
              MOVE TAB-GRU-REG(WK-HALLADO) TO GRU-REG
              DISPLAY "Ya integra el grupo " AT 0902 GRU-NUMERO
              DISPLAY MESSAGE "El documento ya integra un grupo"
              END-DISPLAY
              GO TO F-ALTA-INTEGRANTE
           END-IF
           IF WK-GRU-CANT >= 5000
              DISPLAY MESSAGE "Registro de grupos lleno"
              END-DISPLAY
              GO TO F-ALTA-INTEGRANTE
           END-IF
           PERFORM BUSCAR-NOMBRE  THRU F-BUSCAR-NOMBRE
           PERFORM PEDIR-VINCULO  THRU F-PEDIR-VINCULO
           IF WK-GRUPO = 0
              ADD 1 TO WK-GRUPO-MAYOR
              MOVE WK-GRUPO-MAYOR TO WK-GRUPO
           END-IF
           INITIALIZE GRU-REG
           MOVE WK-GRUPO     TO GRU-NUMERO
           MOVE WK-DOCUMENTO TO GRU-DOCUMENTO
           MOVE WK-TIPO-DOC  TO GRU-TIPO-DOC
           MOVE WK-NOMBRE    TO GRU-NOMBRE
           MOVE WK-VINCULO   TO GRU-VINCULO
           MOVE WK-HOY       TO GRU-FECHA-ALTA
           MOVE WK-OPERADOR  TO GRU-OPERADOR
           ADD 1 TO WK-GRU-CANT
           MOVE GRU-REG TO TAB-GRU-REG(WK-GRU-CANT)
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Integrante registrado en el grupo " AT 1502
                   WK-GRUPO.
       F-ALTA-INTEGRANTE. EXIT.

      * LA BAJA COMPACTA LA TABLA PISANDO EL LUGAR CON EL ULTIMO
       BAJA-INTEGRANTE.
           PERFORM PEDIR-DOCUMENTO THRU F-PEDIR-DOCUMENTO
           IF WK-DOC-OK = 0
              GO TO F-BAJA-INTEGRANTE
           END-IF
           PERFORM BUSCAR-DOCUMENTO THRU F-BUSCAR-DOCUMENTO
           IF WK-HALLADO = 0
              DISPLAY MESSAGE "El documento no integra ningun grupo"
              END-DISPLAY
              GO TO F-BAJA-INTEGRANTE
           END-IF
           MOVE TAB-GRU-REG(WK-HALLADO) TO GRU-REG
           IF WK-HALLADO < WK-GRU-CANT
              MOVE TAB-GRU-REG(WK-GRU-CANT)
                TO TAB-GRU-REG(WK-HALLADO)
           END-IF
           SUBTRACT 1 FROM WK-GRU-CANT
           MOVE 1 TO WK-HUBO-CAMBIOS
           DISPLAY "Integrante dado de baja del grupo " AT 1202
                   GRU-NUMERO.
       F-BAJA-INTEGRANTE. EXIT.

       CONSULTAR-GRUPO.
           DISPLAY "GRUPO     : " AT 0602
           ACCEPT WK-GRUPO AT 0614
           MOVE 0 TO WK-MIEMBROS
           MOVE 8 TO WK-FILA
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-GRU-CANT
                      OR WK-FILA > 21
              MOVE TAB-GRU-REG(WK-IND) TO GRU-REG
              IF GRU-NUMERO = WK-GRUPO
                 ADD 1 TO WK-MIEMBROS
                 COMPUTE WK-POSICION = WK-FILA * 100 + 4
                 DISPLAY GRU-DOCUMENTO AT WK-POSICION
                 COMPUTE WK-POSICION = WK-FILA * 100 + 14
                 DISPLAY GRU-VINCULO AT WK-POSICION
                 COMPUTE WK-POSICION = WK-FILA * 100 + 17
                 DISPLAY GRU-NOMBRE AT WK-POSICION
                 ADD 1 TO WK-FILA
              END-IF
           END-PERFORM
           IF WK-MIEMBROS = 0
              DISPLAY MESSAGE "Grupo inexistente"
              END-DISPLAY
           ELSE
              DISPLAY "Integrantes: " AT 2202 WK-MIEMBROS
           END-IF.
       F-CONSULTAR-GRUPO. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT GRUPOS
              PERFORM VARYING WK-IND FROM 1 BY 1
                      UNTIL WK-IND > WK-GRU-CANT
                 MOVE TAB-GRU-REG(WK-IND) TO GRU-REG
                 WRITE GRU-REG
              END-PERFORM
              CLOSE GRUPOS
           END-IF
           CLOSE M-CUENTAS
           DISPLAY MESSAGE "Fin del mantenimiento de grupos"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       END PROGRAM GRP002.
