      * =================================================================== */
      *                                                                     */
      *   VAL-LISTA.CBL                                                     */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rutina comun de control contra la lista de sancionados y PEP:    */
      *   busca a una persona por documento y por apellido/nombre          */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-LISTA.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LA LLAMAN LAS ALTAS (CTAS003, CTAS007), LOS COTITULARES NUEVOS
      * (COT001) Y LA REVISION NOCTURNA DE LA CARTERA (LST001). EN LA
      * PRIMERA LLAMADA CARGA EN MEMORIA LISTA-CONTROL.DAT Y LAS
      * PERSONAS QUE CUMPLIMIENTO YA LIBERO COMO FALSO POSITIVO ("L"
      * EN REVISION-CUMPLIMIENTO.DAT); LAS LLAMADAS SIGUIENTES DE LA
      * MISMA CORRIDA USAN LO CARGADO.
      * UNA PERSONA COINCIDE POR DOCUMENTO (SI LA ENTRADA DE LA LISTA
      * LO TRAE) O POR APELLIDO Y NOMBRE IGUALES, SIN DISTINGUIR
      * MAYUSCULAS. LA PERSONA LIBERADA NO VUELVE A COINCIDIR: ASI EL
      * MOVIMIENTO LIBERADO ENTRA AL LOTE SIN QUEDAR RETENIDO DE
      * NUEVO. SIN ARCHIVO DE LISTA NO HAY COINCIDENCIAS.
      * EL DOCUMENTO QUE RECIBE ES EL DNI CONTENIDO EN EL DOCUMENTO DE
      * LA PERSONA (VAL-DOC); EL PASAPORTE VIENE EN CERO, ASI QUE SOLO
      * SE BUSCA POR NOMBRE Y SU LIBERACION TAMBIEN SE RECONOCE POR
      * APELLIDO Y NOMBRE.
      * SI LA LISTA O LOS LIBERADOS NO ENTRAN EN LA TABLA, NINGUNA
      * PERSONA SE PUEDE DAR POR CONTROLADA: TODA CONSULTA VUELVE CON
      * COINCIDENCIA "X" Y EL LLAMADOR CORTA LA CORRIDA (O NO GRABA,
      * SI ES DE PANTALLA) HASTA QUE SE AGRANDE LA TABLA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\lista-control.sel".
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-lista-control.fds".
       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".

       WORKING-STORAGE SECTION.

       77  WK-LST-STAT                  PIC X(02).
       77  WK-RVC-STAT                  PIC X(02).

       77  WK-CARGADA                   PIC 9      VALUE 0.
       77  WK-DESBORDE                  PIC 9      VALUE 0.
       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-LISTA-CANT                PIC 9(04)  VALUE 0.
       77  WK-LIBERADOS-CANT            PIC 9(04)  VALUE 0.
       77  WK-IND                       PIC 9(04)  VALUE 0.
       77  WK-APELLIDO                  PIC X(20).
       77  WK-NOMBRE                    PIC X(20).

       77  WK-MINUSCULAS                PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       77  WK-MAYUSCULAS                PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * LA LISTA DE CONTROL, CON APELLIDO Y NOMBRE EN MAYUSCULAS
       01  TAB-LISTA.
           03 TAB-LST-ITEM OCCURS 5000.
              05 TLS-TIPO               PIC X(01).
              05 TLS-DOCUMENTO          PIC 9(08).
              05 TLS-APELLIDO           PIC X(20).
              05 TLS-NOMBRE             PIC X(20).
              05 TLS-REFERENCIA         PIC X(10).

      * PERSONAS LIBERADAS POR CUMPLIMIENTO COMO FALSO POSITIVO
       01  TAB-LIBERADOS.
           03 TAB-LIB-ITEM OCCURS 2000.
              05 TLB-DOCUMENTO          PIC 9(08).
              05 TLB-APELLIDO           PIC X(20).
              05 TLB-NOMBRE             PIC X(20).

       LINKAGE SECTION.
       01  LK-LST-CONSULTA.
           03 LK-LST-DOCUMENTO          PIC 9(08).
           03 LK-LST-APELLIDO           PIC X(20).
           03 LK-LST-NOMBRE             PIC X(20).
           03 LK-LST-COINCIDENCIA       PIC X(01).
           03 LK-LST-TIPO               PIC X(01).
           03 LK-LST-REFERENCIA         PIC X(10).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-LST-CONSULTA.

       CONTROL-PROG.
           IF WK-CARGADA = 0
              PERFORM CARGAR-LISTA     THRU F-CARGAR-LISTA
              PERFORM CARGAR-LIBERADOS THRU F-CARGAR-LIBERADOS
              MOVE 1 TO WK-CARGADA
           END-IF
           PERFORM CONTROLAR THRU F-CONTROLAR
           EXIT PROGRAM.

       CARGAR-LISTA.
           MOVE 0 TO WK-LISTA-CANT
                     WK-FINAL
           OPEN INPUT LISTA-CONTROL
           IF NOT ( WK-LST-STAT = "00" )
              GO TO F-CARGAR-LISTA
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ LISTA-CONTROL AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( LST-TIPO = "S" OR "P" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-LISTA-CANT < 5000
                 ADD 1 TO WK-LISTA-CANT
                 MOVE LST-TIPO       TO TLS-TIPO(WK-LISTA-CANT)
                 MOVE LST-DOCUMENTO  TO TLS-DOCUMENTO(WK-LISTA-CANT)
                 MOVE LST-APELLIDO   TO TLS-APELLIDO(WK-LISTA-CANT)
                 MOVE LST-NOMBRE     TO TLS-NOMBRE(WK-LISTA-CANT)
                 MOVE LST-REFERENCIA TO TLS-REFERENCIA(WK-LISTA-CANT)
                 INSPECT TLS-APELLIDO(WK-LISTA-CANT)
                         CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
                 INSPECT TLS-NOMBRE(WK-LISTA-CANT)
                         CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           CLOSE LISTA-CONTROL.
       F-CARGAR-LISTA. EXIT.

       CARGAR-LIBERADOS.
           MOVE 0 TO WK-LIBERADOS-CANT
                     WK-FINAL
           OPEN INPUT CUMPLIMIENTO
           IF NOT ( WK-RVC-STAT = "00" )
              GO TO F-CARGAR-LIBERADOS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CUMPLIMIENTO AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RVC-ESTADO = "L" )
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-LIBERADOS-CANT < 2000
                 ADD 1 TO WK-LIBERADOS-CANT
                 MOVE RVC-PER-DOCUMENTO
                   TO TLB-DOCUMENTO(WK-LIBERADOS-CANT)
                 MOVE RVC-PER-APELLIDO
                   TO TLB-APELLIDO(WK-LIBERADOS-CANT)
                 MOVE RVC-PER-NOMBRE
                   TO TLB-NOMBRE(WK-LIBERADOS-CANT)
                 INSPECT TLB-APELLIDO(WK-LIBERADOS-CANT)
                         CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
                 INSPECT TLB-NOMBRE(WK-LIBERADOS-CANT)
                         CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
              ELSE
                 MOVE 1 TO WK-DESBORDE
              END-IF
           END-PERFORM
           CLOSE CUMPLIMIENTO.
       F-CARGAR-LIBERADOS. EXIT.

      * PRIMERO POR DOCUMENTO, DESPUES POR APELLIDO Y NOMBRE; LA
      * PRIMERA ENTRADA QUE COINCIDE ES LA QUE SE INFORMA
       CONTROLAR.
           MOVE SPACE  TO LK-LST-COINCIDENCIA
                          LK-LST-TIPO
           MOVE SPACES TO LK-LST-REFERENCIA
           IF WK-DESBORDE = 1
              MOVE "X" TO LK-LST-COINCIDENCIA
              GO TO F-CONTROLAR
           END-IF
           MOVE LK-LST-APELLIDO TO WK-APELLIDO
           MOVE LK-LST-NOMBRE   TO WK-NOMBRE
           INSPECT WK-APELLIDO CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           INSPECT WK-NOMBRE   CONVERTING WK-MINUSCULAS TO WK-MAYUSCULAS
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-LIBERADOS-CANT
              IF LK-LST-DOCUMENTO > 0
                 AND TLB-DOCUMENTO(WK-IND) = LK-LST-DOCUMENTO
                 GO TO F-CONTROLAR
              END-IF
              IF LK-LST-DOCUMENTO = 0
                 AND TLB-DOCUMENTO(WK-IND) = 0
                 AND TLB-APELLIDO(WK-IND) = WK-APELLIDO
                 AND TLB-NOMBRE(WK-IND) = WK-NOMBRE
                 GO TO F-CONTROLAR
              END-IF
           END-PERFORM
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-LISTA-CANT
              IF LK-LST-DOCUMENTO > 0
                 AND TLS-DOCUMENTO(WK-IND) = LK-LST-DOCUMENTO
                 MOVE "D" TO LK-LST-COINCIDENCIA
                 PERFORM INFORMAR THRU F-INFORMAR
                 GO TO F-CONTROLAR
              END-IF
           END-PERFORM
           IF WK-APELLIDO = SPACES
              GO TO F-CONTROLAR
           END-IF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-LISTA-CANT
              IF TLS-APELLIDO(WK-IND) = WK-APELLIDO
                 AND TLS-NOMBRE(WK-IND) = WK-NOMBRE
                 MOVE "N" TO LK-LST-COINCIDENCIA
                 PERFORM INFORMAR THRU F-INFORMAR
                 GO TO F-CONTROLAR
              END-IF
           END-PERFORM.
       F-CONTROLAR. EXIT.

       INFORMAR.
           MOVE TLS-TIPO(WK-IND)       TO LK-LST-TIPO
           MOVE TLS-REFERENCIA(WK-IND) TO LK-LST-REFERENCIA.
       F-INFORMAR. EXIT.

       END PROGRAM VAL-LISTA.
