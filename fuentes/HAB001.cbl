      *   - SU DOM-REG,
      *   - LOS COTITULARES DE SUS CUENTAS Y LAS CUENTAS DONDE ELLA
      *     ES COTITULAR,
      *   - LOS GARANTES DE SUS CUENTAS Y LAS OBLIGACIONES QUE ELLA
      *     GARANTIZA, CON LOS DATOS DE CONTACTO QUE SE LE TOMARON,
      *   - SUS NOTAS,
      *   - SU HISTORIA AUDITADA DE CAMBIOS,
      *   - Y LAS ENTRADAS DE LA BITACORA DE ACCESOS QUE MUESTRAN
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\domicilios.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\garantes.sel".
           COPY "\COBOL\fuentes\cpy\notas.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\accesos.sel".

       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".
       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-notas.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-accesos.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-pedir-documento.cpy".

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)
       77  WK-OPERADOR                  PIC X(08)  VALUE SPACES.
       77  WK-OPERADOR-ROL              PIC X(01)  VALUE SPACE.
       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-COT-STAT                  PIC X(02).
       77  WK-GAR-STAT                  PIC X(02).
       77  WK-HAY-GARANTES              PIC 9      VALUE 0.
       77  WK-NOTA-STAT                 PIC X(02).
       77  WK-AUD-STAT                  PIC X(02).

           OPEN INPUT M-PLASTICOS
           OPEN INPUT M-DOMICILIOS
           OPEN INPUT M-COTITULARES
           OPEN INPUT GARANTES
           IF WK-GAR-STAT = "00"
              MOVE 1 TO WK-HAY-GARANTES
           END-IF
           DISPLAY BOX AT 0101
               SIZE 80
               LINES 25
       PROCESO.
           PERFORM UNTIL WK-FINAL = 1
              DISPLAY "DOCUMENTO (0=fin): " AT 0502
              MOVE 0 TO WK-PDO-DOCUMENTO
              MOVE 0521 TO WK-PDO-POSICION
              PERFORM PEDIR-TIPO-DOC THRU F-PEDIR-TIPO-DOC
              MOVE WK-PDO-DOCUMENTO TO WK-DOCUMENTO
              IF WK-DOCUMENTO = 0
                 MOVE 1 TO WK-FINAL
              ELSE
           PERFORM SECCION-PLASTICOS   THRU F-SECCION-PLASTICOS
           PERFORM SECCION-DOMICILIO   THRU F-SECCION-DOMICILIO
           PERFORM SECCION-COTITULARES THRU F-SECCION-COTITULARES
           PERFORM SECCION-GARANTES    THRU F-SECCION-GARANTES
           PERFORM SECCION-NOTAS       THRU F-SECCION-NOTAS
           PERFORM SECCION-AUDITORIA   THRU F-SECCION-AUDITORIA
           PERFORM SECCION-ACCESOS     THRU F-SECCION-ACCESOS
           END-PERFORM.
       F-SECCION-COTITULARES. EXIT.

      * GARANTIAS EN LOS DOS SENTIDOS: QUIENES AFIANZAN SUS CUENTAS
      * (POR LA CLAVE) Y QUE OBLIGACIONES AJENAS AFIANZA LA PERSONA
      * (POR LA CLAVE ALTERNATIVA), CON LOS DATOS QUE SE LE TOMARON
       SECCION-GARANTES.
           MOVE "GARANTES" TO LIN-SECCION
           WRITE REG-LEG FROM LIN-SECCION
           IF WK-HAY-GARANTES = 0
              GO TO F-SECCION-GARANTES
           END-IF
           MOVE 0 TO WK-SUB-FINAL
           MOVE WK-DOCUMENTO TO GAR-DOCUMENTO
           MOVE 0            TO GAR-PRODUCTO
           MOVE LOW-VALUES   TO GAR-OBLIGACION
           MOVE 0            TO GAR-REFERENCIA
                                GAR-GARANTE
           START GARANTES KEY NOT < GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-SUB-FINAL
           END-START
           PERFORM UNTIL WK-SUB-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-SUB-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF GAR-DOCUMENTO <> WK-DOCUMENTO
                 MOVE 1 TO WK-SUB-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              INITIALIZE LIN-TEXTO
              STRING "Garante de su producto " GAR-PRODUCTO
                     " (" GAR-OBLIGACION " " GAR-ESTADO "): "
                     GAR-GARANTE " " GAR-APELLIDO
                 INTO LIN-TEXTO
              END-STRING
              PERFORM ESCRIBIR THRU F-ESCRIBIR
           END-PERFORM
           MOVE 0 TO WK-SUB-FINAL
           MOVE WK-DOCUMENTO TO GAR-GARANTE
           START GARANTES KEY NOT < GAR-GARANTE
           INVALID KEY
                 MOVE 1 TO WK-SUB-FINAL
           END-START
           PERFORM UNTIL WK-SUB-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-SUB-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF GAR-GARANTE <> WK-DOCUMENTO
                 MOVE 1 TO WK-SUB-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              INITIALIZE LIN-TEXTO
              STRING "Es garante de " GAR-DOCUMENTO
                     " producto " GAR-PRODUCTO
                     " (" GAR-OBLIGACION " " GAR-ESTADO ") desde "
                     GAR-FECHA-ALTA
                 INTO LIN-TEXTO
              END-STRING
              PERFORM ESCRIBIR THRU F-ESCRIBIR
              INITIALIZE LIN-TEXTO
              STRING "  " GAR-CALLE " " GAR-LOCALIDAD " "
                     GAR-TELEFONO " " GAR-EMAIL
                 INTO LIN-TEXTO
              END-STRING
              PERFORM ESCRIBIR THRU F-ESCRIBIR
           END-PERFORM.
       F-SECCION-GARANTES. EXIT.

       SECCION-NOTAS.
           MOVE "NOTAS" TO LIN-SECCION
           WRITE REG-LEG FROM LIN-SECCION
                 M-PLASTICOS
                 M-DOMICILIOS
                 M-COTITULARES
           IF WK-HAY-GARANTES = 1
              CLOSE GARANTES
           END-IF
           DISPLAY MESSAGE "Fin de legajos habeas data"
           END-DISPLAY.
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-grabar-acceso.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-codigo-plastico.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-pedir-documento.cpy".

       END PROGRAM HAB001.
