      * DEL GRUPO CON SU DOCUMENTO, SALDO Y APERTURA UNA DEBAJO DE LA
      * OTRA PARA QUE BACK OFFICE DECIDA LA FUSION. VAL001 MIRA CADA
      * REGISTRO SOLO; ESTE CONTROL ES LA COMPARACION CRUZADA.
      * CON LOS TIPOS DE DOCUMENTO LA MISMA PERSONA TAMBIEN PUEDE
      * ESTAR BAJO DOS NUMEROS INTERNOS POR TENER DOS TIPOS (LA LE Y
      * EL DNI QUE LA REEMPLAZO CON EL MISMO NUMERO, O EL DNI Y EL
      * CUIT/CUIL QUE LO CONTIENE): UN SEGUNDO ORDENAMIENTO POR EL
      * DNI CONTENIDO (VAL-DOC) MARCA LOS GRUPOS CON EL MISMO DNI Y
      * NUMERO INTERNO DISTINTO. CADA CUENTA SE LISTA CON SU NUMERO
      * INTERNO (EL QUE PIDE FUS001) Y EL TIPO Y NUMERO REAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           03 SR-PRODUCTO               PIC 9(02).
           03 SR-APERTURA               PIC 9(01).
           03 SR-SALDO                  PIC S9(10)V99.
           03 SR-DNI                    PIC 9(08).
           03 SR-SIGLA                  PIC X(04).
           03 SR-IMPRESO                PIC X(13).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).

       77  WK-SORT-FINAL                PIC 9         VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)     VALUE 0.
       77  WK-GRUPOS                    PIC 9(06)     VALUE 0.
       77  WK-GRUPOS-DNI                PIC 9(06)     VALUE 0.
       77  WK-SOSPECHOSAS               PIC 9(06)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-HAY-ANTERIOR              PIC 9         VALUE 0.
       77  WK-GRUPO-ABIERTO             PIC 9         VALUE 0.
       77  WK-PASADA                    PIC 9         VALUE 1.

       01  WK-ANTERIOR.
           03 ANT-APELLIDO              PIC X(20).
           03 ANT-PRODUCTO              PIC 9(02).
           03 ANT-APERTURA              PIC 9(01).
           03 ANT-SALDO                 PIC S9(10)V99.
           03 ANT-DNI                   PIC 9(08).
           03 ANT-SIGLA                 PIC X(04).
           03 ANT-IMPRESO               PIC X(13).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
       01  TITULO-LINE                  PIC X(100) VALUE ALL "_".

       01  TITULO-03.
            03 FILLER                   PIC X(10) VALUE "Interno".
            03 FILLER                   PIC X(20) VALUE
            "Tipo/Nro. Documento".
            03 FILLER                   PIC X(04) VALUE "Prod".
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 FILLER                   PIC X(07) VALUE "Titular".

       01  LIN-DETALLE.
            03 L-DOC                    PIC 9(08).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-SIGLA                  PIC X(04).
            03 FILLER                   PIC X(01) VALUE ALL SPACES.
            03 L-DOC-IMP                PIC X(13).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-PROD                   PIC 9(02).
            03 FILLER                   PIC X(02) VALUE ALL SPACES.
            03 L-NOM-CORTO              PIC X(28).
            03 FILLER                   PIC X(20) VALUE
            "Grupos duplicados: ".
            03 LIN-TOT-GRUPOS           PIC ZZZZZ9.
       01  TITULO-BOTTOM-GRUPOS-DNI.
            03 FILLER                   PIC X(20) VALUE
            "Grupos mismo DNI.: ".
            03 LIN-TOT-GRUPOS-DNI       PIC ZZZZZ9.
       01  TITULO-SECCION-DNI           PIC X(100) VALUE
           "MISMO DNI BAJO NUMEROS INTERNOS DISTINTOS (TIPOS DE DOC.)".
       01  TITULO-BOTTOM-CTAS.
            03 FILLER                   PIC X(20) VALUE
            "Cuentas en grupos: ".
                                 SR-FECHA-NAC
                                 SR-DOCUMENTO
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS COMPARAR-ADYACENTES
           IF WK-LINEA > 61
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE SPACES TO REG-LIS
           WRITE REG-LIS
           WRITE REG-LIS FROM TITULO-SECCION-DNI
           ADD 2 TO WK-LINEA
           MOVE 2 TO WK-PASADA
           MOVE 0 TO WK-FINAL
                     WK-SORT-FINAL
                     WK-HAY-ANTERIOR
                     WK-GRUPO-ABIERTO
           SORT SORT-FILE
                ON ASCENDING KEY SR-DNI
                                 SR-DOCUMENTO
                                 SR-PRODUCTO
                INPUT PROCEDURE  IS CARGAR-SORT
                OUTPUT PROCEDURE IS COMPARAR-DNI.
       F-PROCESO. EXIT.

       CARGAR-SORT.
           OPEN INPUT M-CUENTAS
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
           PERFORM UNTIL WK-FINAL = 1
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-PASADA = 1
                 ADD 1 TO WK-LEIDAS
              END-IF
              MOVE CTAS-APELLIDO  TO SR-APELLIDO
              MOVE CTAS-NOMBRE    TO SR-NOMBRE
              MOVE CTAS-FECHA-NAC TO SR-FECHA-NAC
              MOVE CTAS-PRODUCTO  TO SR-PRODUCTO
              MOVE CTAS-APERTURA  TO SR-APERTURA
              MOVE CTAS-SALDO     TO SR-SALDO
              PERFORM DATOS-DOCUMENTO THRU F-DATOS-DOCUMENTO
              RELEASE SORT-REC
           END-PERFORM
           CLOSE M-CUENTAS.
       F-CARGAR-SORT. EXIT.

      * TIPO, NUMERO IMPRESO Y DNI CONTENIDO DEL DOCUMENTO INTERNO
       DATOS-DOCUMENTO.
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-DNI     TO SR-DNI
           MOVE WK-VDO-SIGLA   TO SR-SIGLA
           MOVE WK-VDO-IMPRESO TO SR-IMPRESO.
       F-DATOS-DOCUMENTO. EXIT.

      * CON EL ARCHIVO ORDENADO, LAS CUENTAS DE LA MISMA PERSONA
      * QUEDAN ADYACENTES: MISMO APELLIDO, NOMBRE Y FECHA DE
      * NACIMIENTO CON DOCUMENTO DISTINTO ABRE (O CONTINUA) UN GRUPO
              MOVE SR-PRODUCTO  TO ANT-PRODUCTO
              MOVE SR-APERTURA  TO ANT-APERTURA
              MOVE SR-SALDO     TO ANT-SALDO
              MOVE SR-DNI       TO ANT-DNI
              MOVE SR-SIGLA     TO ANT-SIGLA
              MOVE SR-IMPRESO   TO ANT-IMPRESO
              MOVE 1 TO WK-HAY-ANTERIOR
           END-PERFORM.
       F-COMPARAR-ADYACENTES. EXIT.

      * ORDENADO POR DNI CONTENIDO, EL MISMO DNI CON OTRO NUMERO
      * INTERNO ES LA MISMA PERSONA BAJO OTRO TIPO DE DOCUMENTO. EL
      * PASAPORTE NO CONTIENE DNI (CERO) Y NO ENTRA EN ESTE CONTROL
       COMPARAR-DNI.
           PERFORM UNTIL WK-SORT-FINAL = 1
              RETURN SORT-FILE AT END
                     MOVE 1 TO WK-SORT-FINAL
                     EXIT PERFORM CYCLE
              END-RETURN
              IF SR-DNI = 0
                 EXIT PERFORM CYCLE
              END-IF
              IF WK-HAY-ANTERIOR = 1
                 IF SR-DNI = ANT-DNI
                    AND ( SR-DOCUMENTO NOT = ANT-DOCUMENTO
                          OR WK-GRUPO-ABIERTO = 1 )
                    PERFORM MARCAR-GRUPO THRU F-MARCAR-GRUPO
                 ELSE
                    IF NOT ( SR-DNI = ANT-DNI )
                       MOVE 0 TO WK-GRUPO-ABIERTO
                    END-IF
                 END-IF
              END-IF
              MOVE SR-APELLIDO  TO ANT-APELLIDO
              MOVE SR-NOMBRE    TO ANT-NOMBRE
              MOVE SR-FECHA-NAC TO ANT-FECHA-NAC
              MOVE SR-DOCUMENTO TO ANT-DOCUMENTO
              MOVE SR-PRODUCTO  TO ANT-PRODUCTO
              MOVE SR-APERTURA  TO ANT-APERTURA
              MOVE SR-SALDO     TO ANT-SALDO
              MOVE SR-DNI       TO ANT-DNI
              MOVE SR-SIGLA     TO ANT-SIGLA
              MOVE SR-IMPRESO   TO ANT-IMPRESO
              MOVE 1 TO WK-HAY-ANTERIOR
           END-PERFORM.
       F-COMPARAR-DNI. EXIT.

      * AL ABRIR UN GRUPO NUEVO SE LISTA TAMBIEN LA CUENTA ANTERIOR
      * (LA PRIMERA DEL GRUPO) Y UNA LINEA EN BLANCO DE SEPARACION
       MARCAR-GRUPO.
           IF WK-GRUPO-ABIERTO = 0
              MOVE 1 TO WK-GRUPO-ABIERTO
              IF WK-PASADA = 1
                 ADD 1 TO WK-GRUPOS
              ELSE
                 ADD 1 TO WK-GRUPOS-DNI
              END-IF
              IF WK-LINEA > 62
                 PERFORM ENCABEZAR THRU F-ENCABEZAR
              END-IF

       LISTAR-ANTERIOR.
           MOVE ANT-DOCUMENTO TO L-DOC
           MOVE ANT-SIGLA     TO L-SIGLA
           MOVE ANT-IMPRESO   TO L-DOC-IMP
           MOVE ANT-PRODUCTO  TO L-PROD
           STRING ANT-APELLIDO DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE SR-DOCUMENTO TO L-DOC
           MOVE SR-SIGLA     TO L-SIGLA
           MOVE SR-IMPRESO   TO L-DOC-IMP
           MOVE SR-PRODUCTO  TO L-PROD
           STRING SR-APELLIDO DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
       F-LISTAR-ACTUAL. EXIT.

       FINAL-PROG.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS      TO LIN-TOT-LEIDAS
           MOVE WK-GRUPOS      TO LIN-TOT-GRUPOS
           MOVE WK-GRUPOS-DNI  TO LIN-TOT-GRUPOS-DNI
           MOVE WK-SOSPECHOSAS TO LIN-TOT-CTAS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-GRUPOS
           WRITE REG-LIS FROM TITULO-BOTTOM-GRUPOS-DNI
           WRITE REG-LIS FROM TITULO-BOTTOM-CTAS
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
