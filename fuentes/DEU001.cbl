      * ARCHIVO LLEVA CABECERA "H" Y TRAILER "T" CON CANTIDAD Y SALDO
      * TOTAL (COMO EL TRAILER DE MOV-CUENTAS.PRN), Y EL LISTADO
      * RESUME POR CODIGO PARA LA FIRMA ANTES DE TRANSMITIR.
      * EL DEUDOR SE INFORMA CON EL TIPO DE DOCUMENTO EN EL CODIGO
      * DEL REGIMEN (TAB-TIPOS-DOC: 96 DNI, 89 LE, 90 LC, 80 CUIT,
      * 86 CUIL, 94 PASAPORTE) Y EL NUMERO REAL DE 11 POSICIONES,
      * QUE VAL-DOC OBTIENE DEL NUMERO INTERNO DE LA CUENTA.
      * DETRAS DE CADA DEUDOR VA UN REGISTRO "G" POR CADA GARANTE
      * VIGENTE DE LA CUENTA (GARANTES.IDX, CARGADOS EN GAR001), QUE
      * SE INFORMA COMO CODEUDOR CON EL MISMO SALDO Y CODIGO; EL
      * TRAILER LOS CUENTA APARTE Y NO SUMA SU SALDO.
      * EL CODIGO SE MAPEA CON LA CLASIFICACION DEL DEUDOR QUE DEJA
      * SIT001 EN SITUACION-DEUDORES.DAT (LA PEOR SITUACION PROPIA
      * ENTRE TODOS SUS PRODUCTOS Y LA FECHA DE SITUACION DE ESE
      * PRODUCTO), ASI TODAS LAS CUENTAS DE UN MISMO DOCUMENTO SE
      * INFORMAN CON UN UNICO CODIGO. SI EL ARCHIVO FALTA O NO ES DEL
      * PERIODO SE USA LA SITUACION DE CADA CUENTA, COMO ANTES, Y EL
      * LISTADO LO ADVIERTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\garantes.sel".
           COPY "\COBOL\fuentes\cpy\sit-deudores.sel".
           SELECT DEUDORES
           ASSIGN TO WK-ARCHIVO-DEUDORES
           ORGANIZATION IS SEQUENTIAL.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-garantes.fds".
       COPY "\COBOL\fuentes\cpy\fd-sit-deudores.fds".

       FD  DEUDORES.
      * DEU-TIPO: "D" DEUDOR, "G" GARANTE DEL DEUDOR ANTERIOR
       01  DEU-REG.
           03 DEU-TIPO                PIC X(01).
           03 DEU-TIPO-DOC            PIC X(02).
           03 DEU-NRO-DOC             PIC X(11).
           03 DEU-NOMBRE              PIC X(40).
           03 DEU-SALDO               PIC S9(10)V99.
           03 DEU-CODIGO              PIC X(02).
           03 CAB-TIPO                PIC X(01).
           03 CAB-PERIODO             PIC 9(06).
           03 CAB-FECHA               PIC 9(08).
           03 FILLER                  PIC X(53).
       01  DEU-TRAILER REDEFINES DEU-REG.
           03 TRL-TIPO                PIC X(01).
           03 TRL-CANTIDAD            PIC 9(08).
           03 TRL-SALDO               PIC S9(12)V99.
           03 TRL-COOBLIGADOS         PIC 9(08).
           03 FILLER                  PIC X(37).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
       77  WK-TRN-ARCHIVO               PIC X(20)  VALUE SPACES.

       01  DB-STAT                      PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-GAR-STAT                  PIC X(02).
       77  WK-HAY-GARANTES              PIC 9          VALUE 0.
       77  WK-GAR-FINAL                 PIC 9          VALUE 0.
       77  WK-COOBLIGADOS               PIC 9(06)      VALUE 0.

      * CLASIFICACION POR DEUDOR (SIT001), LEIDA EN PARALELO CON
      * M-CUENTAS PORQUE LOS DOS VAN EN ORDEN DE DOCUMENTO
       77  WK-SDE-STAT                  PIC X(02).
       77  WK-HAY-SDE                   PIC 9          VALUE 0.
       77  WK-SDE-FINAL                 PIC 9          VALUE 0.
       77  WK-SIT-INFORMAR              PIC 9(01)      VALUE 0.
       77  WK-FECHA-SIT-INFORMAR        PIC 9(08)      VALUE 0.
       77  WK-RECLASIFICADAS            PIC 9(06)      VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-LEIDAS                    PIC 9(06)      VALUE 0.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 L-TOT-SDO                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  LIN-COOBLIGADOS.
            03 FILLER                   PIC X(13) VALUE
            "Codeudores: ".
            03 L-TOT-COOB               PIC ZZZZZ9.

       01  LIN-RECLASIFICADAS.
            03 FILLER                   PIC X(40) VALUE
            "Cuentas reclasificadas por deudor: ".
            03 L-TOT-RECL               PIC ZZZZZ9.

       01  LIN-SIN-SDE.
            03 FILLER                   PIC X(50) VALUE
            "SIN CLASIFICACION POR DEUDOR DEL PERIODO (SIT001):".
            03 FILLER                   PIC X(38) VALUE
            " SE INFORMA LA SITUACION DE LA CUENTA".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
           END-STRING
           PERFORM CARGAR-REGLAS  THRU F-CARGAR-REGLAS
           OPEN INPUT M-CUENTAS
           OPEN INPUT GARANTES
           IF WK-GAR-STAT = "00"
              MOVE 1 TO WK-HAY-GARANTES
           END-IF
           OPEN OUTPUT DEUDORES
           OPEN OUTPUT LISTADO
           MOVE WK-FECHA-ED       TO TIT-FECHA
           MOVE WK-PERIODO        TO TIT-PERIODO
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           PERFORM ABRIR-SIT-DEUDORES THRU F-ABRIR-SIT-DEUDORES
           INITIALIZE DEU-REG
           MOVE "H"        TO CAB-TIPO
           MOVE WK-PERIODO TO CAB-PERIODO
           MOVE 0 TO WK-FINAL.
       F-CARGAR-REGLAS. EXIT.

      * LA CLASIFICACION POR DEUDOR SOLO SIRVE SI ES DEL PERIODO QUE
      * SE INFORMA; SI NO, CADA CUENTA CON SU PROPIA SITUACION
       ABRIR-SIT-DEUDORES.
           OPEN INPUT SIT-DEUDORES
           IF NOT ( WK-SDE-STAT = "00" )
              WRITE REG-LIS FROM LIN-SIN-SDE
              GO TO F-ABRIR-SIT-DEUDORES
           END-IF
           READ SIT-DEUDORES AT END
                MOVE SPACES TO SDE-REG
           END-READ
           IF NOT ( SDC-TIPO = "H" AND SDC-PERIODO = WK-PERIODO )
              CLOSE SIT-DEUDORES
              WRITE REG-LIS FROM LIN-SIN-SDE
              GO TO F-ABRIR-SIT-DEUDORES
           END-IF
           MOVE 1 TO WK-HAY-SDE
           PERFORM LEER-SIT-DEUDOR THRU F-LEER-SIT-DEUDOR.
       F-ABRIR-SIT-DEUDORES. EXIT.

       LEER-SIT-DEUDOR.
           READ SIT-DEUDORES AT END
                MOVE 1 TO WK-SDE-FINAL
           END-READ.
       F-LEER-SIT-DEUDOR. EXIT.

      * AVANZA LA CLASIFICACION HASTA EL DOCUMENTO DE LA CUENTA; SIN
      * REGISTRO PARA EL DOCUMENTO QUEDA LA SITUACION DE LA CUENTA
       BUSCAR-SIT-DEUDOR.
           MOVE CTAS-SITUACION       TO WK-SIT-INFORMAR
           MOVE CTAS-FECHA-SITUACION TO WK-FECHA-SIT-INFORMAR
           IF WK-HAY-SDE = 0
              GO TO F-BUSCAR-SIT-DEUDOR
           END-IF
           PERFORM LEER-SIT-DEUDOR THRU F-LEER-SIT-DEUDOR
                   UNTIL WK-SDE-FINAL = 1
                   OR SDE-DOCUMENTO >= CTAS-DOCUMENTO
           IF WK-SDE-FINAL = 0
              AND SDE-DOCUMENTO = CTAS-DOCUMENTO
              MOVE SDE-SITUACION       TO WK-SIT-INFORMAR
              MOVE SDE-FECHA-SITUACION TO WK-FECHA-SIT-INFORMAR
              IF SDE-SITUACION <> CTAS-SITUACION
                 ADD 1 TO WK-RECLASIFICADAS
              END-IF
           END-IF.
       F-BUSCAR-SIT-DEUDOR. EXIT.

       PROCESO.
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           END-START
       F-PROCESO. EXIT.

       INFORMAR-CUENTA.
           PERFORM BUSCAR-SIT-DEUDOR THRU F-BUSCAR-SIT-DEUDOR
           PERFORM CALCULAR-ATRASO THRU F-CALCULAR-ATRASO
           PERFORM MAPEAR-CODIGO   THRU F-MAPEAR-CODIGO
           INITIALIZE DEU-REG
           MOVE "D"            TO DEU-TIPO
           MOVE "I"            TO WK-VDO-ACCION
           MOVE CTAS-DOCUMENTO TO WK-VDO-DOCUMENTO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           MOVE WK-VDO-REGIMEN TO DEU-TIPO-DOC
           MOVE WK-VDO-NUMERO  TO DEU-NRO-DOC
           STRING CTAS-APELLIDO DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  CTAS-NOMBRE   DELIMITED BY SPACE
           WRITE DEU-REG
           ADD 1 TO WK-INFORMADAS
           ADD CTAS-SALDO TO WK-SALDO-TOTAL
           PERFORM ACUMULAR-RESUMEN THRU F-ACUMULAR-RESUMEN
           PERFORM INFORMAR-GARANTES THRU F-INFORMAR-GARANTES.
       F-INFORMAR-CUENTA. EXIT.

      * LOS GARANTES VIGENTES DE LA CUENTA, COMO CODEUDORES
       INFORMAR-GARANTES.
           IF WK-HAY-GARANTES = 0
              GO TO F-INFORMAR-GARANTES
           END-IF
           MOVE 0 TO WK-GAR-FINAL
           MOVE CTAS-DOCUMENTO TO GAR-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO GAR-PRODUCTO
           MOVE LOW-VALUES     TO GAR-OBLIGACION
           MOVE 0              TO GAR-REFERENCIA
                                  GAR-GARANTE
           START GARANTES KEY NOT < GAR-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GAR-FINAL
           END-START
           PERFORM UNTIL WK-GAR-FINAL = 1
              READ GARANTES NEXT AT END
                   MOVE 1 TO WK-GAR-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF GAR-DOCUMENTO <> CTAS-DOCUMENTO
                 OR GAR-PRODUCTO <> CTAS-PRODUCTO
                 MOVE 1 TO WK-GAR-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF GAR-ESTADO <> "A"
                 EXIT PERFORM CYCLE
              END-IF
              INITIALIZE DEU-REG
              MOVE "G"            TO DEU-TIPO
              MOVE "I"            TO WK-VDO-ACCION
              MOVE GAR-GARANTE    TO WK-VDO-DOCUMENTO
              CALL "VAL-DOC" USING WK-VDO-CONSULTA
              MOVE WK-VDO-REGIMEN TO DEU-TIPO-DOC
              MOVE WK-VDO-NUMERO  TO DEU-NRO-DOC
              STRING GAR-APELLIDO DELIMITED BY SPACE
                     " "          DELIMITED BY SIZE
                     GAR-NOMBRE   DELIMITED BY SPACE
                 INTO DEU-NOMBRE
              END-STRING
              MOVE CTAS-SALDO     TO DEU-SALDO
              MOVE WK-CODIGO      TO DEU-CODIGO
              WRITE DEU-REG
              ADD 1 TO WK-COOBLIGADOS
           END-PERFORM.
       F-INFORMAR-GARANTES. EXIT.

       CALCULAR-ATRASO.
           IF WK-FECHA-SIT-INFORMAR = 0
              MOVE 0 TO WK-DIAS-ATRASO
           ELSE
              CALL "FEC-DIF" USING WK-FECHA-SIT-INFORMAR
                                   WK-HOY
                                   WK-DIAS-ATRASO
                                   WK-DIAS-HABILES-DIF
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-REGLAS
                   OR WK-ENCONTRADO = 1
              IF TR-SITUACION(WK-IND) = WK-SIT-INFORMAR
                 AND WK-DIAS-ATRASO >= TR-DIAS-DESDE(WK-IND)
                 AND WK-DIAS-ATRASO <= TR-DIAS-HASTA(WK-IND)
                 MOVE TR-CODIGO(WK-IND) TO WK-CODIGO
           MOVE "T"             TO TRL-TIPO
           MOVE WK-INFORMADAS   TO TRL-CANTIDAD
           MOVE WK-SALDO-TOTAL  TO TRL-SALDO
           MOVE WK-COOBLIGADOS  TO TRL-COOBLIGADOS
           WRITE DEU-REG
      * LA TRANSMISION QUEDA ASENTADA EN EL REGISTRO DE SALIENTES
      * PARA QUE TRN002 PERSIGA EL ACUSE
           CLOSE M-CUENTAS
                 DEUDORES
                 LISTADO
           IF WK-HAY-GARANTES = 1
              CLOSE GARANTES
           END-IF
           IF WK-HAY-SDE = 1
              CLOSE SIT-DEUDORES
           END-IF
           MOVE WK-LEIDAS TO LK-CANTIDAD
           IF WK-INFORMADAS + WK-OMITIDAS <> WK-LEIDAS
              IF LK-MODO-BATCH = 0
           WRITE REG-LIS FROM TITULO-LINE
           MOVE WK-INFORMADAS  TO L-TOT-CANT
           MOVE WK-SALDO-TOTAL TO L-TOT-SDO
           WRITE REG-LIS FROM LIN-TOTAL
           MOVE WK-COOBLIGADOS TO L-TOT-COOB
           WRITE REG-LIS FROM LIN-COOBLIGADOS
           IF WK-HAY-SDE = 1
              MOVE WK-RECLASIFICADAS TO L-TOT-RECL
              WRITE REG-LIS FROM LIN-RECLASIFICADAS
           END-IF.
       F-IMPRIMIR-RESUMEN. EXIT.

       IMPRIMIR-UN-CODIGO.
