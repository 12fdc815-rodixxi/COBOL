      * VALIDO Y QUE LA FECHA DE NACIMIENTO PASE FEC-NAC-ED. CONCTAS
      * Y DSH001 MUESTRAN LOS COTITULARES BAJO EL TITULAR, Y LA
      * BUSQUEDA POR NOMBRE DE CONCTAS TAMBIEN LOS ENCUENTRA.
      *
      * TARJETAS ADICIONALES: UN "A" CON MC-ADICIONAL = "S" PIDE UNA
      * TARJETA A NOMBRE DEL COTITULAR QUE FACTURA A LA CUENTA DEL
      * TITULAR, CON EL TOPE MENSUAL DE MC-SUBLIMITE (0 = SIN TOPE
      * PROPIO). EL PEDIDO QUEDA "P" EN PLAS-ADICIONALES.DAT PARA EL
      * PROVEEDOR Y PLAS007 DA DE ALTA EL PLASTICO CUANDO LLEGA. SI
      * EL COTITULAR YA TIENE SU ADICIONAL VIVA (O PEDIDA) EN ESA
      * CUENTA, SOLO SE LE ACTUALIZA EL SUBLIMITE. LA "B" DEL
      * COTITULAR DA DE BAJA ("BA") SUS ADICIONALES EN ESA CUENTA Y
      * ANULA ("X") LOS PEDIDOS QUE NO HAYAN LLEGADO.
      *
      * CUMPLIMIENTO: EL COTITULAR NUEVO SE CONTROLA CONTRA LA LISTA
      * DE SANCIONADOS Y PEP (VAL-LISTA) ANTES DE GRABARLO; SI
      * COINCIDE NO SE GRABA, SE LISTA COMO RETENIDO Y EL MOVIMIENTO
      * QUEDA EN LA COLA DE CUMPLIMIENTO. LOS QUE EL REVISOR LIBERA EN
      * LST002 LLEGAN POR MOV-COT-LIBERADOS.PRN, QUE SE APLICA DESPUES
      * DEL LOTE DEL DIA Y QUEDA VACIO.
      *
      * TIPOS DE DOCUMENTO: EL COTITULAR PUEDE VENIR IDENTIFICADO POR
      * MC-TIPO-CODOC + MC-NRO-CODOC (DNI, LE, LC, CUIT, CUIL O
      * PASAPORTE). VAL-DOC VALIDA EL FORMATO Y LO TRADUCE AL NUMERO
      * INTERNO DE MC-CODOCUMENTO (EN EL ALTA, SI NO ESTA EMPADRONADO,
      * LE ASIGNA UNO RECIEN CUANDO PASO LAS DEMAS VALIDACIONES).
      * CON MC-NRO-CODOC EN BLANCO EL MOVIMIENTO ES DEL FORMATO VIEJO
      * Y MC-CODOCUMENTO ES UN DNI. LA LISTA DE CONTROL
      * SE CONSULTA CON EL DNI CONTENIDO EN EL DOCUMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ORGANIZATION IS SEQUENTIAL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\cotitulares.sel".
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\adicionales.sel".
           COPY "\COBOL\fuentes\cpy\cumplimiento.sel".
           SELECT MOV-COT-LIB
           ASSIGN TO "\COBOL\arch\mov-cot-liberados.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-MCL-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

           03 MC-APELLIDO             PIC X(20).
           03 MC-NOMBRE               PIC X(20).
           03 MC-FECHA-NAC            PIC 9(08).
           03 MC-ADICIONAL            PIC X(01).
           03 MC-SUBLIMITE            PIC 9(06)V99.
           03 MC-TIPO-CODOC           PIC X(01).
           03 MC-NRO-CODOC            PIC X(11).
       01  MC-TRAILER REDEFINES MC-REG.
           03 TC-MOV                  PIC X(01).
           03 TC-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(79).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-cotitulares.fds".

       FD  M-PLASTICOS.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-adicionales.fds".
       COPY "\COBOL\fuentes\cpy\fd-cumplimiento.fds".

      * MISMO LAYOUT QUE MC-REG, CON SU TRAILER "T" (LO ARMA LST002)
       FD  MOV-COT-LIB.
       01  MCL-REG                      PIC X(88).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).


       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".
       COPY "\COBOL\fuentes\cpy\wk-lista-control.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-COT-STAT                  PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-ADI-STAT                  PIC X(02).
       77  WK-RVC-STAT                  PIC X(02).
       77  WK-MCL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-LEIDOS                    PIC 9(06)     VALUE 0.
       77  WK-APLICADOS                 PIC 9(06)     VALUE 0.
       77  WK-ERRORES                   PIC 9(06)     VALUE 0.
       77  WK-RETENIDOS                 PIC 9(06)     VALUE 0.
       77  WK-LIB-LEIDOS                PIC 9(06)     VALUE 0.
       77  WK-TRAILER-LEIDO             PIC 9         VALUE 0.
       77  WK-TRAILER-CANT              PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-FECHA-ED-3                PIC X(08).
       77  WK-EDAD                      PIC 9(03).
       77  WK-FECHA-VALIDA              PIC X(01).
       77  WK-HOY                       PIC 9(08)     VALUE 0.
       77  WK-PLAS-FINAL                PIC 9         VALUE 0.
       77  WK-ADI-FINAL                 PIC 9         VALUE 0.
       77  WK-ADIC-HALLADA              PIC 9         VALUE 0.
       77  WK-ADIC-PEDIDAS              PIC 9(06)     VALUE 0.
       77  WK-ADIC-ACTUALIZADAS         PIC 9(06)     VALUE 0.
       77  WK-ADIC-BAJAS                PIC 9(06)     VALUE 0.
       77  WK-CODOC-RESUELTO            PIC 9         VALUE 0.
       77  WK-CODOC-DNI                 PIC 9(08)     VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(20) VALUE
            "Mov. con error...: ".
            03 LIN-TOT-ERRORES          PIC ZZZZZ9.
       01  TITULO-BOTTOM-RETENIDOS.
            03 FILLER                   PIC X(20) VALUE
            "Ret. cumplimiento: ".
            03 LIN-TOT-RETENIDOS        PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(17) VALUE
            "Liberados leidos:".
            03 LIN-TOT-LIB-LEIDOS       PIC ZZZZZ9.
       01  TITULO-BOTTOM-ADICIONALES.
            03 FILLER                   PIC X(20) VALUE
            "Adic. pedidas....: ".
            03 LIN-TOT-ADIC-PED         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(17) VALUE
            "Sublimite actual:".
            03 LIN-TOT-ADIC-ACT         PIC ZZZZZ9.
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(17) VALUE
            "Adic. de baja...:".
            03 LIN-TOT-ADIC-BAJ         PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
           IF NOT ( WK-COT-STAT = "00" )
              OPEN OUTPUT M-COTITULARES
           END-IF
           OPEN I-O M-PLASTICOS
           IF LK-MODO-BATCH = 1
              MOVE "NOC001" TO WK-OPERADOR-ACTIVO
           END-IF
           ACCEPT WK-FECHA        FROM CENTURY-DATE
           MOVE WK-FECHA          TO WK-HOY
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR.
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              PERFORM APLICAR THRU F-APLICAR
           END-PERFORM
           PERFORM PROCESO-LIBERADOS THRU F-PROCESO-LIBERADOS.
       F-PROCESO. EXIT.

       APLICAR.
           IF MC-MOV = "A" OR "B"
              PERFORM RESOLVER-CODOCUMENTO THRU F-RESOLVER-CODOCUMENTO
              IF WK-CODOC-RESUELTO = 0
                 PERFORM RECHAZAR THRU F-RECHAZAR
                 GO TO F-APLICAR
              END-IF
           END-IF
           EVALUATE MC-MOV
              WHEN "A" PERFORM PROCESO-A THRU F-PROCESO-A
              WHEN "B" PERFORM PROCESO-B THRU F-PROCESO-B
              WHEN OTHER
                   MOVE "COD. MOV. INCORRECTO" TO L-OBS
                   PERFORM RECHAZAR THRU F-RECHAZAR
           END-EVALUATE.
       F-APLICAR. EXIT.

      * LOS COTITULARES QUE CUMPLIMIENTO LIBERO (FALSO POSITIVO) SE
      * APLICAN COMO CUALQUIER "A"; VAL-LISTA YA NO LOS RETIENE. EL
      * ARCHIVO SE VACIA AL TERMINAR PARA NO APLICARLOS DOS VECES
       PROCESO-LIBERADOS.
           OPEN INPUT MOV-COT-LIB
           IF NOT ( WK-MCL-STAT = "00" )
              GO TO F-PROCESO-LIBERADOS
           END-IF
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ MOV-COT-LIB AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE MCL-REG TO MC-REG
              IF MC-MOV = "T"
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              ADD 1 TO WK-LIB-LEIDOS
              PERFORM APLICAR THRU F-APLICAR
           END-PERFORM
           CLOSE MOV-COT-LIB
           OPEN OUTPUT MOV-COT-LIB
           CLOSE MOV-COT-LIB.
       F-PROCESO-LIBERADOS. EXIT.

       PROCESO-A.
           PERFORM VALIDAR-CUENTA THRU F-VALIDAR-CUENTA
           IF NOT ( DB-STAT = "00" )
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           IF MC-APELLIDO = SPACES
              MOVE "APELLIDO VACIO" TO L-OBS
              PERFORM RECHAZAR THRU F-RECHAZAR
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           PERFORM ASIGNAR-CODOCUMENTO THRU F-ASIGNAR-CODOCUMENTO
           MOVE MC-DOCUMENTO   TO COT-DOCUMENTO
           MOVE MC-PRODUCTO    TO COT-PRODUCTO
           MOVE MC-CODOCUMENTO TO COT-CODOCUMENTO
           READ M-COTITULARES
           INVALID KEY
                PERFORM CONTROLAR-LISTA THRU F-CONTROLAR-LISTA
                IF NOT ( WK-LST-COINCIDENCIA = SPACE )
                   GO TO F-PROCESO-A
                END-IF
                PERFORM ARMAR-COTITULAR THRU F-ARMAR-COTITULAR
                WRITE COT-REG INVALID KEY
                      MOVE "WRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
                END-REWRITE
           END-READ
           IF MC-ADICIONAL = "S"
              PERFORM PEDIR-ADICIONAL THRU F-PEDIR-ADICIONAL
           END-IF
           ADD 1 TO WK-APLICADOS.
       F-PROCESO-A. EXIT.

      * EL COTITULAR NUEVO QUE COINCIDE CON LA LISTA DE CONTROL NO SE
      * GRABA: EL MOVIMIENTO QUEDA EN LA COLA DE CUMPLIMIENTO Y SE
      * LISTA COMO RETENIDO (NO ES UN ERROR DEL LOTE). CON LA LISTA
      * INCOMPLETA ("X") LA CORRIDA SE DETIENE COMO ANTE UNA FALLA DE
      * E/S ("TL" EN LA BITACORA: TABLA LLENA)
       CONTROLAR-LISTA.
           MOVE WK-CODOC-DNI   TO WK-LST-DOCUMENTO
           MOVE MC-APELLIDO    TO WK-LST-APELLIDO
           MOVE MC-NOMBRE      TO WK-LST-NOMBRE
           CALL "VAL-LISTA" USING WK-LST-CONSULTA
           IF WK-LST-COINCIDENCIA = "X"
              MOVE "VAL-LISTA" TO WK-FE-OPERACION
              MOVE "TL"        TO WK-COT-STAT
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           IF WK-LST-COINCIDENCIA = SPACE
              GO TO F-CONTROLAR-LISTA
           END-IF
           MOVE "COT001"           TO RVC-ORIGEN
           MOVE WK-OPERADOR-ACTIVO TO RVC-OPERADOR
           MOVE MC-DOCUMENTO       TO RVC-DOCUMENTO
           MOVE MC-PRODUCTO        TO RVC-PRODUCTO
           MOVE WK-CODOC-DNI       TO RVC-PER-DOCUMENTO
           MOVE MC-APELLIDO        TO RVC-PER-APELLIDO
           MOVE MC-NOMBRE          TO RVC-PER-NOMBRE
           MOVE MC-REG             TO RVC-RETENIDO
           PERFORM GRABAR-CUMPLIMIENTO THRU F-GRABAR-CUMPLIMIENTO
           MOVE "RETENIDO CUMPLIMIENTO" TO L-OBS
           PERFORM LISTAR THRU F-LISTAR
           ADD 1 TO WK-RETENIDOS.
       F-CONTROLAR-LISTA. EXIT.

      * LA ADICIONAL YA EMITIDA O YA PEDIDA SOLO CAMBIA DE SUBLIMITE;
      * SI NO HAY NINGUNA SE AGREGA EL PEDIDO PARA EL PROVEEDOR
       PEDIR-ADICIONAL.
           IF NOT ( MC-SUBLIMITE IS NUMERIC )
              MOVE 0 TO MC-SUBLIMITE
           END-IF
           PERFORM BUSCAR-ADICIONAL THRU F-BUSCAR-ADICIONAL
           IF WK-ADIC-HALLADA = 1
              MOVE MC-SUBLIMITE TO PLAS-SUBLIMITE
              REWRITE PLAS-REG INVALID KEY
                      MOVE "REWRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
              END-REWRITE
              ADD 1 TO WK-ADIC-ACTUALIZADAS
              GO TO F-PEDIR-ADICIONAL
           END-IF
           MOVE 0 TO WK-ADIC-HALLADA
           OPEN I-O PEDIDOS-ADIC
           IF WK-ADI-STAT = "00"
              MOVE 0 TO WK-ADI-FINAL
              PERFORM UNTIL WK-ADI-FINAL = 1
                 READ PEDIDOS-ADIC AT END
                      MOVE 1 TO WK-ADI-FINAL
                      EXIT PERFORM CYCLE
                 END-READ
                 IF ADI-DOCUMENTO = MC-DOCUMENTO
                    AND ADI-PRODUCTO = MC-PRODUCTO
                    AND ADI-CODOCUMENTO = MC-CODOCUMENTO
                    AND ADI-ESTADO = "P"
                    MOVE MC-SUBLIMITE TO ADI-SUBLIMITE
                    REWRITE ADI-REG
                    MOVE 1 TO WK-ADIC-HALLADA
                    MOVE 1 TO WK-ADI-FINAL
                 END-IF
              END-PERFORM
              CLOSE PEDIDOS-ADIC
           END-IF
           IF WK-ADIC-HALLADA = 1
              ADD 1 TO WK-ADIC-ACTUALIZADAS
              GO TO F-PEDIR-ADICIONAL
           END-IF
           OPEN EXTEND PEDIDOS-ADIC
           IF NOT ( WK-ADI-STAT = "00" )
              OPEN OUTPUT PEDIDOS-ADIC
           END-IF
           INITIALIZE ADI-REG
           MOVE MC-DOCUMENTO   TO ADI-DOCUMENTO
           MOVE MC-PRODUCTO    TO ADI-PRODUCTO
           MOVE MC-CODOCUMENTO TO ADI-CODOCUMENTO
           STRING MC-APELLIDO DELIMITED BY "  "
                  " "         DELIMITED BY SIZE
                  MC-NOMBRE   DELIMITED BY "  "
                  INTO ADI-NOMBRE-CORTO
           END-STRING
           MOVE MC-SUBLIMITE   TO ADI-SUBLIMITE
           MOVE WK-HOY         TO ADI-FECHA-SOLICITUD
           MOVE "P"            TO ADI-ESTADO
           WRITE ADI-REG
           CLOSE PEDIDOS-ADIC
           ADD 1 TO WK-ADIC-PEDIDAS.
       F-PEDIR-ADICIONAL. EXIT.

      * LA ADICIONAL VIVA DEL COTITULAR EN LA CUENTA DEL MOVIMIENTO:
      * LOS PLASTICOS DEL TITULAR CON SU CODOCUMENTO Y ESE PRODUCTO.
      * SI LA ENCUENTRA QUEDA LEIDA EN PLAS-REG
       BUSCAR-ADICIONAL.
           MOVE 0 TO WK-ADIC-HALLADA
                     WK-PLAS-FINAL
           MOVE MC-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                 MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> MC-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-CODOCUMENTO IS NUMERIC
                 AND PLAS-CODOCUMENTO = MC-CODOCUMENTO
                 AND PLAS-PRODUCTO = MC-PRODUCTO
                 AND NOT ( PLAS-ESTADO = "BA" OR "EX" OR "RO" OR "FA" )
                 MOVE 1 TO WK-ADIC-HALLADA
                 MOVE 1 TO WK-PLAS-FINAL
              END-IF
           END-PERFORM.
       F-BUSCAR-ADICIONAL. EXIT.

      * SIN COTITULARIDAD NO HAY ADICIONAL: BAJA DE LAS EMITIDAS EN
      * ESA CUENTA Y ANULACION DE LOS PEDIDOS PENDIENTES
       BAJA-ADICIONALES.
           MOVE 0 TO WK-PLAS-FINAL
           MOVE MC-DOCUMENTO TO PLAS-DOCUMENTO
           START M-PLASTICOS KEY GREATER OR EQUAL PLAS-CLAVE-1
           INVALID KEY
                 MOVE 1 TO WK-PLAS-FINAL
           END-START
           PERFORM UNTIL WK-PLAS-FINAL = 1
              READ M-PLASTICOS NEXT AT END
                   MOVE 1 TO WK-PLAS-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF PLAS-DOCUMENTO <> MC-DOCUMENTO
                 MOVE 1 TO WK-PLAS-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF PLAS-CODOCUMENTO IS NUMERIC
                 AND PLAS-CODOCUMENTO = MC-CODOCUMENTO
                 AND PLAS-PRODUCTO = MC-PRODUCTO
                 AND NOT ( PLAS-ESTADO = "BA" )
                 MOVE "BA" TO PLAS-ESTADO
                 REWRITE PLAS-REG INVALID KEY
                         MOVE "REWRITE" TO WK-FE-OPERACION
                         PERFORM ERROR-ES THRU F-ERROR-ES
                 END-REWRITE
                 ADD 1 TO WK-ADIC-BAJAS
              END-IF
           END-PERFORM
           OPEN I-O PEDIDOS-ADIC
           IF NOT ( WK-ADI-STAT = "00" )
              GO TO F-BAJA-ADICIONALES
           END-IF
           MOVE 0 TO WK-ADI-FINAL
           PERFORM UNTIL WK-ADI-FINAL = 1
              READ PEDIDOS-ADIC AT END
                   MOVE 1 TO WK-ADI-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ADI-DOCUMENTO = MC-DOCUMENTO
                 AND ADI-PRODUCTO = MC-PRODUCTO
                 AND ADI-CODOCUMENTO = MC-CODOCUMENTO
                 AND ADI-ESTADO = "P"
                 MOVE "X"    TO ADI-ESTADO
                 MOVE WK-HOY TO ADI-FECHA-CUMPLIDA
                 REWRITE ADI-REG
              END-IF
           END-PERFORM
           CLOSE PEDIDOS-ADIC.
       F-BAJA-ADICIONALES. EXIT.

      * FALLA DE E/S SOBRE EL MAESTRO DE COTITULARES: SE REGISTRA EN
      * LA BITACORA DE ERRORES (FALLA-ES) Y SE TERMINA CON
      * RETURN-CODE 9, SIN CONTAR EL MOVIMIENTO COMO APLICADO
           MOVE MC-DOCUMENTO   TO COT-DOCUMENTO
           MOVE MC-PRODUCTO    TO COT-PRODUCTO
           MOVE MC-CODOCUMENTO TO COT-CODOCUMENTO
           MOVE CTAS-TIPO-DOC  TO COT-TIPO-DOC
           IF COT-TIPO-DOC = SPACE
              MOVE "D" TO COT-TIPO-DOC
           END-IF
           MOVE MC-TIPO-CODOC  TO COT-TIPO-CODOC
           MOVE MC-APELLIDO    TO COT-APELLIDO
           MOVE MC-NOMBRE      TO COT-NOMBRE
           MOVE MC-FECHA-NAC   TO COT-FECHA-NAC.
                       MOVE "DELETE" TO WK-FE-OPERACION
                       PERFORM ERROR-ES THRU F-ERROR-ES
                END-DELETE
                PERFORM BAJA-ADICIONALES THRU F-BAJA-ADICIONALES
                ADD 1 TO WK-APLICADOS
           END-READ.
       F-PROCESO-B. EXIT.

      * EL COTITULAR SE IDENTIFICA POR TIPO Y NUMERO DE DOCUMENTO Y
      * SE TRADUCE AL NUMERO INTERNO DE MC-CODOCUMENTO. EL ALTA
      * ACEPTA EL DOCUMENTO QUE TODAVIA NO ESTA EMPADRONADO (QUEDA CON
      * MC-CODOCUMENTO EN CERO HASTA ASIGNAR-CODOCUMENTO); LA BAJA
      * EXIGE QUE YA LO ESTE. SIN NUMERO (FORMATO VIEJO)
      * MC-CODOCUMENTO ES UN DNI Y SOLO SE CONTROLA SU FORMATO
       RESOLVER-CODOCUMENTO.
           MOVE 0 TO WK-CODOC-RESUELTO
                     WK-CODOC-DNI
           MOVE 0             TO WK-VDO-SIMULACION
           MOVE MC-TIPO-CODOC TO WK-VDO-TIPO
           MOVE MC-NRO-CODOC  TO WK-VDO-NUMERO
           IF MC-NRO-CODOC = SPACES
              IF NOT ( MC-TIPO-CODOC = SPACE OR "D" OR "d" )
                 OR NOT ( MC-CODOCUMENTO IS NUMERIC )
                 MOVE "DOC. COTITULAR INVALIDO" TO L-OBS
                 GO TO F-RESOLVER-CODOCUMENTO
              END-IF
              MOVE "D"            TO WK-VDO-TIPO
              MOVE MC-CODOCUMENTO TO WK-VDO-NUMERO
           END-IF
           MOVE "B" TO WK-VDO-ACCION
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE TRUE
              WHEN WK-VDO-RESULTADO = "S"
                   MOVE WK-VDO-DOCUMENTO TO MC-CODOCUMENTO
              WHEN WK-VDO-RESULTADO = "E" AND MC-MOV = "A"
                   MOVE 0 TO MC-CODOCUMENTO
              WHEN WK-VDO-RESULTADO = "E"
                   MOVE "COTITULAR NO EXISTE" TO L-OBS
                   GO TO F-RESOLVER-CODOCUMENTO
              WHEN OTHER
                   MOVE "DOC. COTITULAR INVALIDO" TO L-OBS
                   GO TO F-RESOLVER-CODOCUMENTO
           END-EVALUATE
           MOVE WK-VDO-TIPO      TO MC-TIPO-CODOC
           MOVE WK-VDO-NUMERO    TO MC-NRO-CODOC
           MOVE WK-VDO-DNI       TO WK-CODOC-DNI
           MOVE 1 TO WK-CODOC-RESUELTO.
       F-RESOLVER-CODOCUMENTO. EXIT.

      * EL COTITULAR NUEVO QUE PASO LAS VALIDACIONES RECIBE SU NUMERO
      * INTERNO; SI EL PADRON NO LO PUEDE REGISTRAR SE TERMINA COMO
      * CUALQUIER FALLA DE E/S
       ASIGNAR-CODOCUMENTO.
           IF NOT ( MC-CODOCUMENTO = 0 )
              GO TO F-ASIGNAR-CODOCUMENTO
           END-IF
           MOVE "A"           TO WK-VDO-ACCION
           MOVE 0             TO WK-VDO-SIMULACION
           MOVE MC-TIPO-CODOC TO WK-VDO-TIPO
           MOVE MC-NRO-CODOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF NOT ( WK-VDO-RESULTADO = "S" )
              MOVE "WRITE" TO WK-FE-OPERACION
              PERFORM ERROR-ES THRU F-ERROR-ES
           END-IF
           MOVE WK-VDO-DOCUMENTO TO MC-CODOCUMENTO.
       F-ASIGNAR-CODOCUMENTO. EXIT.

      * LA CUENTA PRINCIPAL TIENE QUE EXISTIR TAL CUAL, DOCUMENTO
      * MAS PRODUCTO
       VALIDAR-CUENTA.
       F-VALIDAR-CUENTA. EXIT.

       RECHAZAR.
           PERFORM LISTAR THRU F-LISTAR
           ADD 1 TO WK-ERRORES.
       F-RECHAZAR. EXIT.

       LISTAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE MC-PRODUCTO    TO L-PROD
           MOVE MC-CODOCUMENTO TO L-CODOC
           WRITE REG-LIS FROM LIN-DETALLE
           ADD 1 TO WK-LINEA.
       F-LISTAR. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
       F-FINAL-PROG. EXIT.

       TOTALES.
           IF WK-LINEA > 62
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDOS    TO LIN-TOT-LEIDOS
           MOVE WK-ADIC-PEDIDAS      TO LIN-TOT-ADIC-PED
           MOVE WK-ADIC-ACTUALIZADAS TO LIN-TOT-ADIC-ACT
           MOVE WK-ADIC-BAJAS        TO LIN-TOT-ADIC-BAJ
           MOVE WK-APLICADOS TO LIN-TOT-APLICADOS
           MOVE WK-ERRORES   TO LIN-TOT-ERRORES
           MOVE WK-RETENIDOS  TO LIN-TOT-RETENIDOS
           MOVE WK-LIB-LEIDOS TO LIN-TOT-LIB-LEIDOS
           WRITE REG-LIS FROM TITULO-LINE
           WRITE REG-LIS FROM TITULO-BOTTOM-LEIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ERRORES
           WRITE REG-LIS FROM TITULO-BOTTOM-RETENIDOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ADICIONALES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
           MOVE WK-LEIDOS TO LK-CANTIDAD
           IF WK-APLICADOS + WK-ERRORES + WK-RETENIDOS <> WK-LEIDOS
              OR ( WK-TRAILER-LEIDO = 1
                   AND WK-TRAILER-CANT + WK-LIB-LEIDOS <> WK-LEIDOS )
              IF LK-MODO-BATCH = 0
                 DISPLAY MESSAGE "Totales no balancean"
                 END-DISPLAY
           CLOSE MOV-COT
                 M-CUENTAS
                 M-COTITULARES
                 M-PLASTICOS
                 LISTADO.
       F-CERRAR-ARCHIVO. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-grabar-cumplimiento.cpy".

       END PROGRAM COT001.
