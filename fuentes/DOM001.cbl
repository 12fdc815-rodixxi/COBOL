      * MAESTRO DOMICILIOS.IDX, CON EL MISMO ESTILO DE VALIDACION
      * QUE EL LOTE DE CUENTAS: EL DOCUMENTO TIENE QUE EXISTIR EN
      * M-CUENTAS Y LA PROVINCIA TIENE QUE ESTAR EN TAB-PROVINCIAS;
      * LO RECHAZADO SALE AL LISTADO CON SU LEYENDA. EL CODIGO
      * POSTAL, LA LOCALIDAD Y LA PROVINCIA SE CONTROLAN ADEMAS
      * CONTRA EL MAESTRO DE CODIGOS POSTALES (VAL-CPOSTAL): UN
      * CODIGO INEXISTENTE, UNA LOCALIDAD QUE NO ES DEL CODIGO O UN
      * CODIGO DE OTRA PROVINCIA SE RECHAZAN. SIN MAESTRO NO SE
      * CONTROLA Y EL LISTADO LO ADVIERTE. LAS PANTALLAS
      * (CONCTAS/DSH001) Y LAS CORRIDAS DE CARTAS LEEN ESTE MAESTRO.
      * MD-DOCUMENTO ES EL NUMERO INTERNO DE LA PERSONA (EL MISMO DE
      * CTAS-DOCUMENTO); EL DOMICILIO TOMA EL TIPO DE DOCUMENTO DE LA
      * CUENTA. EL MOVIMIENTO PUEDE TRAER EN CAMBIO EL TIPO Y NUMERO
      * REALES (MD-TIPO-DOC/MD-NRO-DOC), QUE VAL-DOC TRADUCE AL NUMERO
      * INTERNO; UN DOCUMENTO INVALIDO O NO EMPADRONADO SE RECHAZA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           03 MD-PROVINCIA            PIC X(01).
           03 MD-TELEFONO             PIC X(15).
           03 MD-EMAIL                PIC X(40).
      * DOCUMENTO DE LA PERSONA COMO FIGURA EN EL PAPEL, IGUAL QUE
      * M-TIPO-DOC/M-NRO-DOC DEL LOTE DE CUENTAS: SI MD-NRO-DOC VIENE
      * EN BLANCO, MD-DOCUMENTO YA ES EL NUMERO INTERNO (O EL DNI);
      * SI VIENE CARGADO, DOM001 LO TRADUCE A MD-DOCUMENTO CON VAL-DOC
           03 MD-TIPO-DOC             PIC X(01).
           03 MD-NRO-DOC              PIC X(11).
       01  MD-TRAILER REDEFINES MD-REG.
           03 TD-MOV                  PIC X(01).
           03 TD-CANTIDAD             PIC 9(08).
           03 FILLER                  PIC X(126).

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-domicilios.fds".
       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-falla-es.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-provincias.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-cpostal.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-DOM-STAT                  PIC X(02).
       77  WK-TRAILER-CANT              PIC 9(08)     VALUE 0.
       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-DOC-EXISTE                PIC 9         VALUE 0.
       77  WK-DOC-RESUELTO              PIC 9         VALUE 0.
       77  WK-PROV-VALIDA               PIC 9         VALUE 0.
       77  WK-SIN-MAESTRO-CP            PIC 9         VALUE 0.

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(20) VALUE
            "Total de Hojas...: ".
            03 LIN-TOT-HOJAS            PIC ZZ9.
       01  TITULO-BOTTOM-SIN-CP.
            03 FILLER                   PIC X(60) VALUE
            "Sin maestro de codigos postales: no se controlaron".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-LEIDOS
              PERFORM RESOLVER-DOCUMENTO THRU F-RESOLVER-DOCUMENTO
              IF WK-DOC-RESUELTO = 0
                 PERFORM RECHAZAR THRU F-RECHAZAR
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE MD-MOV
                 WHEN "A" PERFORM PROCESO-A THRU F-PROCESO-A
                 WHEN "B" PERFORM PROCESO-B THRU F-PROCESO-B
           END-PERFORM.
       F-PROCESO. EXIT.

      * EL MOVIMIENTO QUE TRAE TIPO Y NUMERO DE DOCUMENTO SE TRADUCE
      * AL NUMERO INTERNO DE LA PERSONA EN MD-DOCUMENTO; EL MOTIVO DEL
      * RECHAZO QUEDA EN L-OBS
       RESOLVER-DOCUMENTO.
           MOVE 1 TO WK-DOC-RESUELTO
           IF MD-NRO-DOC = SPACES
              GO TO F-RESOLVER-DOCUMENTO
           END-IF
           MOVE "B"         TO WK-VDO-ACCION
           MOVE 0           TO WK-VDO-SIMULACION
           MOVE MD-TIPO-DOC TO WK-VDO-TIPO
           MOVE MD-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           EVALUATE WK-VDO-RESULTADO
              WHEN "S"
                 MOVE WK-VDO-DOCUMENTO TO MD-DOCUMENTO
              WHEN "E"
                 MOVE 0 TO WK-DOC-RESUELTO
                 MOVE "DOC. NO EMPADRONADO" TO L-OBS
              WHEN OTHER
                 MOVE 0 TO WK-DOC-RESUELTO
                 MOVE "DOCUMENTO INVALIDO" TO L-OBS
           END-EVALUATE.
       F-RESOLVER-DOCUMENTO. EXIT.

      * ALTA O ACTUALIZACION: EL DOMICILIO NUEVO PISA AL ANTERIOR
       PROCESO-A.
           PERFORM VALIDAR-DOCUMENTO THRU F-VALIDAR-DOCUMENTO
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           PERFORM VALIDAR-CPOSTAL THRU F-VALIDAR-CPOSTAL
           IF NOT ( L-OBS = SPACES )
              PERFORM RECHAZAR THRU F-RECHAZAR
              GO TO F-PROCESO-A
           END-IF
           MOVE MD-DOCUMENTO TO DOM-DOCUMENTO
           READ M-DOMICILIOS
           INVALID KEY
                PERFORM ARMAR-DOMICILIO THRU F-ARMAR-DOMICILIO
      * UN DOMICILIO NUEVO NACE SIN ADHESION AL RESUMEN ELECTRONICO;
      * EN UNA ACTUALIZACION LA ADHESION SE CONSERVA
                MOVE SPACE TO DOM-ADHESION-ERESUMEN
                WRITE DOM-REG INVALID KEY
                      MOVE "WRITE" TO WK-FE-OPERACION
                      PERFORM ERROR-ES THRU F-ERROR-ES
           MOVE MD-PROVINCIA     TO DOM-PROVINCIA
           MOVE MD-TELEFONO      TO DOM-TELEFONO
           MOVE MD-EMAIL         TO DOM-EMAIL
           MOVE CTAS-TIPO-DOC    TO DOM-TIPO-DOC
           IF DOM-TIPO-DOC = SPACE
              MOVE "D"           TO DOM-TIPO-DOC
           END-IF
      * UNA DIRECCION RECIEN CARGADA LEVANTA LA MARCA DE DOMICILIO
      * INVALIDO QUE DEJO DEV001 CON LA CORRESPONDENCIA DEVUELTA; Y
      * SI TRAE EMAIL, TAMBIEN LA DE EMAIL REBOTADO QUE DEJO EML001
           END-SEARCH.
       F-VALIDAR-PROVINCIA. EXIT.

      * DEJA EN L-OBS EL MOTIVO DE RECHAZO; EN BLANCO SI EL DOMICILIO
      * CONCUERDA CON EL MAESTRO O SI NO HAY MAESTRO
       VALIDAR-CPOSTAL.
           MOVE SPACES           TO L-OBS
           MOVE MD-CODIGO-POSTAL TO WK-VCP-CODIGO-POSTAL
           MOVE MD-LOCALIDAD     TO WK-VCP-LOCALIDAD
           MOVE MD-PROVINCIA     TO WK-VCP-PROVINCIA
           CALL "VAL-CPOSTAL" USING WK-VCP-CONSULTA
           EVALUATE WK-VCP-RESULTADO
              WHEN "C" MOVE "COD. POSTAL INEXISTENTE" TO L-OBS
              WHEN "L" MOVE "LOCALIDAD NO ES DEL CP"  TO L-OBS
              WHEN "P" MOVE "CP DE OTRA PROVINCIA"    TO L-OBS
              WHEN "M" MOVE 1 TO WK-SIN-MAESTRO-CP
           END-EVALUATE.
       F-VALIDAR-CPOSTAL. EXIT.

       RECHAZAR.
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           WRITE REG-LIS FROM TITULO-BOTTOM-APLICADOS
           WRITE REG-LIS FROM TITULO-BOTTOM-ERRORES
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS
           IF WK-SIN-MAESTRO-CP = 1
              WRITE REG-LIS FROM TITULO-BOTTOM-SIN-CP
           END-IF.
       F-TOTALES. EXIT.

       VERIFICAR-TOTALES.
