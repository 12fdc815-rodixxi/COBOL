       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-tab-leyendas.cpy".
       COPY "\COBOL\fuentes\cpy\wk-val-doc.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-provincias.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-aperturas.cpy".
       COPY "\COBOL\fuentes\cpy\wk-tabla-productos.cpy".
       77  WK-AJUSTES-OK       PIC 9(04).
       77  WK-REACT-OK         PIC 9(04).
       77  WK-LIMITES-OK       PIC 9(04).
       77  WK-CONV-OK          PIC 9(04) VALUE 0.
       77  WK-PROD-NUEVO       PIC 9(02) VALUE 0.
       77  WK-ERRORES          PIC 9(04).
       77  WK-TIPO-DOC-VALIDO  PIC 9.
       77  WK-TRANSF-OK        PIC 9(04) VALUE 0.
       77  WK-TRAILER-LEIDO    PIC 9             VALUE 0.
       77  WK-TRAILER-CANT     PIC 9(08)         VALUE 0.
       01  TIT-LIMITES.
           03 TIT-LIMITES-DET  PIC X(13) VALUE "LIMITES OK.: ".
           03 TIT-LIMITES-NUM  PIC ZZZ9.
       01  TIT-CONV.
           03 TIT-CONV-DET     PIC X(13) VALUE "CAMBIO PROD: ".
           03 TIT-CONV-NUM     PIC ZZZ9.
       01  TIT-TRANSF.
           03 TIT-TRANSF-DET   PIC X(13) VALUE "TRANSF. OK.: ".
           03 TIT-TRANSF-NUM   PIC ZZZ9.
              END-IF
              ADD 1 TO WK-MOV-LEIDOS
              INITIALIZE LIS-REG
              PERFORM VALIDAR-TIPO-DOC THRU F-VALIDAR-TIPO-DOC
              IF WK-TIPO-DOC-VALIDO = 0
                 PERFORM DETALLE      THRU F-DETALLE
                 MOVE TAB-LEYENDA(16) TO L-OBS
                 WRITE REGISTRO       FROM LIS-REG
                 ADD 1 TO WK-ERRORES
                 EXIT PERFORM CYCLE
              END-IF
              EVALUATE M-MOV
                 WHEN "A" PERFORM PROCESO-A THRU F-PROCESO-A
                 WHEN "B" PERFORM PROCESO-B THRU F-PROCESO-B
                 WHEN "S" PERFORM PROCESO-S THRU F-PROCESO-S
                 WHEN "R" PERFORM PROCESO-R THRU F-PROCESO-R
                 WHEN "L" PERFORM PROCESO-L THRU F-PROCESO-L
                 WHEN "P" PERFORM PROCESO-P THRU F-PROCESO-P
                 WHEN "E" PERFORM PROCESO-TRANSFER
                                  THRU F-PROCESO-TRANSFER
                 WHEN "1" PERFORM PROCESO-TRANSFER
           ADD 1 TO WK-TRANSF-OK.
       F-PROCESO-TRANSFER. EXIT.

      * EL DOCUMENTO CARGADO CON TIPO Y NUMERO TIENE QUE CUMPLIR LA
      * REGLA DE SU TIPO (VAL-DOC); SIN NUMERO, EL DOCUMENTO ES EL
      * DNI DE M-CTA Y EL TIPO SOLO PUEDE VENIR EN BLANCO O "D"
       VALIDAR-TIPO-DOC.
           MOVE 1 TO WK-TIPO-DOC-VALIDO
           IF M-NRO-DOC = SPACES
              IF NOT ( M-TIPO-DOC = SPACE OR "D" )
                 MOVE 0 TO WK-TIPO-DOC-VALIDO
              END-IF
              GO TO F-VALIDAR-TIPO-DOC
           END-IF
           MOVE "V"        TO WK-VDO-ACCION
           MOVE M-TIPO-DOC TO WK-VDO-TIPO
           MOVE M-NRO-DOC  TO WK-VDO-NUMERO
           CALL "VAL-DOC" USING WK-VDO-CONSULTA
           IF NOT ( WK-VDO-RESULTADO = "S" )
              MOVE 0 TO WK-TIPO-DOC-VALIDO
              GO TO F-VALIDAR-TIPO-DOC
           END-IF
      * CON NUMERO CARGADO, M-CTA PUEDE VENIR VACIO (LO COMPLETA
      * CTAS003 DESDE EL PADRON): NO ES UN CAMPO FALTANTE
           IF M-CTA = SPACE
              MOVE 0 TO M-CTA
           END-IF.
       F-VALIDAR-TIPO-DOC. EXIT.

       PROCESO-OTROS. 
           PERFORM DETALLE     THRU F-DETALLE          
           MOVE TAB-LEYENDA(1) TO L-OBS
           END-IF.
       F-PROCESO-L. EXIT.

      * MOVIMIENTO "P" (CAMBIO DE PRODUCTO): LA CUENTA, SU PRODUCTO
      * ACTUAL Y EL PRODUCTO NUEVO EN M-MONTO, ACTIVO EN EL CATALOGO
      * Y DISTINTO DEL ACTUAL; LO QUE IMPIDE EL CAMBIO SOBRE LA
      * CUENTA (EMBARGO, DISPUTA, RETENCIONES...) LO CONTROLA CTAS003
       PROCESO-P.
           IF M-CTA = SPACE
              PERFORM DETALLE      THRU F-DETALLE
              MOVE TAB-LEYENDA(14) TO L-OBS
              WRITE REGISTRO       FROM LIS-REG
              ADD 1 TO WK-ERRORES
              GO TO F-PROCESO-P
           END-IF
           PERFORM VALIDAR-PRODUCTO THRU F-VALIDAR-PRODUCTO
           IF WK-PRODUCTO-VALIDO = 0
              PERFORM DETALLE      THRU F-DETALLE
              MOVE TAB-LEYENDA(13) TO L-OBS
              WRITE REGISTRO       FROM LIS-REG
              ADD 1 TO WK-ERRORES
              GO TO F-PROCESO-P
           END-IF
           MOVE 0 TO WK-PRODUCTO-VALIDO
                     WK-PROD-NUEVO
           IF M-MONTO NOT < 1 AND M-MONTO NOT > 99
              MOVE M-MONTO TO WK-PROD-NUEVO
              SET PROD-INDEX TO 1
              SEARCH TAB-PRODUCTOS-DETALLE
               WHEN TAB-PRODUCTOS-COD(PROD-INDEX) = WK-PROD-NUEVO
                IF TAB-PRODUCTOS-ACTIVO(PROD-INDEX) = "A"
                   MOVE 1 TO WK-PRODUCTO-VALIDO
                END-IF
              END-SEARCH
           END-IF
           IF WK-PRODUCTO-VALIDO = 0 OR WK-PROD-NUEVO = M-PRODUCTO
              PERFORM DETALLE      THRU F-DETALLE
              MOVE TAB-LEYENDA(15) TO L-OBS
              WRITE REGISTRO       FROM LIS-REG
              ADD 1 TO WK-ERRORES
           ELSE
              ADD 1 TO WK-CONV-OK
           END-IF.
       F-PROCESO-P. EXIT.

       FINAL-PROG.
           PERFORM TOTALES           THRU F-TOTALES
           PERFORM CERRAR-ARCHIVO    THRU F-CERRAR-ARCHIVO.
           MOVE WK-AJUSTES-OK TO TIT-AJUSTES-NUM
           MOVE WK-REACT-OK   TO TIT-REACT-NUM
           MOVE WK-LIMITES-OK TO TIT-LIMITES-NUM
           MOVE WK-CONV-OK    TO TIT-CONV-NUM
           MOVE WK-TRANSF-OK  TO TIT-TRANSF-NUM
           MOVE WK-ERRORES    TO TIT-ERRORES-NUM
           WRITE REGISTRO FROM TIT-LINEA
           WRITE REGISTRO FROM TIT-AJUSTES
           WRITE REGISTRO FROM TIT-REACT
           WRITE REGISTRO FROM TIT-LIMITES
           WRITE REGISTRO FROM TIT-CONV
           WRITE REGISTRO FROM TIT-TRANSF
           WRITE REGISTRO FROM TIT-ERRORES
           MOVE TIT-TITULO-HOJA TO LIN-TOT-HOJAS
                                WK-AJUSTES-OK +
                                WK-REACT-OK +
                                WK-LIMITES-OK +
                                WK-CONV-OK +
                                WK-TRANSF-OK +
                                WK-ERRORES
           MOVE WK-MOV-LEIDOS TO LK-CANTIDAD
