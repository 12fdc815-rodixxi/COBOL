      * DOCUMENTO. CIERRA CON TRAILER "T" Y QUEDA ASENTADO EN EL
      * REGISTRO DE TRANSMISIONES PARA QUE TRN002 PERSIGA EL ACUSE.
      * CON ESTO LOS RECHAZOS PASAN A OCURRIR EN LA TERMINAL.
      *
      * LAS CUOTAS DE COMPRAS EN CUOTAS TODAVIA NO FACTURADAS
      * (CUOTAS.DAT) TAMBIEN CONSUMEN LIMITE: SE RESTAN DEL MARGEN,
      * O UN CLIENTE PODRIA APILAR COMPRAS EN CUOTAS SIN TOPE.
      * LO MISMO LAS AUTORIZACIONES QUE EL PROCESADOR YA DIO Y CSM001
      * TODAVIA NO LIQUIDO (AUTORIZACIONES-PEND.DAT, DE AUT002).
      * LAS TARJETAS ADICIONALES DE COTITULARES VAN CON EL MENOR
      * ENTRE EL MARGEN DE LA CUENTA Y LO QUE LES QUEDA DE SU
      * SUBLIMITE MENSUAL.
      * SI LAS CUOTAS O LAS AUTORIZACIONES NO ENTRAN EN SUS TABLAS
      * LOS MARGENES SALDRIAN MAS ALTOS QUE LOS REALES: NO SE EMITE
      * NADA (EL PROCESADOR SIGUE CON LOS PARAMETROS ANTERIORES), SE
      * AVISA EN EL LISTADO Y LA CORRIDA TERMINA CON RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\plasticos.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\cuotas.sel".
           COPY "\COBOL\fuentes\cpy\autoriz-pend.sel".
           SELECT AUTORIZACIONES
           ASSIGN TO "\COBOL\arch\autorizaciones-salida.prn"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\plasticos.fds".

       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-cuotas.fds".

       COPY "\COBOL\fuentes\cpy\fd-autoriz-pend.fds".

       FD  AUTORIZACIONES.
       01  AUT-REG.
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-cuotas-pend.cpy".
       COPY "\COBOL\fuentes\cpy\wk-autoriz-pend.cpy".

       01  DB-STAT                      PIC X(02).

       77  WK-EMITIDOS                  PIC 9(06)      VALUE 0.
       77  WK-SIN-CUENTA                PIC 9(06)      VALUE 0.
       77  WK-MARGEN                    PIC S9(10)V99  VALUE 0.
       77  WK-MARGEN-ADIC               PIC S9(10)V99  VALUE 0.
       77  WK-PERIODO-HOY               PIC 9(06)      VALUE 0.
       77  WK-CUENTA-HALLADA            PIC 9          VALUE 0.

      * DATOS PARA EL REGISTRO DE TRANSMISIONES SALIENTES (TRN001)
            03 L-ROTULO                 PIC X(24).
            03 L-CANT                   PIC ZZZZZZZ9.

       01  LIN-AVISO-DESBORDE           PIC X(100) VALUE
           "*** CUOTAS O AUTORIZACIONES DESBORDAN LA TABLA: SIN EMITIR".

       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.

       INICIO.
           ACCEPT WK-FECHA FROM CENTURY-DATE
           MOVE WK-FECHA(1:6) TO WK-PERIODO-HOY
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           PERFORM CARGAR-CUOTAS-PEND THRU F-CARGAR-CUOTAS-PEND
           PERFORM CARGAR-AUTORIZ-PEND THRU F-CARGAR-AUTORIZ-PEND
           IF WK-CUP-DESBORDE = 1 OR WK-AUP-DESBORDE = 1
              OPEN OUTPUT LISTADO
              WRITE REG-LIS FROM LIN-AVISO-DESBORDE
              CLOSE LISTADO
              MOVE 0 TO LK-CANTIDAD
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  M-PLASTICOS
           OPEN INPUT  M-CUENTAS
           OPEN OUTPUT AUTORIZACIONES
              IF CTAS-LIMITE NOT NUMERIC
                 MOVE 0 TO CTAS-LIMITE
              END-IF
              MOVE CTAS-DOCUMENTO TO WK-CUP-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-CUP-PROD-BUSCADO
              PERFORM SUMAR-CUOTAS-PEND THRU F-SUMAR-CUOTAS-PEND
              MOVE CTAS-DOCUMENTO TO WK-AUP-DOC-BUSCADO
              MOVE CTAS-PRODUCTO  TO WK-AUP-PROD-BUSCADO
              PERFORM SUMAR-AUTORIZ-PEND THRU F-SUMAR-AUTORIZ-PEND
              COMPUTE WK-MARGEN = CTAS-LIMITE + CTAS-SALDO
                      - WK-CUP-PENDIENTE - WK-AUP-PENDIENTE
              PERFORM MARGEN-ADICIONAL THRU F-MARGEN-ADICIONAL
           END-IF
           INITIALIZE AUT-REG
           MOVE "P"           TO AUT-TIPO
           ADD 1 TO WK-EMITIDOS.
       F-EMITIR-PLASTICO. EXIT.

      * LA ADICIONAL DE UN COTITULAR CON SUBLIMITE NO PUEDE TENER
      * MAS MARGEN QUE LO QUE LE QUEDA DEL SUBLIMITE EN EL MES (LO
      * CONSUMIDO LO ACUMULA CSM001 EN EL PLASTICO)
       MARGEN-ADICIONAL.
           IF NOT ( PLAS-CODOCUMENTO IS NUMERIC )
              OR NOT ( PLAS-SUBLIMITE IS NUMERIC )
              GO TO F-MARGEN-ADICIONAL
           END-IF
           IF PLAS-CODOCUMENTO = 0 OR PLAS-SUBLIMITE = 0
              GO TO F-MARGEN-ADICIONAL
           END-IF
           MOVE PLAS-SUBLIMITE TO WK-MARGEN-ADIC
           IF PLAS-PERIODO-CONSUMO IS NUMERIC
              AND PLAS-PERIODO-CONSUMO = WK-PERIODO-HOY
              AND PLAS-CONSUMO-MES IS NUMERIC
              SUBTRACT PLAS-CONSUMO-MES FROM WK-MARGEN-ADIC
           END-IF
           IF WK-MARGEN-ADIC < WK-MARGEN
              MOVE WK-MARGEN-ADIC TO WK-MARGEN
           END-IF.
       F-MARGEN-ADICIONAL. EXIT.

      * LA CUENTA FACTURADORA, CON EL MISMO CRITERIO DE CSM001: EL
      * PRODUCTO VINCULADO SI LO HAY, SI NO LA PRIMERA CUENTA
      * OPERATIVA EN PESOS DEL DOCUMENTO
       F-FINAL-PROG. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-cuotas.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-autoriz.cpy".

       END PROGRAM AUT001.
