      *   3) SIN CONTACTO: CUENTAS EN MORA (SITUACION 3) SIN NINGUNA
      *      GESTION EN LOS ULTIMOS N DIAS (GES002.PAR, DEFAULT 15).
      * EL ARCHIVO DE GESTIONES SE REESCRIBE CON LAS MARCAS NUEVAS.
      * LAS CUENTAS DE DEUDORES EN CONCURSO O QUIEBRA (CAUSA ABIERTA
      * EN LEGALES.DAT CON LA MARCA DE LEG001) SALEN DE LA AGENDA: NO
      * SE LISTAN EN NINGUNA SECCION, AUNQUE SUS PROMESAS VENCIDAS SE
      * SIGUEN MARCANDO; SE INFORMA CUANTAS SE EXCLUYERON.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           COPY "\COBOL\fuentes\cpy\gestiones.sel".
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\legales.sel".
           SELECT LISTADO
           ASSIGN TO "\COBOL\listado\LISTADO-GES002"
           ORGANIZATION IS SEQUENTIAL.
       COPY "\COBOL\fuentes\cpy\fd-gestiones.fds".
       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-legales.fds".

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\wk-concursos.cpy".

       01  DB-STAT                      PIC X(02).
       77  WK-GST-STAT                  PIC X(02).
       77  WK-CUMPLIDAS                 PIC 9(06)      VALUE 0.
       77  WK-INCUMPLIDAS               PIC 9(06)      VALUE 0.
       77  WK-SIN-CONTACTO              PIC 9(06)      VALUE 0.
       77  WK-EXCLUIDAS-CONCURSO        PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-GST-CANT                  PIC 9(04)      VALUE 0.
       77  WK-GST-DESBORDE              PIC 9          VALUE 0.
            03 FILLER                   PIC X(22) VALUE
            "Sin contacto.......: ".
            03 LIN-TOT-SINCONTACTO      PIC ZZZZZ9.
       01  TITULO-BOTTOM-CONCURSO.
            03 FILLER                   PIC X(22) VALUE
            "Excluidas concurso.: ".
            03 LIN-TOT-CONCURSO         PIC ZZZZZ9.
       01  TITULO-BOTTOM-HOJAS.
            03 FILLER                   PIC X(22) VALUE
            "Total de Hojas.....: ".
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           PERFORM LEER-PARAMETRO THRU F-LEER-PARAMETRO
           PERFORM CARGAR-CONCURSOS THRU F-CARGAR-CONCURSOS
           PERFORM CARGAR-GESTIONES THRU F-CARGAR-GESTIONES.
       F-INICIO. EXIT.

              IF GST-RESULTADO = "PP"
                 AND GST-ESTADO-PROMESA = SPACE
                 AND GST-FECHA-PROMESA = WK-HOY
                 MOVE GST-DOCUMENTO TO WK-CON-DOC-BUSCADO
                 MOVE GST-PRODUCTO  TO WK-CON-PROD-BUSCADO
                 PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
                 IF WK-CON-HALLADO = 1
                    ADD 1 TO WK-EXCLUIDAS-CONCURSO
                 ELSE
                    ADD 1 TO WK-AGENDA
                    MOVE "VENCE HOY" TO L-OBS
                    PERFORM DETALLE THRU F-DETALLE
                 END-IF
              END-IF
           END-PERFORM.
       F-SECCION-AGENDA. EXIT.
           ELSE
              MOVE "I" TO GST-ESTADO-PROMESA
              ADD 1 TO WK-INCUMPLIDAS
      * LA INCUMPLIDA DE UN CONCURSADO SE MARCA PERO NO SE LISTA
      * PARA VOLVER A GESTIONAR
              MOVE GST-DOCUMENTO TO WK-CON-DOC-BUSCADO
              MOVE GST-PRODUCTO  TO WK-CON-PROD-BUSCADO
              PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
              IF WK-CON-HALLADO = 1
                 ADD 1 TO WK-EXCLUIDAS-CONCURSO
              ELSE
                 MOVE "SIN PAGO REGISTRADO" TO L-OBS
                 PERFORM DETALLE THRU F-DETALLE
              END-IF
           END-IF
           MOVE GST-REG TO TAB-GST-REG(WK-IND)
           MOVE 1 TO WK-HUBO-MARCAS.
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-FECHA-BAJA = 0 AND CTAS-SITUACION = 3
                 MOVE CTAS-DOCUMENTO TO WK-CON-DOC-BUSCADO
                 MOVE CTAS-PRODUCTO  TO WK-CON-PROD-BUSCADO
                 PERFORM BUSCAR-CONCURSO THRU F-BUSCAR-CONCURSO
                 IF WK-CON-HALLADO = 1
                    ADD 1 TO WK-EXCLUIDAS-CONCURSO
                 ELSE
                    PERFORM EVALUAR-CONTACTO THRU F-EVALUAR-CONTACTO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE M-CUENTAS.
       F-REGRABAR-GESTIONES. EXIT.

       TOTALES.
           IF WK-LINEA > 59
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           END-IF
           MOVE WK-LEIDAS      TO LIN-TOT-LEIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-CUMPLIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-INCUMPLIDAS
           WRITE REG-LIS FROM TITULO-BOTTOM-SINCONTACTO
           MOVE WK-EXCLUIDAS-CONCURSO TO LIN-TOT-CONCURSO
           WRITE REG-LIS FROM TITULO-BOTTOM-CONCURSO
           MOVE TIT-HOJA TO LIN-TOT-HOJAS
           WRITE REG-LIS FROM TITULO-BOTTOM-HOJAS.
       F-TOTALES. EXIT.
       F-VERIFICAR-TOTALES. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".
       COPY "\COBOL\fuentes\cpy\procedure-cargar-concursos.cpy".

       END PROGRAM GES002.
