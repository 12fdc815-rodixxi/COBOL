      * CADA DECISION QUEDA EN DECISIONES-ANALISIS.DAT CON EL
      * ANALISTA; ANA003 CUENTA CADA DIA CUANTO DECIDIO CADA UNO.
      * SOLO OPERADORES CON ROL "M" O "A" DECIDEN.
      * CADA CASO MUESTRA TAMBIEN EL INFORME DEL BURO DE CREDITO QUE
      * TRAJO BUR001 (SCORE, DEUDA EN OTRAS ENTIDADES, ENTIDADES Y
      * PEOR SITUACION) O QUE TODAVIA NO LLEGO. LOS CASOS QUE YA
      * TIENEN SU "M" ESPERANDO CONSOLIDACION (DECIDIDOS EN OTRA
      * SESION O DENEGADOS SOLOS POR BUR001) NO ENTRAN A LA COLA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\tab-provincias.sel".
           COPY "\COBOL\fuentes\cpy\buro.sel".
           SELECT MOV-CTAS
           ASSIGN TO "\COBOL\arch\mov-analisis.prn"
           ORGANIZATION IS SEQUENTIAL
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-tab-provincias.fds".
       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".
       COPY "\COBOL\fuentes\cpy\fd-buro.fds".

      * DECISIONES DE ANALISIS: UNA POR CASO RESUELTO, CON EL
      * ANALISTA Y EL MOTIVO; LAS CUENTA ANA003
       01  DB-STAT                      PIC X(02).
       77  WK-MOV-STAT                  PIC X(02).
       77  WK-DEC-STAT                  PIC X(02).
       77  WK-BUR-STAT                  PIC X(02).
       77  WK-BURO-ABIERTO              PIC 9      VALUE 0.
       77  WK-PENDIENTE                 PIC 9      VALUE 0.
       77  WK-MOV-IND                   PIC 9(04)  VALUE 0.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CORTAR                    PIC 9      VALUE 0.
      * DE ESTA SESION: EL ARCHIVO SE REESCRIBE COMPLETO AL SALIR
       01  TAB-MOVS.
           03 TAB-MOV-ITEM OCCURS 2000.
              05 TAB-MOV-REG            PIC X(97).

      * LA COLA EN MEMORIA: CLAVE, FECHA DE ENTRADA A ANALISIS Y
      * MARCA DE RESUELTO EN ESTA SESION
           PERFORM CARGAR-TABLA-PROVINCIAS THRU
                   F-CARGAR-TABLA-PROVINCIAS
           OPEN INPUT M-CUENTAS
           OPEN INPUT M-BURO
           IF WK-BUR-STAT = "00"
              MOVE 1 TO WK-BURO-ABIERTO
           END-IF
           PERFORM CARGAR-MOVIMIENTOS THRU F-CARGAR-MOVIMIENTOS
           OPEN EXTEND DECISIONES
           IF NOT ( WK-DEC-STAT = "00" )
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-APERTURA = 9 AND CTAS-FECHA-BAJA = 0
                 PERFORM BUSCAR-PENDIENTE THRU F-BUSCAR-PENDIENTE
              ELSE
                 MOVE 1 TO WK-PENDIENTE
              END-IF
              IF WK-PENDIENTE = 0
                 AND WK-COLA-CANT < 2000
                 ADD 1 TO WK-COLA-CANT
                 MOVE CTAS-DOCUMENTO TO TAB-COLA-DOC(WK-COLA-CANT)
           MOVE 0 TO WK-FINAL.
       F-ARMAR-COLA. EXIT.

      * EL CASO QUE YA TIENE SU "M" EN EL ARCHIVO DE MOVIMIENTOS YA
      * ESTA DECIDIDO, POR UN ANALISTA O POR BUR001
       BUSCAR-PENDIENTE.
           MOVE 0 TO WK-PENDIENTE
           PERFORM VARYING WK-MOV-IND FROM 1 BY 1
                   UNTIL WK-MOV-IND > WK-MOV-CANT
                      OR WK-PENDIENTE = 1
              MOVE TAB-MOV-REG(WK-MOV-IND) TO MOV-REG
              IF M-MOV = "M"
                 AND M-CTA = CTAS-DOCUMENTO
                 AND M-PRODUCTO = CTAS-PRODUCTO
                 MOVE 1 TO WK-PENDIENTE
              END-IF
           END-PERFORM.
       F-BUSCAR-PENDIENTE. EXIT.

      * SIEMPRE EL CASO MAS VIEJO PRIMERO: SELECCION SOBRE LA COLA
       PROCESO.
           IF WK-COLA-CANT = 0
           DISPLAY WK-DETALLE-PROVINCIA AT 0916
           DISPLAY "DIAS EN ESPERA: " AT 1002
           DISPLAY WK-DIAS-ESPERA AT 1019 CONVERT
           PERFORM MOSTRAR-BURO THRU F-MOSTRAR-BURO
           MOVE SPACE TO WK-DECISION
           PERFORM UNTIL WK-DECISION = "A" OR "D" OR "S" OR "F"
              DISPLAY "DECISION (A/D/S=saltear, F=fin): " AT 1202
           END-EVALUATE.
       F-PRESENTAR-CASO. EXIT.

      * EL INFORME DEL BURO EN LA FILA 11: LO QUE CONTESTO, O QUE
      * SE PIDIO Y NO LLEGO, O QUE TODAVIA NO SE PIDIO
       MOSTRAR-BURO.
           DISPLAY "                                                  "
              AT 1102
           DISPLAY "                         " AT 1152
           MOVE SPACES TO WK-FECHA-ED-1
           MOVE 0 TO WK-FECHA
           IF WK-BURO-ABIERTO = 0
              DISPLAY "BURO: SIN CONSULTA" AT 1102
              GO TO F-MOSTRAR-BURO
           END-IF
           MOVE CTAS-DOCUMENTO TO BUR-DOCUMENTO
           READ M-BURO
           INVALID KEY
                DISPLAY "BURO: SIN CONSULTA" AT 1102
                GO TO F-MOSTRAR-BURO
           END-READ
           IF BUR-ESTADO = "P"
              MOVE BUR-FECHA-CONSULTA TO WK-FECHA
              CALL "FEC-NAC-ED" USING WK-FECHA
                                      WK-FECHA-ED-1
                                      WK-FECHA-ED-2
                                      WK-FECHA-ED-3
                                      WK-EDAD
                                      WK-FECHA-VALIDA
              DISPLAY "BURO: CONSULTADO " AT 1102
              DISPLAY WK-FECHA-ED-1 AT 1119
              DISPLAY "SIN RESPUESTA" AT 1130
              GO TO F-MOSTRAR-BURO
           END-IF
           DISPLAY "BURO: SCORE " AT 1102
           DISPLAY BUR-SCORE AT 1114
           DISPLAY "DEUDA OTRAS " AT 1119
           DISPLAY BUR-DEUDA-OTRAS AT 1131 CONVERT
           DISPLAY "ENT. " AT 1149
           DISPLAY BUR-ENTIDADES AT 1154
           DISPLAY "PEOR SIT. " AT 1158
           DISPLAY BUR-PEOR-SITUACION AT 1168.
       F-MOSTRAR-BURO. EXIT.

       PEDIR-MOTIVO.
           MOVE SPACES TO WK-MOTIVO
           PERFORM UNTIL WK-MOTIVO = "IN" OR "ED" OR "RI" OR "OT"
           CLOSE MOV-CTAS
                 M-CUENTAS
                 DECISIONES
           IF WK-BURO-ABIERTO = 1
              CLOSE M-BURO
           END-IF
           DISPLAY "Aprobados: " AT 1702
           DISPLAY WK-APROBADOS AT 1713 CONVERT
           DISPLAY "Denegados: " AT 1802
