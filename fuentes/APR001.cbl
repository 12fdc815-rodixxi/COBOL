      * SOLO DECIDE UN OPERADOR CON ROL "A", Y NUNCA EL MISMO QUE
      * CAPTURO: CAPTURADOR Y APROBADOR QUEDAN EN EL REGISTRO. LAS
      * PATAS "1"/"2" DE UNA TRANSFERENCIA SE DECIDEN JUNTAS.
      * LOS CREDITOS "S" QUE MANDA BON001 (BONIFICACIONES POR ENCIMA
      * DEL TOPE DEL ROL) SE DECIDEN IGUAL, Y LA DECISION SE ASIENTA
      * TAMBIEN EN SU RENGLON DE BONIFICACIONES.DAT.
      * NO ARRANCA MIENTRAS EL CERROJO DE NOC001 DICE "EN CURSO": EL
      * CICLO DE MEDIODIA (NOC003) TOMA MOV-APROBADOS.PRN Y LO DEJA
      * VACIO CON SU TRAILER EN CERO UNA VEZ APLICADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ASSIGN TO "\COBOL\arch\mov-aprobados.prn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-APB-STAT.
           COPY "\COBOL\fuentes\cpy\bonificaciones.sel".
           SELECT CERROJO
           ASSIGN TO "\COBOL\arch\noc001.lck"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-LCK-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-mov-ctas.fds".

       COPY "\COBOL\fuentes\cpy\fd-bonificaciones.fds".

      * MISMO CERROJO DE CORRIDA QUE NOC001: MIENTRAS UNA CADENA
      * (LA NOCTURNA O EL CICLO DE MEDIODIA) TOMA LOS ARCHIVOS DE
      * CAPTURA NO SE ABRE UNA SESION NUEVA SOBRE ELLOS
       FD  CERROJO.
       01  LCK-REG.
           03 LCK-ESTADO                PIC X(08).
           03 LCK-FECHA                 PIC 9(08).
           03 LCK-HORA                  PIC 9(08).
           03 LCK-OPERADOR              PIC X(08).

       WORKING-STORAGE SECTION.

      * IDENTIDAD DEL OPERADOR FIRMADO (SEG001)

       77  WK-APR-STAT                  PIC X(02).
       77  WK-APB-STAT                  PIC X(02).
       77  WK-BON-STAT                  PIC X(02).
       77  WK-BON-FINAL                 PIC 9      VALUE 0.

       77  WK-FINAL                     PIC 9      VALUE 0.
       77  WK-CORTAR                    PIC 9      VALUE 0.
       77  WK-DECISION                  PIC X(01)  VALUE SPACE.
       77  WK-HOY                       PIC 9(08)  VALUE 0.
       77  WK-ES-PAR                    PIC 9      VALUE 0.
       77  WK-LCK-STAT                  PIC X(02).
       77  WK-EN-CURSO                  PIC 9      VALUE 0.

       01  TAB-COLA.
           03 TAB-APR-ITEM OCCURS 2000.
              05 TAB-APR-REG            PIC X(131).

      * LOS MOVIMIENTOS APROBADOS (LOS YA ACUMULADOS EN EL ARCHIVO
      * MAS LOS DE ESTA SESION) PARA REESCRIBIR CON TRAILER
       01  TAB-APROBADOS.
           03 TAB-APB-ITEM OCCURS 2000.
              05 TAB-APB-REG            PIC X(97).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM VER-CERROJO THRU F-VER-CERROJO
           IF WK-EN-CURSO = 1
              DISPLAY MESSAGE
              "Hay una corrida en curso, reintente mas tarde"
              END-DISPLAY
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           GOBACK.

      * CON EL CERROJO "EN CURSO" LA SESION NO ARRANCA: LA CADENA
      * ESTA LEYENDO Y VACIANDO EL ARCHIVO QUE ESTA PANTALLA GRABA
       VER-CERROJO.
           OPEN INPUT CERROJO
           IF NOT ( WK-LCK-STAT = "00" )
              GO TO F-VER-CERROJO
           END-IF
           READ CERROJO AT END
                CONTINUE
           NOT AT END
                IF LCK-ESTADO = "EN CURSO"
                   MOVE 1 TO WK-EN-CURSO
                END-IF
           END-READ
           CLOSE CERROJO.
       F-VER-CERROJO. EXIT.

       INICIO.
           ACCEPT WK-HOY FROM CENTURY-DATE
           PERFORM CARGAR-COLA THRU F-CARGAR-COLA
           MOVE WK-OPERADOR TO APR-APROBADOR
           MOVE WK-HOY      TO APR-FECHA-DECISION
           MOVE APR-REG TO TAB-APR-REG(WK-IND)
           MOVE APR-MOV TO MOV-REG
           IF M-MOV = "S" AND M-MONTO > 0
              PERFORM MARCAR-BONIFICACION THRU F-MARCAR-BONIFICACION
           END-IF
           MOVE 1 TO WK-HUBO-CAMBIOS.
       F-MARCAR-ACTUAL. EXIT.

      * UN CREDITO "S" DE BON001 TIENE SU RENGLON "P" EN EL REGISTRO
      * DE BONIFICACIONES (MISMO CAPTURADOR, FECHA, CUENTA E IMPORTE):
      * PASA A "A" O "R" CON EL APROBADOR. UN AJUSTE A MANO DE CTAS007
      * NO TIENE RENGLON Y NO ENCUENTRA NADA.
       MARCAR-BONIFICACION.
           MOVE 0 TO WK-BON-FINAL
           OPEN I-O BONIFICACIONES
           IF NOT ( WK-BON-STAT = "00" )
              GO TO F-MARCAR-BONIFICACION
           END-IF
           PERFORM UNTIL WK-BON-FINAL = 1
              READ BONIFICACIONES AT END
                   MOVE 1 TO WK-BON-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF BON-ESTADO = "P"
                 AND BON-OPERADOR = APR-CAPTURADOR
                 AND BON-FECHA = APR-FECHA
                 AND BON-DOCUMENTO = M-CTA
                 AND BON-PRODUCTO = M-PRODUCTO
                 AND BON-IMPORTE = M-MONTO
                 MOVE APR-ESTADO  TO BON-ESTADO
                 MOVE WK-OPERADOR TO BON-APROBADOR
                 REWRITE BON-REG
                 MOVE 1 TO WK-BON-FINAL
              END-IF
           END-PERFORM
           CLOSE BONIFICACIONES.
       F-MARCAR-BONIFICACION. EXIT.

       FINAL-PROG.
           IF WK-HUBO-CAMBIOS = 1
              OPEN OUTPUT APROBACION
