      * RETURN-CODE 1 Y EL .NUE QUEDA PARA REVISAR. LA CONSULTA
      * CONAUD LLEGA A LOS MESES ARCHIVADOS USANDO EL RANGO DE
      * FECHAS.
      * CON LA AUDITORIA ENCADENADA (AUD003/AUD004) SOLO SE ARCHIVAN
      * REGISTROS YA SELLADOS, Y CADA CORTE QUE MUEVE ALGO DEJA UN
      * SELLO "C" CON LOS ARCHIVADOS ACUMULADOS, PARA QUE EL SELLO
      * NOCTURNO SEPA DONDE EMPIEZA LO SIN SELLAR EN EL VIVO ACHICADO
      * Y AUD005 PUEDA RECORRER MESES ARCHIVADOS Y VIVO COMO UNA SOLA
      * CADENA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\sellos.sel".
           SELECT AUD-MES
           ASSIGN TO WK-ARCHIVO-MES
           ORGANIZATION IS SEQUENTIAL
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-sellos.fds".

       FD  AUD-MES.
       01  AUD-MES-REG                  PIC X(190).

       FD  AUD-NUEVA.
       01  AUD-NUE-REG                  PIC X(190).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       77  WK-AUD-STAT                  PIC X(02).
       77  WK-MES-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-SEL-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-MESES-RETENCION           PIC 9(03)     VALUE 012.
       77  WK-ANHIO-CORTE               PIC 9(04)     VALUE 0.
       77  WK-MES-CORTE                 PIC 9(02)     VALUE 0.
       77  WK-ARCHIVO-MES               PIC X(60).
       77  WK-SELLO-ACTIVO              PIC 9         VALUE 0.
       77  WK-SELLADOS-VIVO             PIC 9(10)     VALUE 0.
       77  WK-ULT-HASTA                 PIC 9(10)     VALUE 0.
       77  WK-ULT-CADENA                PIC 9(10)     VALUE 0.
       77  WK-ULT-ARCHIVADOS            PIC 9(10)     VALUE 0.

       01  WK-HOY                       PIC 9(08).
       01  FILLER REDEFINES WK-HOY.
           COMPUTE WK-PERIODO-CORTE = WK-ANHIO-CORTE * 100
                                    + WK-MES-CORTE
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           PERFORM LEER-ULTIMO-SELLO THRU F-LEER-ULTIMO-SELLO.
       F-INICIO. EXIT.

      * SIN AUDITORIA-SELLOS.DAT LA AUDITORIA TODAVIA NO SE ENCADENO
      * Y EL CORTE SIGUE COMO SIEMPRE
       LEER-ULTIMO-SELLO.
           OPEN INPUT SELLOS
           IF NOT ( WK-SEL-STAT = "00" )
              GO TO F-LEER-ULTIMO-SELLO
           END-IF
           MOVE 1 TO WK-SELLO-ACTIVO
           PERFORM UNTIL WK-FINAL = 1
              READ SELLOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              MOVE SEL-HASTA      TO WK-ULT-HASTA
              MOVE SEL-CADENA     TO WK-ULT-CADENA
              MOVE SEL-ARCHIVADOS TO WK-ULT-ARCHIVADOS
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE SELLOS
           COMPUTE WK-SELLADOS-VIVO = WK-ULT-HASTA - WK-ULT-ARCHIVADOS.
       F-LEER-ULTIMO-SELLO. EXIT.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETROS
           IF WK-PAR-STAT = "00"
              ADD 1 TO WK-LEIDOS
              COMPUTE WK-AUD-PERIODO = AUD-FECHA / 100
              IF WK-AUD-PERIODO < WK-PERIODO-CORTE
                 AND ( WK-SELLO-ACTIVO = 0
                       OR WK-LEIDOS <= WK-SELLADOS-VIVO )
                 PERFORM ARCHIVAR-REGISTRO THRU F-ARCHIVAR-REGISTRO
                 ADD 1 TO WK-MOVIDOS
              ELSE
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              MOVE 1 TO RETURN-CODE
              GO TO F-VERIFICAR-Y-REESCRIBIR
           END-IF
           IF WK-SELLO-ACTIVO = 1 AND WK-MOVIDOS > 0
              PERFORM REGISTRAR-CORTE THRU F-REGISTRAR-CORTE
           END-IF.
       F-VERIFICAR-Y-REESCRIBIR. EXIT.

      * EL CORTE NO CAMBIA LA CADENA, SOLO CUANTO DE ELLA YA ESTA
      * EN LOS ARCHIVOS MENSUALES
       REGISTRAR-CORTE.
           OPEN EXTEND SELLOS
           INITIALIZE SEL-REG
           MOVE WK-HOY         TO SEL-FECHA
           MOVE "C"            TO SEL-TIPO
           MOVE WK-MOVIDOS     TO SEL-CANTIDAD
           MOVE WK-ULT-HASTA   TO SEL-HASTA
           MOVE WK-ULT-CADENA  TO SEL-CADENA
           COMPUTE SEL-ARCHIVADOS = WK-ULT-ARCHIVADOS + WK-MOVIDOS
           WRITE SEL-REG
           CLOSE SELLOS.
       F-REGISTRAR-CORTE. EXIT.

       FINAL-PROG.
           MOVE "Registros leidos............: " TO L-ROTULO
           MOVE WK-LEIDOS TO L-CANT
