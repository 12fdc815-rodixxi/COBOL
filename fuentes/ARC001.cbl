      * DE ARC001.PAR (DEFAULT 90 DIAS, MES COMERCIAL DE 30 COMO EN
      * TODO EL SISTEMA). LOS LISTADOS ARCHIVADOS SE CONSULTAN EN
      * PANTALLA CON ARCVIS.
      * COL002 LO LLAMA CON LK-MODO 1 PARA ARCHIVAR UN SOLO LISTADO
      * PEDIDO DESDE LA COLA: ARC001.PED TRAE EL LISTADO DE ORIGEN
      * (BAJO \COBOL\listado\) Y EL NOMBRE CON QUE SE ARCHIVA. EN ESE
      * MODO NO SE TOCA LISTADO-ARC001 NI SE DEPURA EL INDICE; SI
      * FALTA EL PEDIDO O EL ORIGEN DEVUELVE RETURN-CODE 1.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ASSIGN TO "\COBOL\arch\arc001.par"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PAR-STAT.
           SELECT PEDIDO
           ASSIGN TO "\COBOL\arch\arc001.ped"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-PED-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       01  PAR-REG.
           03 PAR-DIAS-RETENCION        PIC 9(04).

       FD  PEDIDO.
       01  PED-REG.
           03 PED-ORIGEN                PIC X(30).
           03 PED-NOMBRE                PIC X(20).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
       77  WK-DES-STAT                  PIC X(02).
       77  WK-IND-STAT                  PIC X(02).
       77  WK-PAR-STAT                  PIC X(02).
       77  WK-PED-STAT                  PIC X(02).

       77  WK-FINAL                     PIC 9         VALUE 0.
       77  WK-HOY                       PIC 9(08)     VALUE 0.

       77  WK-ARCHIVO-ORIGEN            PIC X(60).
       77  WK-ARCHIVO-DESTINO           PIC X(60).
       77  WK-NOMBRE-ARCHIVADO          PIC X(20).

       01  WK-FECHA-DESC                PIC 9(08).
       01  FILLER REDEFINES WK-FECHA-DESC.
       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
      * 0 = CADENA NOCTURNA, 1 = UN LISTADO PEDIDO DESDE COL002
       01  LK-MODO                      PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           IF LK-MODO = 1
              PERFORM ARCHIVAR-PEDIDO THRU F-ARCHIVAR-PEDIDO
              GOBACK
           END-IF
           PERFORM INICIO     THRU F-INICIO
           PERFORM PROCESO    THRU F-PROCESO
           PERFORM FINAL-PROG THRU F-FINAL-PROG
           END-PERFORM
           CLOSE ORIGEN
                 DESTINO
           MOVE TAB-REPORTE(WK-IND) TO WK-NOMBRE-ARCHIVADO
           PERFORM REGISTRAR-INDICE THRU F-REGISTRAR-INDICE
           ADD 1 TO WK-ARCHIVADOS
           MOVE TAB-REPORTE(WK-IND) TO L-REPORTE
           IF NOT ( WK-IND-STAT = "00" )
              OPEN OUTPUT INDICE
           END-IF
           MOVE WK-NOMBRE-ARCHIVADO TO IND-REPORTE
           MOVE WK-HOY              TO IND-FECHA
           MOVE WK-LINEAS-COPIA     TO IND-LINEAS
           WRITE IND-REG
           CLOSE INDICE.
       F-REGISTRAR-INDICE. EXIT.

      * ARCHIVA EL LISTADO DE UN PEDIDO DE LA COLA CON EL NOMBRE QUE
      * ELIGIO COL002, PARA QUE EL SOLICITANTE LO ABRA EN ARCVIS
       ARCHIVAR-PEDIDO.
           MOVE 0 TO LK-CANTIDAD
           ACCEPT WK-HOY FROM CENTURY-DATE
           OPEN INPUT PEDIDO
           IF NOT ( WK-PED-STAT = "00" )
              MOVE 1 TO RETURN-CODE
              GO TO F-ARCHIVAR-PEDIDO
           END-IF
           READ PEDIDO AT END
                CLOSE PEDIDO
                MOVE 1 TO RETURN-CODE
                GO TO F-ARCHIVAR-PEDIDO
           END-READ
           CLOSE PEDIDO
           INITIALIZE WK-ARCHIVO-ORIGEN
           STRING "\COBOL\listado\"
                  PED-ORIGEN DELIMITED BY SPACE
                  INTO WK-ARCHIVO-ORIGEN
           END-STRING
           OPEN INPUT ORIGEN
           IF NOT ( WK-ORI-STAT = "00" )
              MOVE 1 TO RETURN-CODE
              GO TO F-ARCHIVAR-PEDIDO
           END-IF
           INITIALIZE WK-ARCHIVO-DESTINO
           STRING "\COBOL\listado\archivo\"
                  PED-NOMBRE DELIMITED BY SPACE
                  "-" WK-HOY
                  INTO WK-ARCHIVO-DESTINO
           END-STRING
           OPEN OUTPUT DESTINO
           MOVE 0 TO WK-LINEAS-COPIA
           MOVE 0 TO WK-FINAL
           PERFORM UNTIL WK-FINAL = 1
              READ ORIGEN AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              WRITE DES-REG FROM ORI-REG
              ADD 1 TO WK-LINEAS-COPIA
           END-PERFORM
           CLOSE ORIGEN
                 DESTINO
           MOVE PED-NOMBRE TO WK-NOMBRE-ARCHIVADO
           PERFORM REGISTRAR-INDICE THRU F-REGISTRAR-INDICE
           MOVE WK-LINEAS-COPIA TO LK-CANTIDAD.
       F-ARCHIVAR-PEDIDO. EXIT.

      * RECORRE EL INDICE: LAS ENTRADAS MAS VIEJAS QUE LA RETENCION
      * SE BORRAN DEL DISCO Y NO PASAN AL INDICE NUEVO
       DEPURAR-INDICE.
