      *      RETURN-CODE 1 PARA QUE NOC001 FRENE LA CADENA.
      * AL FINAL AGREGA LA FOTO DE HOY AL ACUMULADO. LA PRIMERA VEZ
      * (SIN FOTO ANTERIOR) SOLO DEJA LA FOTO Y LO INFORMA.
      * EL TERCER PARAMETRO DISTINGUE LA FOTO NOCTURNA (1) DE LA QUE
      * DEJA EL CICLO DE MEDIODIA DE NOC003 (2). LA DE MEDIODIA SE
      * CONTROLA IGUAL Y SE GRABA MARCADA CON "M" PARA QUE EL SALDO
      * DEL DIA QUEDE AL DIA, PERO NUNCA SE TOMA COMO FOTO ANTERIOR:
      * LA BASE ES SIEMPRE LA ULTIMA NOCTURNA Y LOS MOVIMIENTOS SE
      * SUMAN DESDE ESA FECHA, ASI LO APLICADO AL MEDIODIA ENTRA UNA
      * SOLA VEZ EN EL CONTROL DE LA NOCHE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

              05 SNAP-PROV-SALDO      PIC S9(12)V99 OCCURS 24.
           03 SNAP-SALDO-PESOS        PIC S9(12)V99.
           03 SNAP-SALDO-DOLAR        PIC S9(12)V99.
      * "M" FOTO DEL CICLO DE MEDIODIA; "N" (O BLANCO EN LAS FOTOS
      * VIEJAS) LA NOCTURNA
           03 SNAP-TIPO               PIC X(01).

       FD  LISTADO.
       01  REG-LIS                      PIC X(100).
       LINKAGE SECTION.
       01  LK-CANTIDAD                  PIC 9(09).
       01  LK-MODO-BATCH                PIC 9.
       01  LK-MODO                      PIC 9.
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CANTIDAD LK-MODO-BATCH LK-MODO.

       CONTROL-PROG.
           MOVE 0 TO RETURN-CODE
           MOVE WK-HOY            TO WK-CTZ-FECHA
           PERFORM LEER-COTIZACION THRU F-LEER-COTIZACION
           WRITE REG-LIS FROM TITULO-01
           WRITE REG-LIS FROM TITULO-LINE
           IF LK-MODO = 2
              MOVE "FOTO DEL CICLO DE MEDIODIA" TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF.
       F-INICIO. EXIT.

      * TOLERANCIA EN PESOS PARA DAR POR BUENA LA VARIACION; SIN
           END-SEARCH.
       F-ACUMULAR-PROVINCIA. EXIT.

      * LA FOTO DE ANOCHE ES EL ULTIMO REGISTRO NOCTURNO DEL
      * ACUMULADO; LAS FOTOS DE MEDIODIA NO SIRVEN DE BASE
       LEER-FOTO-ANTERIOR.
           OPEN INPUT SNAPSHOT
           IF NOT ( WK-SNAP-STAT = "00" )
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF SNAP-TIPO = "M"
                 EXIT PERFORM CYCLE
              END-IF
              MOVE 1             TO WK-HAY-ANTERIOR
              MOVE SNAP-FECHA    TO WK-FECHA-AYER
              MOVE SNAP-CANTIDAD TO WK-CANT-AYER
           MOVE WK-SALDO-HOY TO SNAP-SALDO
           MOVE WK-SALDO-PESOS TO SNAP-SALDO-PESOS
           MOVE WK-SALDO-DOLAR TO SNAP-SALDO-DOLAR
           IF LK-MODO = 2
              MOVE "M"          TO SNAP-TIPO
           ELSE
              MOVE "N"          TO SNAP-TIPO
           END-IF
           PERFORM GRABAR-PROVINCIA
                   VARYING PROV-INDEX FROM 1 BY 1
                   UNTIL PROV-INDEX > 24
