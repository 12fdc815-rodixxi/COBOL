      * =================================================================== */
      *                                                                     */
      *   NOC003.CBL                                                        */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   ciclo de mediodia: aplica en el dia los movimientos capturados   */
      *   y aprobados y los pendientes que vencen, sin esperar la noche    */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOC003.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * LO CAPTURADO EN CTAS007 O LIBERADO POR APR001 A LA MANANA
      * ESPERABA A NOC001 Y MIENTRAS TANTO CONCTAS MOSTRABA EN LA CAJA
      * UN SALDO VIEJO. ESTA CADENA CORTA SE LANZA AL MEDIODIA Y
      * APLICA SOLO ESO MAS LOS DIFERIDOS QUE YA VENCIERON:
      *   1) TOMA EL MISMO CERROJO QUE NOC001 (NOC001.LCK); SI DICE
      *      "EN CURSO" NO CORRE. MIENTRAS LO TIENE, CTAS007 Y APR001
      *      NO ABREN SESION.
      *   2) CTAS013 MODO 1 ARMA EL LOTE INTRADIARIO EN
      *      MOV-CUENTAS.PRN (GUARDANDO EL QUE HABIA); SIN
      *      MOVIMIENTOS EL CICLO TERMINA AHI.
      *   3) REG001 MODO 1: UN LOTE YA APLICADO FRENA EL CICLO.
      *   4) CTAS009 SUMA LOS DIFERIDOS QUE VENCEN HOY.
      *   5) CTAS001 VALIDA EL LOTE.
      *   6) BCK001 TOMA SU PROPIA GENERACION DE MEDIODIA (-MD).
      *   7) CTAS012 APLICA.
      *   8) REG001 MODO 2 REGISTRA EL LOTE: LA NOCHE NO LO VUELVE A
      *      APLICAR.
      *   9) CON002 DEJA LA FOTO DE MEDIODIA CON SU CONTROL DE
      *      VARIACION; LA NOCHE SIGUE BALANCEANDO CONTRA LA FOTO
      *      NOCTURNA ANTERIOR MAS TODO LO APLICADO EN EL DIA.
      *  10) CTAS013 MODO 2 DEVUELVE EL MOV-CUENTAS.PRN ORIGINAL Y
      *      VACIA LAS FUENTES; SI EL CICLO SE FRENO ANTES DE APLICAR,
      *      EL MODO 3 SOLO DEVUELVE EL ORIGINAL Y LAS FUENTES QUEDAN
      *      PARA LA NOCHE.
      * SI LA APLICACION DE CTAS012 FALLA EL LOTE QUEDA A MEDIO
      * APLICAR: NO SE DEVUELVE NADA Y EL CERROJO QUEDA "EN CURSO",
      * ASI NI LA CAPTURA NI LA NOCHE ARRANCAN HASTA QUE OPERACIONES
      * REVISE (LA NOCHE SOLO CON EL OVERRIDE DE NOC001.OVR).
      * LA BITACORA QUEDA EN LISTADO-NOC003 CON EL MISMO FORMATO DE
      * LINEA POR PASO QUE LA DE NOC001.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA
           ASSIGN TO "\COBOL\listado\LISTADO-NOC003"
           ORGANIZATION IS SEQUENTIAL.
           SELECT CERROJO
           ASSIGN TO "\COBOL\arch\noc001.lck"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-LCK-STAT.
      *----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.

       FD  BITACORA.
       01  REG-BIT                      PIC X(100).

      * EL MISMO CERROJO DE CORRIDA DE NOC001
       FD  CERROJO.
       01  LCK-REG.
           03 LCK-ESTADO                PIC X(08).
           03 LCK-FECHA                 PIC 9(08).
           03 LCK-HORA                  PIC 9(08).
           03 LCK-OPERADOR              PIC X(08).

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".

       77  WK-ABORTAR                   PIC 9         VALUE 0.
       77  WK-CANTIDAD-PASO             PIC 9(09)     VALUE 0.
       77  WK-MODO-BATCH                PIC 9         VALUE 1.
       77  WK-MODO-SIMULACION           PIC 9         VALUE 0.
       77  WK-MODO-REGISTRO             PIC 9         VALUE 0.
       77  WK-MODO-LOTE                 PIC 9         VALUE 0.
      * BCK001 Y CON002 TRABAJAN EN SU MODO DE MEDIODIA
       77  WK-MODO-CICLO                PIC 9         VALUE 2.
       77  WK-LCK-STAT                  PIC X(02).
       77  WK-LOCK-RECHAZADO            PIC 9         VALUE 0.
       77  WK-RETENER-CERROJO           PIC 9         VALUE 0.
       77  WK-SIN-LOTE                  PIC 9         VALUE 0.
      * HASTA DONDE LLEGO EL LOTE: 0 SIN ARMAR, 1 ARMADO, 2 EN
      * APLICACION, 3 APLICADO Y REGISTRADO
       77  WK-ETAPA                     PIC 9         VALUE 0.

       01  WK-HS.
           03 WK-HS-HORA                PIC 99.
           03 WK-HS-MINUTOS             PIC 99.
           03 WK-HS-SEGUNDOS            PIC 99.
           03 FILLER                    PIC 9(02).

       01  WK-HS-ED.
           03 WK-HS-HORA-ED             PIC 99.
           03 FILLER                    PIC X         VALUE ":".
           03 WK-HS-MINUTOS-ED          PIC 99.
           03 FILLER                    PIC X         VALUE ":".
           03 WK-HS-SEGUNDOS-ED         PIC 99.

       01  LIN-CABECERA.
            03 FILLER                   PIC X(20) VALUE
            "CICLO DE MEDIODIA - ".
            03 LIN-CAB-FECHA             PIC X(10).
            03 FILLER                   PIC X(03) VALUE ALL SPACES.
            03 FILLER                   PIC X(08) VALUE "Inicio: ".
            03 LIN-CAB-HORA              PIC X(08).
            03 FILLER                   PIC X(51) VALUE ALL SPACES.

       01  LIN-PASO.
            03 L-PASO-NOM                PIC X(13).
            03 FILLER                    PIC X(02) VALUE ALL SPACES.
            03 FILLER                    PIC X(04) VALUE "Ini:".
            03 L-PASO-HORA-INI           PIC X(08).
            03 FILLER                    PIC X(02) VALUE ALL SPACES.
            03 FILLER                    PIC X(04) VALUE "Fin:".
            03 L-PASO-HORA-FIN           PIC X(08).
            03 FILLER                    PIC X(02) VALUE ALL SPACES.
            03 FILLER                    PIC X(10) VALUE "Cantidad: ".
            03 L-PASO-CANTIDAD           PIC ZZZZZZZZ9.
            03 FILLER                    PIC X(02) VALUE ALL SPACES.
            03 L-PASO-ESTADO             PIC X(19).
            03 FILLER                    PIC X(02) VALUE ALL SPACES.
            03 L-PASO-OPERADOR           PIC X(08) VALUE "NOC003".

       01  LIN-LOCK-RECHAZADO           PIC X(100) VALUE
           "HAY OTRA CORRIDA EN CURSO (NOC001.LCK): CICLO NO CORRIDO".

       01  LIN-SIN-LOTE                 PIC X(100) VALUE
           "SIN MOVIMIENTOS CAPTURADOS NI APROBADOS: NADA QUE APLICAR".

       01  LIN-APLICACION-INCOMPLETA    PIC X(100) VALUE
           "*** APLICACION INCOMPLETA: CERROJO RETENIDO, REVISAR ***".

       01  LIN-FIN.
            03 FILLER                    PIC X(16) VALUE
            "Fin del proceso ".
            03 FILLER                    PIC X(05) VALUE "a las".
            03 FILLER                    PIC X(01) VALUE SPACES.
            03 LIN-FIN-HORA               PIC X(08).
            03 FILLER                    PIC X(70) VALUE ALL SPACES.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.

       CONTROL-PROG.
           PERFORM INICIO        THRU F-INICIO
           IF WK-LOCK-RECHAZADO = 1
              PERFORM CERRAR-BITACORA THRU F-CERRAR-BITACORA
              GOBACK
           END-IF
           PERFORM PASO-1-ARMAR  THRU F-PASO-1-ARMAR
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-2-CONTROL-LOTE THRU F-PASO-2-CONTROL-LOTE
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-3-DIFERIDOS THRU F-PASO-3-DIFERIDOS
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-4-VALIDAR THRU F-PASO-4-VALIDAR
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-5-RESGUARDO THRU F-PASO-5-RESGUARDO
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-6-APLICAR THRU F-PASO-6-APLICAR
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-7-REGISTRAR THRU F-PASO-7-REGISTRAR
           END-IF
           IF WK-ABORTAR = 0 AND WK-SIN-LOTE = 0
              PERFORM PASO-8-SNAPSHOT THRU F-PASO-8-SNAPSHOT
           END-IF
           PERFORM PASO-9-CIERRE THRU F-PASO-9-CIERRE
           PERFORM FINAL-PROG    THRU F-FINAL-PROG
           GOBACK.

      * ABRE LA BITACORA, ESCRIBE EL ENCABEZADO Y TOMA EL CERROJO
       INICIO.
           OPEN OUTPUT BITACORA
           ACCEPT WK-FECHA FROM CENTURY-DATE
           PERFORM MOVER-FECHA THRU F-MOVER-FECHA
           MOVE WK-FECHA-ED TO LIN-CAB-FECHA
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO LIN-CAB-HORA
           WRITE REG-BIT FROM LIN-CABECERA
           PERFORM TOMAR-CERROJO THRU F-TOMAR-CERROJO.
       F-INICIO. EXIT.

      * EL CICLO DE MEDIODIA NO PISA NUNCA UN CERROJO "EN CURSO": SI
      * LA NOCHE O UNA CORRIDA MANUAL TODAVIA LO TIENEN, NO CORRE
       TOMAR-CERROJO.
           OPEN INPUT CERROJO
           IF WK-LCK-STAT = "00"
              READ CERROJO AT END
                   CONTINUE
              NOT AT END
                   IF LCK-ESTADO = "EN CURSO"
                      MOVE 1 TO WK-LOCK-RECHAZADO
                   END-IF
              END-READ
              CLOSE CERROJO
           END-IF
           IF WK-LOCK-RECHAZADO = 1
              WRITE REG-BIT FROM LIN-LOCK-RECHAZADO
              GO TO F-TOMAR-CERROJO
           END-IF
           OPEN OUTPUT CERROJO
           MOVE "EN CURSO"  TO LCK-ESTADO
           MOVE WK-FECHA    TO LCK-FECHA
           ACCEPT LCK-HORA  FROM TIME
           MOVE "NOC003"    TO LCK-OPERADOR
           WRITE LCK-REG
           CLOSE CERROJO.
       F-TOMAR-CERROJO. EXIT.

       LIBERAR-CERROJO.
           OPEN OUTPUT CERROJO
           MOVE "LIBRE   " TO LCK-ESTADO
           MOVE WK-FECHA   TO LCK-FECHA
           ACCEPT LCK-HORA FROM TIME
           MOVE "NOC003"   TO LCK-OPERADOR
           WRITE LCK-REG
           CLOSE CERROJO.
       F-LIBERAR-CERROJO. EXIT.

      * ARMADO DEL LOTE INTRADIARIO CON LO CAPTURADO Y LO APROBADO
       PASO-1-ARMAR.
           MOVE "CTAS013"    TO L-PASO-NOM
           MOVE 1            TO WK-MODO-LOTE
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS013" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-LOTE
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           EVALUATE RETURN-CODE
              WHEN 0
                   MOVE "OK"                  TO L-PASO-ESTADO
                   MOVE 1 TO WK-ETAPA
              WHEN 4
                   MOVE "SIN MOVIMIENTOS"     TO L-PASO-ESTADO
                   MOVE 1 TO WK-SIN-LOTE
              WHEN OTHER
                   MOVE "FUENTE NO VERIFICA"  TO L-PASO-ESTADO
                   MOVE 1 TO WK-ABORTAR
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           IF WK-SIN-LOTE = 1
              WRITE REG-BIT FROM LIN-SIN-LOTE
           END-IF.
       F-PASO-1-ARMAR. EXIT.

      * CONTROL CONTRA EL REGISTRO DE LOTES YA APLICADOS, SOBRE EL
      * LOTE TAL COMO SE ARMO (ANTES DE MEZCLAR LOS DIFERIDOS)
       PASO-2-CONTROL-LOTE.
           MOVE "REG001"     TO L-PASO-NOM
           MOVE 1            TO WK-MODO-REGISTRO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "REG001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-REGISTRO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "ARCHIVO YA APLICADO" TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-2-CONTROL-LOTE. EXIT.

      * LOS DIFERIDOS ESTACIONADOS QUE YA VENCIERON ENTRAN AL LOTE
       PASO-3-DIFERIDOS.
           MOVE "CTAS009"    TO L-PASO-NOM
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS009" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "TOTALES NO BALANCEAN" TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-3-DIFERIDOS. EXIT.

       PASO-4-VALIDAR.
           MOVE "CTAS001"    TO L-PASO-NOM
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS001" USING WK-CANTIDAD-PASO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "TOTALES NO BALANCEAN" TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-4-VALIDAR. EXIT.

      * GENERACION DE RESGUARDO PROPIA DEL MEDIODIA ANTES DE APLICAR;
      * SI NO VERIFICA NO SE APLICA
       PASO-5-RESGUARDO.
           MOVE "BCK001"     TO L-PASO-NOM
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "BCK001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-CICLO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "RESGUARDO NO VERIF." TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-5-RESGUARDO. EXIT.

      * DESDE ACA EL MAESTRO CAMBIA: SI CTAS012 NO TERMINA BIEN EL
      * LOTE QUEDA A MEDIO APLICAR
       PASO-6-APLICAR.
           MOVE "CTAS012"    TO L-PASO-NOM
           MOVE 2            TO WK-ETAPA
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS012" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-SIMULACION
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           EVALUATE RETURN-CODE
              WHEN 0
                   MOVE "OK"                  TO L-PASO-ESTADO
              WHEN 9
                   MOVE "ERROR DE E/S"        TO L-PASO-ESTADO
                   MOVE 1 TO WK-ABORTAR
              WHEN OTHER
                   MOVE "TOTALES NO BALANCEAN" TO L-PASO-ESTADO
                   MOVE 1 TO WK-ABORTAR
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-6-APLICAR. EXIT.

      * EL LOTE APLICADO QUEDA EN EL REGISTRO DE LOTES PROCESADOS
       PASO-7-REGISTRAR.
           MOVE "REG001"     TO L-PASO-NOM
           MOVE 2            TO WK-MODO-REGISTRO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "REG001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-REGISTRO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           MOVE 3            TO WK-ETAPA
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-7-REGISTRAR. EXIT.

      * FOTO DE MEDIODIA CON SU CONTROL DE VARIACION; UNA VARIACION
      * FUERA DE TOLERANCIA QUEDA MARCADA, PERO EL LOTE YA ESTA
      * APLICADO Y REGISTRADO Y LAS FUENTES SE CONSUMEN IGUAL
       PASO-8-SNAPSHOT.
           MOVE "CON002"     TO L-PASO-NOM
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CON002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-CICLO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "VARIACION EXCEDIDA"  TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-8-SNAPSHOT. EXIT.

      * CIERRE DEL LOTE SEGUN HASTA DONDE LLEGO: APLICADO Y
      * REGISTRADO SE CONSUMEN LAS FUENTES (MODO 2); FRENADO ANTES DE
      * APLICAR SOLO SE DEVUELVE EL MOV-CUENTAS.PRN ORIGINAL (MODO 3);
      * A MEDIO APLICAR NO SE TOCA NADA Y EL CERROJO QUEDA TOMADO
       PASO-9-CIERRE.
           IF WK-ETAPA = 0
              GO TO F-PASO-9-CIERRE
           END-IF
           IF WK-ETAPA = 2
              WRITE REG-BIT FROM LIN-APLICACION-INCOMPLETA
              MOVE 1 TO WK-RETENER-CERROJO
              GO TO F-PASO-9-CIERRE
           END-IF
           MOVE "CTAS013"    TO L-PASO-NOM
           IF WK-ETAPA = 3
              MOVE 2         TO WK-MODO-LOTE
           ELSE
              MOVE 3         TO WK-MODO-LOTE
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS013" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-LOTE
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF WK-MODO-LOTE = 2
              MOVE "FUENTES CONSUMIDAS"  TO L-PASO-ESTADO
           ELSE
              MOVE "LOTE DEVUELTO"       TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO.
       F-PASO-9-CIERRE. EXIT.

      * LIBERA EL CERROJO (SALVO APLICACION INCOMPLETA), ESCRIBE LA
      * HORA DE FIN Y CIERRA LA BITACORA
       FINAL-PROG.
           IF WK-RETENER-CERROJO = 0
              PERFORM LIBERAR-CERROJO THRU F-LIBERAR-CERROJO
           END-IF
           PERFORM CERRAR-BITACORA THRU F-CERRAR-BITACORA.
       F-FINAL-PROG. EXIT.

       CERRAR-BITACORA.
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED TO LIN-FIN-HORA
           WRITE REG-BIT FROM LIN-FIN
           CLOSE BITACORA.
       F-CERRAR-BITACORA. EXIT.

       TOMAR-HORA.
           ACCEPT WK-HS FROM TIME
           MOVE WK-HS-HORA     TO WK-HS-HORA-ED
           MOVE WK-HS-MINUTOS  TO WK-HS-MINUTOS-ED
           MOVE WK-HS-SEGUNDOS TO WK-HS-SEGUNDOS-ED.
       F-TOMAR-HORA. EXIT.

       COPY "\COBOL\fuentes\cpy\procedure-fecha-vuelta.cpy".

       END PROGRAM NOC003.
