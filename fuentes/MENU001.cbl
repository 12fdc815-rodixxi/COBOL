      * PROGRAMA ELEGIDO Y VUELVE AL MENU CUANDO LA PANTALLA TERMINA.
      * LA ULTIMA OPCION USADA SE GUARDA EN MENU001.MEM Y SE MUESTRA
      * AL ENTRAR. OPCION 0 SALE DEL MENU.
      * LA PRIMERA PAGINA YA NO TIENE LUGAR: LAS OPCIONES DESDE LA 37
      * VAN EN UNA SEGUNDA PAGINA, Y LA OPCION 99 PASA DE UNA PAGINA A
      * LA OTRA. CUALQUIER NUMERO DE OPCION SE PUEDE TIPEAR DESDE
      * CUALQUIERA DE LAS DOS PAGINAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       77  WK-OPCION                    PIC 9(02)     VALUE 0.
       77  WK-ULTIMA-OPCION             PIC 9(02)     VALUE 0.
       77  WK-SALIR                     PIC 9         VALUE 0.
       77  WK-PAGINA                    PIC 9         VALUE 1.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
           DISPLAY LINE SIZE 80 AT LINE 03.
       F-ENCABEZADO. EXIT.

       MOSTRAR-MENU.
           IF WK-PAGINA = 2
              PERFORM MOSTRAR-PAGINA-2 THRU F-MOSTRAR-PAGINA-2
           ELSE
              PERFORM MOSTRAR-PAGINA-1 THRU F-MOSTRAR-PAGINA-1
           END-IF
           IF WK-ULTIMA-OPCION > 0
              DISPLAY "Ultima opcion usada: " AT 2204
              DISPLAY WK-ULTIMA-OPCION AT 2225
           END-IF.
       F-MOSTRAR-MENU. EXIT.

      * DOS COLUMNAS: LA IZQUIERDA EN LA 06 (FILAS 04 A 21), LA
      * DERECHA EN LA 47 (FILAS 04 A 24) PARA QUE NINGUN RENGLON
      * PISE AL OTRO NI PASE DEL BORDE DE LA VENTANA
       MOSTRAR-PAGINA-1.
           DISPLAY "Consultas"                            AT 0404
           DISPLAY "1 - Consulta de cuentas (CONCTAS)"    AT 0506
           DISPLAY "2 - Cliente 360 (DSH001)"             AT 0606
           DISPLAY "29- Simulador de cargos (SIM004)"       AT 1747
           DISPLAY "30- Overrides (OVR002)"                 AT 1847
           DISPLAY "31- Conversion de moneda (CNV001)"      AT 1947
           DISPLAY "32- Robo/extravio (PLAS011)"            AT 2047
           DISPLAY "33- Causas judiciales (LEG001)"         AT 2147
           DISPLAY "34- Puntos de fidelidad (PTS002)"       AT 2247
           DISPLAY "35- Bonificaciones (BON001)"            AT 2347
           DISPLAY "36- Revision cumplimiento (LST002)"     AT 2447
           DISPLAY "99- Mas opciones"                       AT 2404.
       F-MOSTRAR-PAGINA-1. EXIT.

      * MISMAS COLUMNAS QUE LA PRIMERA PAGINA
       MOSTRAR-PAGINA-2.
           DISPLAY "Transferencias"                       AT 0404
           DISPLAY "37- Transferencias por CBU (TRF002)"    AT 0506
           DISPLAY "44- Cobertura descubierto (BAR002)"     AT 0606
           DISPLAY "Clientes"                             AT 0704
           DISPLAY "38- Alertas SMS/email (ALR002)"         AT 0806
           DISPLAY "39- Reclamos de clientes (QJA001)"      AT 0906
           DISPLAY "40- Certificado libre deuda (LDD001)"   AT 1006
           DISPLAY "43- Garantes (GAR001)"                  AT 1106
           DISPLAY "Listados"                             AT 1204
           DISPLAY "41- Pedido de listados (COL001)"        AT 1306
           DISPLAY "Administracion"                       AT 1504
           DISPLAY "42- Parametros del sistema (PAR001)"    AT 1606
           DISPLAY "Riesgo"                               AT 1804
           DISPLAY "45- Grupos economicos (GRP002)"         AT 1906
           DISPLAY "0 - Salir"                            AT 2106
           DISPLAY "99- Volver a la primera pagina"         AT 2404.
       F-MOSTRAR-PAGINA-2. EXIT.

       PEDIR-OPCION.
           DISPLAY "Opcion: " AT 2304
              WHEN 29 CALL "SIM004"
              WHEN 30 CALL "OVR002"
              WHEN 31 CALL "CNV001"
              WHEN 32 CALL "PLAS011"
              WHEN 33 CALL "LEG001"
              WHEN 34 CALL "PTS002"
              WHEN 35 CALL "BON001"
              WHEN 36 CALL "LST002"
              WHEN 37 CALL "TRF002"
              WHEN 38 CALL "ALR002"
              WHEN 39 CALL "QJA001"
              WHEN 40 CALL "LDD001"
              WHEN 41 CALL "COL001"
              WHEN 42 CALL "PAR001"
              WHEN 43 CALL "GAR001"
              WHEN 44 CALL "BAR002"
              WHEN 45 CALL "GRP002"
      * CAMBIO DE PAGINA: NO ES UNA PANTALLA, NO QUEDA EN LA MEMORIA
              WHEN 99
                   IF WK-PAGINA = 1
                      MOVE 2 TO WK-PAGINA
                   ELSE
                      MOVE 1 TO WK-PAGINA
                   END-IF
                   GO TO F-EJECUTAR-OPCION
              WHEN OTHER
                   DISPLAY MESSAGE "Opcion inexistente"
                   END-DISPLAY
