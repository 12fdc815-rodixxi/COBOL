      * CADENA EN EL PRIMER PASO QUE TERMINE CON "TOTALES NO BALANCEAN",
      * Y DEJA UNA BITACORA CON HORA DE INICIO/FIN Y CANTIDAD DE
      * REGISTROS PROCESADOS EN CADA PASO.
      * CADA PASO CORRIDO SE AGREGA ADEMAS A NOC001-TIEMPOS.DAT CON
      * SUS SEGUNDOS Y SU CANTIDAD, Y LA CADENA LLAMA DOS VECES A
      * NOC002: DESPUES DE VALIDAR EL LOTE, CON LOS VOLUMENES DE LA
      * NOCHE YA CONOCIDOS, PARA PRONOSTICAR SI TERMINA ANTES DEL
      * CORTE DEL EN LINEA, Y AL FINAL PARA LA TENDENCIA DE CADA PASO
      * CONTRA SU PROMEDIO DE LAS ULTIMAS 20 NOCHES.
      * ANTES DE LA TENDENCIA CORRE COL002 CON LOS LISTADOS PEDIDOS
      * DESDE EL MENU (COL001); UN PEDIDO FALLIDO QUEDA MARCADO EN LA
      * COLA Y EN LA BITACORA PERO NO DETIENE LA CADENA.
      * EL PRIMER PASO ES PAR002, QUE APLICA LOS CAMBIOS DE PARAMETROS
      * CON VIGENCIA HOY CARGADOS EN PAR001; EN FIN DE MES PAR003
      * LISTA ESOS CAMBIOS PARA AUDITORIA.
      * DESPUES DE GEN001, DWH001 DEJA LAS NOVEDADES DE LOS MAESTROS
      * PARA EL DATA WAREHOUSE (TOTALES EL PRIMER DIA HABIL DEL MES).
      * EN FIN DE MES, DESPUES DEL DEVENGAMIENTO, PRO001 CALCULA LA
      * PREVISION Y RNT001 LA RENTABILIDAD POR PRODUCTO Y SUCURSAL.
      * TODAS LAS NOCHES, ANTES DEL DEVENGAMIENTO, BAR001 CUBRE EL
      * DESCUBIERTO DE LAS CUENTAS ADHERIDAS (BAR002) CON LOS FONDOS
      * DE LAS OTRAS CUENTAS DEL MISMO CLIENTE.
      * EN FIN DE MES, DESPUES DEL ARCHIVO DE DEUDORES, GRP001 INFORMA
      * LA EXPOSICION DE CADA GRUPO ECONOMICO CONTRA LA CARTERA.
      * EN FIN DE MES, DESPUES DE CTAS010, SIT001 CLASIFICA A CADA
      * DEUDOR POR SU PEOR SITUACION Y ARRASTRA SUS OTROS PRODUCTOS;
      * DEU001 INFORMA ESA CLASIFICACION.
      * AL FINAL DE LA NOCHE, CON TODAS LAS CORRIDAS QUE IMPRIMEN
      * CORRESPONDENCIA YA HECHAS, COR001 ENSOBRA JUNTAS LAS PIEZAS
      * DE PAPEL DEL DIA DE CADA CLIENTE, ORDENADAS POR CODIGO POSTAL.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

           ASSIGN TO "\COBOL\arch\noc001.rst"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-RST-STAT.
           COPY "\COBOL\fuentes\cpy\tiempos.sel".
      *----------------------------------------------------------------
       DATA DIVISION.

           03 RST-PASO-NRO              PIC 9(03).
           03 RST-PASO-NOM              PIC X(13).

       COPY "\COBOL\fuentes\cpy\fd-tiempos.fds".

       WORKING-STORAGE SECTION.

       COPY "\COBOL\fuentes\cpy\wk-fecha-vuelta.cpy".
      * CTAS003 SE CORRE A MANO CON SIM003
       77  WK-MODO-SIMULACION           PIC 9         VALUE 0.
       77  WK-MODO-REGISTRO             PIC 9         VALUE 0.
      * CICLO PARA BCK001 Y CON002: ESTA CADENA ES LA NOCTURNA (1);
      * EL CICLO DE MEDIODIA DE NOC003 LES PASA 2
       77  WK-MODO-CICLO                PIC 9         VALUE 1.
      * RIE001 Y ARC001: LA CADENA CORRE SUS PROPIOS LISTADOS (0);
      * LOS PEDIDOS DE LA COLA LOS CORRE COL002 CON 1
       77  WK-MODO-PEDIDO               PIC 9         VALUE 0.
       77  WK-CAL-STAT                  PIC X(02).
       77  WK-CAL-FINAL                 PIC 9         VALUE 0.
       77  WK-CAL-ENCONTRADO            PIC 9         VALUE 0.
       77  WK-CAL-FIN-MES               PIC X(01)     VALUE "N".
       77  WK-CAL-DIA-SEMANA            PIC 9(01)     VALUE 0.
       77  WK-FECHA-HOY                 PIC 9(08)     VALUE 0.
      * MES DE LA FECHA DE PROCESO, PARA LOS PASOS TRIMESTRALES
       01  WK-FECHA-TRIMESTRE           PIC 9(08)     VALUE 0.
       01  FILLER REDEFINES WK-FECHA-TRIMESTRE.
           03 FILLER                    PIC 9(04).
           03 WK-TRIM-MES               PIC 9(02).
           03 FILLER                    PIC 9(02).
       77  WK-LCK-STAT                  PIC X(02).
       77  WK-OVR-STAT                  PIC X(02).
       77  WK-LOCK-RECHAZADO            PIC 9         VALUE 0.
       77  WK-PASOS-HECHOS              PIC 9(03)     VALUE 0.
       77  WK-PASO-SALTEADO             PIC 9         VALUE 0.
       77  WK-RST-VIEJO                 PIC 9         VALUE 0.
       77  WK-TMP-STAT                  PIC X(02).
       77  WK-TMP-SEG-INI               PIC 9(06)     VALUE 0.
       77  WK-TMP-SEG-FIN               PIC 9(06)     VALUE 0.

      * HORA EDITADA HH:MM:SS DE LA LINEA DEL PASO, PARA LA HISTORIA
       01  WK-TMP-HORA.
           03 WK-TMP-HH                 PIC 99.
           03 FILLER                    PIC X.
           03 WK-TMP-MM                 PIC 99.
           03 FILLER                    PIC X.
           03 WK-TMP-SS                 PIC 99.
       COPY "\COBOL\fuentes\cpy\wk-operador-activo.cpy".

       01  WK-HS.
              PERFORM FINAL-PROG THRU F-FINAL-PROG
              GOBACK
           END-IF
           PERFORM PASO-00-PARAMETROS THRU F-PASO-00-PARAMETROS
           PERFORM PASO-0A-ENTRADA THRU F-PASO-0A-ENTRADA
           IF WK-ABORTAR = 0
              PERFORM PASO-0-CONSOLIDAR THRU F-PASO-0-CONSOLIDAR
              PERFORM PASO-0C-RECURRENTES
                      THRU F-PASO-0C-RECURRENTES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-0C1-GASTOS-LEGALES
                      THRU F-PASO-0C1-GASTOS-LEGALES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-0C2-PUNTOS THRU F-PASO-0C2-PUNTOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-1-VALIDAR THRU F-PASO-1-VALIDAR
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-1D-PRONOSTICO THRU F-PASO-1D-PRONOSTICO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-1B-RESGUARDO THRU F-PASO-1B-RESGUARDO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A0-REGISTRAR THRU F-PASO-2A0-REGISTRAR
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A0B-HOMEBANKING
                      THRU F-PASO-2A0B-HOMEBANKING
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A0C-CPOSTALES THRU F-PASO-2A0C-CPOSTALES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A-DOMICILIOS THRU F-PASO-2A-DOMICILIOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A2-COTITULARES THRU F-PASO-2A2-COTITULARES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A2B-LISTA THRU F-PASO-2A2B-LISTA
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A3-FALLECIDOS
                      THRU F-PASO-2A3-FALLECIDOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2A3B-SEGURO THRU F-PASO-2A3B-SEGURO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2B-PAGOS THRU F-PASO-2B-PAGOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2B0-SUELDOS THRU F-PASO-2B0-SUELDOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2B0B-ENTRANTES THRU F-PASO-2B0B-ENTRANTES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2B1-RESPUESTAS
                      THRU F-PASO-2B1-RESPUESTAS
           IF WK-ABORTAR = 0
              PERFORM PASO-2B2-FRAUDE THRU F-PASO-2B2-FRAUDE
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2B4-AUTORIZACIONES
                      THRU F-PASO-2B4-AUTORIZACIONES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C-CONSUMOS THRU F-PASO-2C-CONSUMOS
           END-IF
                      THRU F-PASO-2C1-LIQUIDACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1B-CASTIGOS THRU F-PASO-2C1B-CASTIGOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2D-EXTRACTOS THRU F-PASO-2D-EXTRACTOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2D1-DWH THRU F-PASO-2D1-DWH
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2E-CODIGOS THRU F-PASO-2E-CODIGOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7B-CARTAS THRU F-PASO-7B-CARTAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7B1-TASAS THRU F-PASO-7B1-TASAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7C-NOTAS THRU F-PASO-7C-NOTAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7J-DISPUTAS THRU F-PASO-7J-DISPUTAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7J1-RECLAMOS THRU F-PASO-7J1-RECLAMOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7K-SUSPENSO THRU F-PASO-7K-SUSPENSO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7O-GESTORES THRU F-PASO-7O-GESTORES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7O1-DEVOLUCIONES
                      THRU F-PASO-7O1-DEVOLUCIONES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7O2-AGENCIAS THRU F-PASO-7O2-AGENCIAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7O3-COMISIONES
                      THRU F-PASO-7O3-COMISIONES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7O4-CAUSAS THRU F-PASO-7O4-CAUSAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7P0-BURO THRU F-PASO-7P0-BURO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7P-ANALISTAS
                      THRU F-PASO-7P-ANALISTAS
              PERFORM PASO-7D-VERIFICACION
                      THRU F-PASO-7D-VERIFICACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7S-BARRIDO THRU F-PASO-7S-BARRIDO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-8-DEVENGAR THRU F-PASO-8-DEVENGAR
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-8C-PLANES THRU F-PASO-8C-PLANES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-8E-PREVISION THRU F-PASO-8E-PREVISION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-8F-RENTABILIDAD
                      THRU F-PASO-8F-RENTABILIDAD
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-9-SITUACION THRU F-PASO-9-SITUACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-9A-ARRASTRE THRU F-PASO-9A-ARRASTRE
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-9B-RESUMENES THRU F-PASO-9B-RESUMENES
           END-IF
              PERFORM PASO-7G-REVALUACION
                      THRU F-PASO-7G-REVALUACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1C-CAJAS THRU F-PASO-2C1C-CAJAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1D-CBU THRU F-PASO-2C1D-CBU
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1E-SALIENTES THRU F-PASO-2C1E-SALIENTES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1F-HOMEBANKING
                      THRU F-PASO-2C1F-HOMEBANKING
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C1G-ALERTAS THRU F-PASO-2C1G-ALERTAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C2-CONTABLE THRU F-PASO-2C2-CONTABLE
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C2B-CONCILIACION
                      THRU F-PASO-2C2B-CONCILIACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C3-IVA THRU F-PASO-2C3-IVA
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C4-VINCULADAS
                      THRU F-PASO-2C4-VINCULADAS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C5-SEGREGACION
                      THRU F-PASO-2C5-SEGREGACION
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-2C6-CIERRE THRU F-PASO-2C6-CIERRE
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-7E-VOLUMEN THRU F-PASO-7E-VOLUMEN
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-12-DEUDORES THRU F-PASO-12-DEUDORES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-12B-GRUPOS THRU F-PASO-12B-GRUPOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-13-VOLUMEN THRU F-PASO-13-VOLUMEN
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-13B-RECLAMOS THRU F-PASO-13B-RECLAMOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-14-CORTE-AUD THRU F-PASO-14-CORTE-AUD
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-15-ACCESOS THRU F-PASO-15-ACCESOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-15B-BONIFICACIONES
                      THRU F-PASO-15B-BONIFICACIONES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-17-SCORES THRU F-PASO-17-SCORES
           END-IF
              PERFORM PASO-20-RODAMIENTO
                      THRU F-PASO-20-RODAMIENTO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-20B-LIMITES THRU F-PASO-20B-LIMITES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-20C-CERTIFICADOS
                      THRU F-PASO-20C-CERTIFICADOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-20D-PRIVACIDAD
                      THRU F-PASO-20D-PRIVACIDAD
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-21-OVERRIDES
                      THRU F-PASO-21-OVERRIDES
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-21B-PARAMETROS
                      THRU F-PASO-21B-PARAMETROS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-16-ORDENES THRU F-PASO-16-ORDENES
           END-IF
              PERFORM PASO-16B-AUTORIZACIONES
                      THRU F-PASO-16B-AUTORIZACIONES
           END-IF
      * EL SELLO DE LA AUDITORIA VA DESPUES DEL ULTIMO PASO QUE LA
      * GRABA; LO QUE SE GRABE EN LINEA MANANA SE SELLA A LA NOCHE
           IF WK-ABORTAR = 0
              PERFORM PASO-22-SELLO THRU F-PASO-22-SELLO
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-22B-CADENA THRU F-PASO-22B-CADENA
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-22C-PEDIDOS THRU F-PASO-22C-PEDIDOS
           END-IF
           IF WK-ABORTAR = 0
              PERFORM PASO-22D-CORREO THRU F-PASO-22D-CORREO
           END-IF
           PERFORM PASO-23-TENDENCIA THRU F-PASO-23-TENDENCIA
           PERFORM PASO-11-LISTADOS THRU F-PASO-11-LISTADOS
           PERFORM FINAL-PROG    THRU F-FINAL-PROG
           GOBACK.
      * EN EL CONTROL DE REINICIO; UN PASO QUE ABORTO NO SE ASIENTA,
      * ASI LA RELANZADA LO REINTENTA
       REGISTRAR-PASO.
           PERFORM GRABAR-TIEMPO THRU F-GRABAR-TIEMPO
           IF WK-ABORTAR = 1 OR WK-PASO-SALTEADO = 1
              GO TO F-REGISTRAR-PASO
           END-IF
           CLOSE REINICIO.
       F-REGISTRAR-PASO. EXIT.

      * TODO PASO QUE CORRIO (AUN EL QUE ABORTO) DEJA SU TIEMPO EN LA
      * HISTORIA; EL QUE NO CORRESPONDE HOY NO TIENE HORA Y NO SE
      * GRABA. UN PASO QUE CRUZA LA MEDIANOCHE SUMA EL DIA ENTERO
       GRABAR-TIEMPO.
           IF WK-PASO-SALTEADO = 1 OR L-PASO-HORA-INI = SPACES
              GO TO F-GRABAR-TIEMPO
           END-IF
           MOVE L-PASO-HORA-FIN TO WK-TMP-HORA
           COMPUTE WK-TMP-SEG-FIN = WK-TMP-HH * 3600
                                  + WK-TMP-MM * 60 + WK-TMP-SS
           MOVE L-PASO-HORA-INI TO WK-TMP-HORA
           COMPUTE WK-TMP-SEG-INI = WK-TMP-HH * 3600
                                  + WK-TMP-MM * 60 + WK-TMP-SS
           IF WK-TMP-SEG-FIN < WK-TMP-SEG-INI
              ADD 86400 TO WK-TMP-SEG-FIN
           END-IF
           OPEN EXTEND TIEMPOS
           IF NOT ( WK-TMP-STAT = "00" )
              OPEN OUTPUT TIEMPOS
           END-IF
           MOVE WK-FECHA-HOY     TO TMP-FECHA
           MOVE WK-PASO-NRO      TO TMP-PASO-NRO
           MOVE L-PASO-NOM       TO TMP-PASO-NOM
           COMPUTE TMP-HORA-INI = WK-TMP-HH * 10000
                                + WK-TMP-MM * 100 + WK-TMP-SS
           COMPUTE TMP-SEGUNDOS = WK-TMP-SEG-FIN - WK-TMP-SEG-INI
           MOVE WK-CANTIDAD-PASO TO TMP-CANTIDAD
           MOVE L-PASO-ESTADO    TO TMP-ESTADO
           WRITE TMP-REG
           CLOSE TIEMPOS.
       F-GRABAR-TIEMPO. EXIT.

      * TOMA EL CERROJO DE CORRIDA; SI YA ESTA "EN CURSO" SOLO SE
      * SIGUE CUANDO EL OPERADOR DEJO EL ARCHIVO DE OVERRIDE (QUE SE
      * CONSUME Y QUEDA ANOTADO), SI NO LA CADENA SE ABORTA
           MOVE WK-HS-SEGUNDOS TO WK-HS-SEGUNDOS-ED.
       F-TOMAR-HORA. EXIT.

      * CAMBIOS DE PARAMETROS CARGADOS EN PAR001 CON VIGENCIA FUTURA:
      * SE APLICAN ANTES QUE NADA, ASI TODA LA CADENA DE LA NOCHE
      * CORRE CON LOS VALORES QUE RIGEN DESDE HOY
       PASO-00-PARAMETROS.
           MOVE "PAR002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-00-PARAMETROS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PAR002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-00-PARAMETROS. EXIT.

      * CONTROL DE ENTRADA DE LOS ARCHIVOS RECIBIDOS: TRAILER,
      * CANTIDAD Y RETRANSMISIONES, CON CUARENTENA DE LO QUE FALLA;
      * LA CADENA SIGUE CON LO SANO PERO LA BITACORA LO DESTACA
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-0C-RECURRENTES. EXIT.

      * GASTOS DE CAUSAS JUDICIALES PENDIENTES, AL LOTE DE
      * MOVIMIENTOS ANTES DE VALIDAR, COMO LOS RECURRENTES
       PASO-0C1-GASTOS-LEGALES.
           MOVE "LEG002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-0C1-GASTOS-LEGALES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "LEG002" USING WK-CANTIDAD-PASO
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-0C1-GASTOS-LEGALES. EXIT.

      * PUNTOS DE FIDELIDAD: CONSOLIDA LO QUE DEJARON CSM001 Y PTS002
      * Y ACREDITA LOS CANJES AL LOTE ANTES DE VALIDAR
       PASO-0C2-PUNTOS.
           MOVE "PTS001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-0C2-PUNTOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PTS001" USING WK-CANTIDAD-PASO
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-0C2-PUNTOS. EXIT.

      * CONTROL DE MOVIMIENTOS: VALIDA EL LOTE ANTES DE APLICARLO
       PASO-1-VALIDAR.
           MOVE "CTAS001"    TO L-PASO-NOM
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-1-VALIDAR. EXIT.

      * PRONOSTICO DE FIN DE LA CADENA (NOC002) CON LOS VOLUMENES DE
      * LA NOCHE YA VALIDADOS: SI NO LLEGA AL CORTE DEL EN LINEA QUEDA
      * DESTACADO EN LA BITACORA, PERO LA CADENA SIGUE
       PASO-1D-PRONOSTICO.
           MOVE "NOC002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-1D-PRONOSTICO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "NOC002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 1
              MOVE "SE PASA DEL CORTE"   TO L-PASO-ESTADO
           ELSE
              MOVE "OK"                  TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-1D-PRONOSTICO. EXIT.

      * RESGUARDO POR GENERACIONES DE LOS DOS MAESTROS ANTES DE
      * APLICAR NADA; SI EL RESGUARDO NO VERIFICA NO SE APLICA
       PASO-1B-RESGUARDO.
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "BCK001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-CICLO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2-APLICAR. EXIT.

      * PEDIDOS DE AUTOGESTION DE HOME BANKING: BLOQUEA TARJETAS,
      * REGISTRA ADHESIONES Y AGREGA LOS CAMBIOS DE DOMICILIO Y EMAIL
      * AL LOTE DE DOM001, POR ESO CORRE JUSTO ANTES. UN ARCHIVO QUE
      * NO BALANCEA CON SU TRAILER SE RECLAMA AL CANAL SIN FRENAR
      * LA CADENA
       PASO-2A0B-HOMEBANKING.
           MOVE "HBK002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2A0B-HOMEBANKING
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "HBK002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "HBANK NO BALANCEA"   TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A0B-HOMEBANKING. EXIT.

      * NOVEDADES DEL MAESTRO DE CODIGOS POSTALES; CORRE ANTES DE
      * DOM001 PORQUE SU ABM VALIDA LOS DOMICILIOS CONTRA ESE MAESTRO
       PASO-2A0C-CPOSTALES.
           MOVE "CPO001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2A0C-CPOSTALES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CPO001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A0C-CPOSTALES. EXIT.

      * APLICACION DEL LOTE DE MOVIMIENTOS DE DOMICILIOS SOBRE EL
      * MAESTRO DE CONTACTO
       PASO-2A-DOMICILIOS.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A2-COTITULARES. EXIT.

      * REVISION DE LA CARTERA CONTRA LA LISTA DE SANCIONADOS Y PEP,
      * YA CON LAS ALTAS Y COTITULARES DEL DIA; SOLO TRABAJA CUANDO
      * LLEGO UNA LISTA NUEVA. LAS COINCIDENCIAS QUEDAN EN LA COLA DE
      * CUMPLIMIENTO Y NO CORTAN LA CADENA
       PASO-2A2B-LISTA.
           MOVE "LST001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2A2B-LISTA
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "LST001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "COLA PEND. LLENA"    TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A2B-LISTA. EXIT.

      * PADRON DE FALLECIMIENTOS: BLOQUEA CUENTAS POR SUCESION Y
      * MARCA PLASTICOS, ANTES DE QUE SE APLIQUEN PAGOS Y CONSUMOS
       PASO-2A3-FALLECIDOS.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A3-FALLECIDOS. EXIT.

      * RESPUESTA DE LA ASEGURADORA DEL SEGURO DE VIDA SALDO DEUDOR:
      * CANCELA LA DEUDA DE LOS SINIESTROS PAGADOS
       PASO-2A3B-SEGURO.
           MOVE "SVD001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2A3B-SEGURO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "SVD001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2A3B-SEGURO. EXIT.

      * APLICACION DE LOS PAGOS DE LA RED DE COBRANZA SOBRE LOS
      * SALDOS, CON SU PROPIO CONTROL DE TRAILER Y DE RECIBOS
       PASO-2B-PAGOS.
           MOVE "PAG001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B-PAGOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PAG001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B-PAGOS. EXIT.

      * ACREDITACION DE LAS NOMINAS DEL PLAN SUELDO QUE PASARON LA
      * ENTRADA; UNA NOMINA QUE NO BALANCEA CON SU TRAILER SE RECLAMA
      * AL EMPLEADOR PERO NO FRENA LA CADENA, COMO LAS CAJAS
       PASO-2B0-SUELDOS.
           MOVE "SUE001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B0-SUELDOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "SUE001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "NOMINA NO BALANCEA"  TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B0-SUELDOS. EXIT.

      * TRANSFERENCIAS RECIBIDAS DE OTROS BANCOS POR LA CAMARA; LAS
      * QUE NO SE PUEDEN ACREDITAR VAN AL SUSPENSO, Y UN ARCHIVO QUE
      * NO BALANCEA CON SU TRAILER SE RECLAMA A LA CAMARA SIN FRENAR
      * LA CADENA
       PASO-2B0B-ENTRANTES.
           MOVE "TRF004"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B0B-ENTRANTES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "TRF004" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "CAMARA NO BALANCEA"  TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B0B-ENTRANTES. EXIT.

      * CLEARING DE PAGOS: LIBERA LAS RETENCIONES VENCIDAS Y
      * PROCESA LOS CHEQUES REBOTADOS
       PASO-2B3-CLEARING.
           MOVE "PAG002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B3-CLEARING
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PAG002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B3-CLEARING. EXIT.

      * TAMIZ DE FRAUDE DE LOS CONSUMOS: LOS SOSPECHOSOS QUEDAN
      * RETENIDOS PARA FRA002 Y SOLO LO LIMPIO SIGUE A CSM001
       PASO-2B2-FRAUDE.
           MOVE "FRA001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B2-FRAUDE
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "FRA001" USING WK-CANTIDAD-PASO
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B2-FRAUDE. EXIT.

      * AUTORIZACIONES DEL DIA DEL PROCESADOR: QUEDAN RETENIENDO
      * MARGEN HASTA QUE CSM001 LIQUIDE EL CONSUMO O VENZAN
       PASO-2B4-AUTORIZACIONES.
           MOVE "AUT002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2B4-AUTORIZACIONES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AUT002" USING WK-CANTIDAD-PASO
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2B4-AUTORIZACIONES. EXIT.

      * APLICACION DE LOS CONSUMOS DIARIOS DEL PROCESADOR DE
      * TARJETAS SOBRE LOS SALDOS
       PASO-2C-CONSUMOS.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1-LIQUIDACION. EXIT.

      * CASTIGO MENSUAL DE CARTERA INCOBRABLE: SOLO LA NOCHE DE FIN
      * DE MES, DESPUES DE LOS PAGOS DEL DIA Y ANTES DE CNT001, QUE
      * TIENE QUE ASENTAR LOS CASTIGOS ESA MISMA NOCHE
       PASO-2C1B-CASTIGOS.
           MOVE "CAS001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1B-CASTIGOS
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-2C1B-CASTIGOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CAS001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1B-CASTIGOS. EXIT.

      * RESUMEN DE CAJAS POR SUCURSAL (CAJ002) CON LOS ARQUEOS DEL
      * DIA, JUSTO ANTES DE CNT001 QUE ASIENTA SUS SOBRANTES Y
      * FALTANTES; UNA CAJA SIN ARQUEO SE DESTACA PERO LA CADENA SIGUE
       PASO-2C1C-CAJAS.
           MOVE "CAJ002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1C-CAJAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CAJ002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CAJAS SIN ARQUEO"    TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1C-CAJAS. EXIT.

      * CBU PARA LAS CUENTAS DADAS DE ALTA EN EL DIA
       PASO-2C1D-CBU.
           MOVE "CBU001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1D-CBU
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CBU001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "ERROR DE E/S"        TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1D-CBU. EXIT.

      * ARCHIVO PARA LA CAMARA CON LAS TRANSFERENCIAS A OTROS BANCOS
      * CARGADAS EN EL DIA (YA DEBITADAS POR TRF002)
       PASO-2C1E-SALIENTES.
           MOVE "TRF003"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1E-SALIENTES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "TRF003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "ERROR DE E/S"        TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1E-SALIENTES. EXIT.

      * NOVEDAD DE SALDOS, ULTIMOS MOVIMIENTOS, TARJETAS Y RESUMEN
      * PARA HOME BANKING Y EL IVR, CON TODO LO DEL DIA YA APLICADO Y
      * ANTES DEL CORTE DE LA AUDITORIA DE LA QUE SALEN LOS MOVIMIENTOS
       PASO-2C1F-HOMEBANKING.
           MOVE "HBK001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1F-HOMEBANKING
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "HBK001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "ERROR DE E/S"        TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1F-HOMEBANKING. EXIT.

      * ALERTAS POR SMS Y EMAIL DE LOS CONSUMOS, BLOQUEOS Y CUENTAS
      * DEL DIA; SOLO LEE LOS MAESTROS, ASI QUE NO DETIENE LA CADENA
       PASO-2C1G-ALERTAS.
           MOVE "ALR001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C1G-ALERTAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "ALR001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C1G-ALERTAS. EXIT.

      * ASIENTOS CONTABLES DEL DIA DESDE LA AUDITORIA, DESPUES DE
      * TODOS LOS PASOS DE APLICACION Y TAMBIEN DE LOS MENSUALES
      * (DEVENGAMIENTO, CARGOS, REVALUACION), PARA QUE SUS MOVIMIENTOS
      * DE FIN DE MES SE ASIENTEN ESA MISMA NOCHE Y ANTES DEL CORTE
      * DE LA AUDITORIA; UN ASIENTO DESBALANCEADO NO SE ENTREGA Y
      * FRENA LA CADENA
       PASO-2C2-CONTABLE.
           MOVE "CNT001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C2-CONTABLE. EXIT.

      * CONCILIACION DEL MAYOR DE CONTROL CONTRA LAS CUENTAS (CNC001)
      * TODAS LAS NOCHES, APENAS CNT001 ACUMULO LO ASENTADO; UNA
      * DIFERENCIA SE DESTACA EN LA BITACORA PERO LA CADENA SIGUE
       PASO-2C2B-CONCILIACION.
           MOVE "CNC001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C2B-CONCILIACION
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CNC001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CON DIFERENCIAS"     TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C2B-CONCILIACION. EXIT.

      * PRESENTACION MENSUAL DEL IVA COBRADO SOBRE CARGOS (IVA001):
      * LA NOCHE DE FIN DE MES, YA ASENTADO EL IVA DEL DEVENGAMIENTO;
      * SI EL LIBRO FISCAL NO CONCILIA CON EL MAYOR NO HAY
      * PRESENTACION, PERO LA CADENA SIGUE
       PASO-2C3-IVA.
           MOVE "IVA001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C3-IVA
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-2C3-IVA
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "IVA001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "NO CONCILIA"         TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C3-IVA. EXIT.

      * OPERACIONES DE EMPLEADOS SOBRE CUENTAS PROPIAS O DE SUS
      * FAMILIARES (OPV001): TODAS LAS NOCHES, CON LA AUDITORIA, LAS
      * BONIFICACIONES Y LA COLA DE APROBACION DEL DIA COMPLETAS; LO
      * SENALADO SE INFORMA PERO LA CADENA SIGUE
       PASO-2C4-VINCULADAS.
           MOVE "OPV001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C4-VINCULADAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "OPV001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CON OBSERVACIONES"   TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C4-VINCULADAS. EXIT.

      * INFORME MENSUAL DE SEGREGACION DE FUNCIONES (OPV002) PARA
      * AUDITORIA INTERNA, LA NOCHE DE FIN DE MES DESPUES DEL CONTROL
      * DE ESE DIA
       PASO-2C5-SEGREGACION.
           MOVE "OPV002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C5-SEGREGACION
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-2C5-SEGREGACION
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "OPV002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CON OBSERVACIONES"   TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C5-SEGREGACION. EXIT.

      * CIERRE DEL PERIODO CONTABLE (PER001) LA NOCHE DE FIN DE MES,
      * YA CORRIDOS DEVENGAMIENTO, SUSPENSO, CORTE Y ASIENTO DEL DIA;
      * SI LA LISTA DE CONTROL NO DA, EL MES QUEDA ABIERTO
       PASO-2C6-CIERRE.
           MOVE "PER001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2C6-CIERRE
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-2C6-CIERRE
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PER001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "PERIODO ABIERTO"     TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2C6-CIERRE. EXIT.

      * REGENERACION OFICIAL DE LAS COPIAS DEL MAESTRO PARA LA FLOTA
      * DE REPORTES, CON SU ESTAMPA DE FECHA; SIN ESTAMPA DE HOY LOS
      * REPORTES SE NIEGAN A CORRER
           MOVE "GEN001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2D-EXTRACTOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "GEN001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "NO CONCILIA"         TO L-PASO-ESTADO
              MOVE 1 TO WK-ABORTAR
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2D-EXTRACTOS. EXIT.

      * NOVEDADES DE LOS MAESTROS PARA EL DATA WAREHOUSE, CONCILIADAS
      * CONTRA LAS COPIAS QUE ACABA DE GENERAR GEN001; SI NO CONCILIA
      * BI NO CARGA ESE EXTRACTO, PERO LA CADENA DEL BANCO SIGUE
       PASO-2D1-DWH.
           MOVE "DWH001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-2D1-DWH
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "DWH001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "BI NO CONCILIA"      TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-2D1-DWH. EXIT.

      * AUDITORIA DE CODIGOS HUERFANOS DESPUES DE CUALQUIER CAMBIO
      * DE TABLAS Y ANTES DE LA FLOTA DE REPORTES; UN HUERFANO NO
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "RIE001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-PEDIDO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CON002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-CICLO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7B-CARTAS. EXIT.

      * AVISO ANTICIPADO DE LOS CAMBIOS DE TASAS Y CARGOS; VA ANTES
      * DEL DEVENGAMIENTO, QUE NO APLICA UN AUMENTO SIN AVISO
       PASO-7B1-TASAS.
           MOVE "TAS001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7B1-TASAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "TAS001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7B1-TASAS. EXIT.

      * LISTADO DIARIO DE NOTAS DE CUENTA PARA EL SUPERVISOR
       PASO-7C-NOTAS.
           MOVE "NOT001"     TO L-PASO-NOM
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7J-DISPUTAS. EXIT.

      * RECLAMOS DE CLIENTES POR VENCER Y VENCIDOS CONTRA EL PLAZO
      * REGULATORIO; ALGUNO VENCIDO QUEDA DESTACADO EN LA BITACORA
       PASO-7J1-RECLAMOS.
           MOVE "QJA002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7J1-RECLAMOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "QJA002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CON OBSERVACIONES"   TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7J1-RECLAMOS. EXIT.

      * SALDO DIARIO DEL SUSPENSO DE PAGOS: PENDIENTE DISTINTO DE
      * CERO QUEDA DESTACADO EN LA BITACORA
       PASO-7K-SUSPENSO.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7O-GESTORES. EXIT.

      * DEVOLUCIONES DE LAS AGENCIAS DE COBRANZA EXTERNAS, ANTES DE
      * COLOCAR PARA QUE LO DEVUELTO PUEDA IR A OTRA AGENCIA
       PASO-7O1-DEVOLUCIONES.
           MOVE "AGC002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7O1-DEVOLUCIONES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AGC002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7O1-DEVOLUCIONES. EXIT.

      * COLOCACION Y RETIRO DE CUENTAS EN LAS AGENCIAS DE COBRANZA;
      * CADA ARCHIVO ENVIADO QUEDA EN TRN001 PARA EL PASO DE ACUSES
       PASO-7O2-AGENCIAS.
           MOVE "AGC001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7O2-AGENCIAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AGC001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7O2-AGENCIAS. EXIT.

      * LIQUIDACION DE COMISIONES DE LAS AGENCIAS, A FIN DE MES
       PASO-7O3-COMISIONES.
           MOVE "AGC003"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7O3-COMISIONES
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-7O3-COMISIONES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AGC003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7O3-COMISIONES. EXIT.

      * CARTERA DE CAUSAS JUDICIALES ABIERTAS PARA LEGALES, POR
      * ETAPA Y POR ABOGADO; SOLO A FIN DE MES
       PASO-7O4-CAUSAS.
           MOVE "LEG003"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7O4-CAUSAS
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-7O4-CAUSAS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "LEG003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7O4-CAUSAS. EXIT.

      * BURO DE CREDITO DE LOS CASOS EN ANALISIS: PEDIDOS, INFORMES
      * RECIBIDOS Y DENEGACIONES AUTOMATICAS, ANTES DEL CONTEO DE
      * DECISIONES DEL DIA
       PASO-7P0-BURO.
           MOVE "BUR001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7P0-BURO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "BUR001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
                   MOVE "TABLA MOVS. LLENA"   TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7P0-BURO. EXIT.

      * DECISIONES DE ANALISIS DEL DIA POR ANALISTA, PARA EL
      * SUPERVISOR DE LA COLA
       PASO-7P-ANALISTAS.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7D-VERIFICACION. EXIT.

      * COBERTURA AUTOMATICA DEL DESCUBIERTO DE LAS CUENTAS ADHERIDAS
      * CON LAS OTRAS CUENTAS DEL CLIENTE, TODAS LAS NOCHES Y ANTES
      * DEL DEVENGAMIENTO PARA QUE NO SE COBRE INTERES SOBRE LO CUBIERTO
       PASO-7S-BARRIDO.
           MOVE "BAR001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-7S-BARRIDO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "BAR001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-7S-BARRIDO. EXIT.

      * DEVENGAMIENTO MENSUAL DE INTERESES Y MANTENIMIENTO, SOLO LA
      * NOCHE DE FIN DE MES SEGUN EL CALENDARIO
       PASO-8-DEVENGAR.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-8C-PLANES. EXIT.

      * PREVISION POR INCOBRABILIDAD DE FIN DE MES; DEJA LA RESERVA
      * DE CADA CUENTA PARA LA RENTABILIDAD
       PASO-8E-PREVISION.
           MOVE "PRO001"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-8E-PREVISION
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-8E-PREVISION
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PRO001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-8E-PREVISION. EXIT.

      * RENTABILIDAD MENSUAL POR PRODUCTO Y SUCURSAL, CON LOS CARGOS
      * YA DEVENGADOS Y LA PREVISION DEL MES
       PASO-8F-RENTABILIDAD.
           MOVE "RNT001"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-8F-RENTABILIDAD
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-8F-RENTABILIDAD
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "RNT001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-8F-RENTABILIDAD. EXIT.

      * TRANSICIONES DE SITUACION POR ATRASO, TAMBIEN MENSUALES
       PASO-9-SITUACION.
           MOVE "CTAS010"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-9-SITUACION
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-9-SITUACION
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CTAS010" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-9-SITUACION. EXIT.

      * CLASIFICACION POR DEUDOR Y ARRASTRE ENTRE PRODUCTOS, SOBRE
      * LAS SITUACIONES QUE ACABA DE MOVER CTAS010; TAMBIEN MENSUAL
       PASO-9A-ARRASTRE.
           MOVE "SIT001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-9A-ARRASTRE
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-9A-ARRASTRE
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "SIT001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-9A-ARRASTRE. EXIT.

      * ARCHIVADO DE CUENTAS DE BAJA VENCIDAS, TAMBIEN MENSUAL
       PASO-10-ARCHIVAR.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-13-VOLUMEN. EXIT.

      * INFORME MENSUAL DE RECLAMOS POR CATEGORIA Y TIEMPO DE
      * RESOLUCION PARA EL REGULADOR, SOLO LA NOCHE DE FIN DE MES
       PASO-13B-RECLAMOS.
           MOVE "QJA003"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-13B-RECLAMOS
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-13B-RECLAMOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "QJA003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-13B-RECLAMOS. EXIT.

      * ARCHIVO MENSUAL DE DEUDORES PARA EL REGIMEN INFORMATIVO,
      * SOLO LA NOCHE DE FIN DE MES
       PASO-12-DEUDORES.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-12-DEUDORES. EXIT.

      * EXPOSICION DE LOS GRUPOS ECONOMICOS Y CONCENTRACION DE LA
      * CARTERA, SOLO LA NOCHE DE FIN DE MES; ES UN INFORME, NO
      * DETIENE LA CADENA
       PASO-12B-GRUPOS.
           MOVE "GRP001"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-12B-GRUPOS
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-12B-GRUPOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "GRP001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-12B-GRUPOS. EXIT.

      * CORTE MENSUAL DE LA AUDITORIA: LO MAS VIEJO QUE LA RETENCION
      * PASA A LOS ARCHIVOS AUDITORIA-AAAAMM, SOLO EN FIN DE MES
       PASO-14-CORTE-AUD.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-15-ACCESOS. EXIT.

      * INFORME MENSUAL DE BONIFICACIONES POR OPERADOR, SUCURSAL Y
      * MOTIVO, SOLO EN FIN DE MES; ES UN LISTADO Y NO CORTA LA CADENA
       PASO-15B-BONIFICACIONES.
           MOVE "BON002"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-15B-BONIFICACIONES
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-15B-BONIFICACIONES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "BON002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "RESUMEN INCOMPLETO"  TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-15B-BONIFICACIONES. EXIT.

      * PUNTAJE MENSUAL DE COMPORTAMIENTO POR CUENTA, SOLO LA NOCHE
      * DE FIN DE MES
       PASO-17-SCORES.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-20-RODAMIENTO. EXIT.

      * GESTION TRIMESTRAL DE LIMITES (BAJAS CON PREAVISO Y AUMENTOS
      * PREAPROBADOS): SOLO EL FIN DE MES DE MARZO, JUNIO, SETIEMBRE
      * Y DICIEMBRE, CON LOS PUNTAJES DE SCO001 Y LAS TRANSICIONES
      * DE CTAS010 YA GRABADOS
       PASO-20B-LIMITES.
           MOVE "LIM003"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-20B-LIMITES
           END-IF
           MOVE WK-FECHA-HOY TO WK-FECHA-TRIMESTRE
           IF NOT ( WK-CAL-FIN-MES = "S" )
              OR NOT ( WK-TRIM-MES = 3 OR 6 OR 9 OR 12 )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-20B-LIMITES
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "LIM003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "TABLA LLENA"         TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-20B-LIMITES. EXIT.

      * CERTIFICADOS ANUALES DE INTERESES E IMPUESTOS (CER001): UNA
      * VEZ POR ANIO, EL CIERRE DE ENERO, CUANDO YA ESTA DEVENGADO
      * TODO EL ANIO ANTERIOR; CER001 NO REPITE UN ANIO YA EMITIDO
       PASO-20C-CERTIFICADOS.
           MOVE "CER001"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-20C-CERTIFICADOS
           END-IF
           MOVE WK-FECHA-HOY TO WK-FECHA-TRIMESTRE
           IF NOT ( WK-CAL-FIN-MES = "S" )
              OR NOT ( WK-TRIM-MES = 1 )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-20C-CERTIFICADOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "CER001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "TABLA LLENA"         TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-20C-CERTIFICADOS. EXIT.

      * DEPURACION ANUAL DE DATOS PERSONALES DE EX CLIENTES (PDP001):
      * EL CIERRE DE ENERO, DESPUES DE LOS CERTIFICADOS; EL LISTADO
      * ES EL CERTIFICADO PARA EL RESPONSABLE DE PROTECCION DE DATOS
       PASO-20D-PRIVACIDAD.
           MOVE "PDP001"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-20D-PRIVACIDAD
           END-IF
           MOVE WK-FECHA-HOY TO WK-FECHA-TRIMESTRE
           IF NOT ( WK-CAL-FIN-MES = "S" )
              OR NOT ( WK-TRIM-MES = 1 )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-20D-PRIVACIDAD
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PDP001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "TABLA LLENA"         TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-20D-PRIVACIDAD. EXIT.

      * REPORTE MENSUAL DE OVERRIDES EMITIDOS, SOLO EN FIN DE MES
       PASO-21-OVERRIDES.
           MOVE "OVR001"    TO L-PASO-NOM
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-21-OVERRIDES. EXIT.

      * REPORTE MENSUAL DE CAMBIOS DE PARAMETROS PARA AUDITORIA, SOLO
      * EN FIN DE MES
       PASO-21B-PARAMETROS.
           MOVE "PAR003"    TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-21B-PARAMETROS
           END-IF
           IF NOT ( WK-CAL-FIN-MES = "S" )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-21B-PARAMETROS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "PAR003" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           MOVE "OK"         TO L-PASO-ESTADO
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-21B-PARAMETROS. EXIT.

      * GENERACION DEL ARCHIVO DE ORDENES DE DEBITO AUTOMATICO PARA
      * LA RED, CON LOS SALDOS YA ACTUALIZADOS POR TODA LA NOCHE
       PASO-16-ORDENES.
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-16B-AUTORIZACIONES. EXIT.

      * SELLO NOCTURNO DE LA AUDITORIA (AUD004): ENCADENA LO GRABADO
      * DESDE EL SELLO ANTERIOR Y DEJA EL SELLO DEL DIA
       PASO-22-SELLO.
           MOVE "AUD004"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-22-SELLO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AUD004" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CON OBSERVACIONES"   TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-22-SELLO. EXIT.

      * VERIFICACION SEMANAL DE LA CADENA (AUD005), EL MISMO DIA QUE
      * VER001: MESES ARCHIVADOS Y VIVO CONTRA LOS SELLOS
       PASO-22B-CADENA.
           MOVE "AUD005"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-22B-CADENA
           END-IF
           IF NOT ( WK-CAL-DIA-SEMANA = 1 )
              MOVE SPACES TO L-PASO-HORA-INI
                             L-PASO-HORA-FIN
              MOVE 0      TO L-PASO-CANTIDAD
              MOVE "NO CORRESPONDE HOY" TO L-PASO-ESTADO
              WRITE REG-BIT FROM LIN-PASO
              PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO
              GO TO F-PASO-22B-CADENA
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "AUD005" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "CADENA ROTA"         TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-22B-CADENA. EXIT.

      * LISTADOS PEDIDOS DESDE EL MENU (COL002); CORRE CON LOS
      * MAESTROS YA ACTUALIZADOS. UN PEDIDO FALLIDO NO ABORTA
       PASO-22C-PEDIDOS.
           MOVE "COL002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-22C-PEDIDOS
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "COL002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           IF RETURN-CODE = 0
              MOVE "OK"                  TO L-PASO-ESTADO
           ELSE
              MOVE "PEDIDOS CON FALLA"   TO L-PASO-ESTADO
           END-IF
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-22C-PEDIDOS. EXIT.

      * SOBRE UNICO POR CLIENTE CON LAS PIEZAS DE PAPEL DEL DIA DE
      * CAR001, DOR001, LIM002, RES001 Y RIE001; VA DESPUES DE TODAS
      * ELLAS PARA QUE NINGUNA PIEZA QUEDE PARA EL DIA SIGUIENTE
       PASO-22D-CORREO.
           MOVE "COR001"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-22D-CORREO
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "COR001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
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
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-22D-CORREO. EXIT.

      * TENDENCIA DE TIEMPOS (NOC002) CON LA NOCHE COMPLETA; CORRE
      * AUNQUE LA CADENA SE HAYA ABORTADO, ANTES DEL ARCHIVO FECHADO
      * DE LOS LISTADOS PARA QUE EL SUYO QUEDE GUARDADO
       PASO-23-TENDENCIA.
           MOVE "NOC002"     TO L-PASO-NOM
           PERFORM CONTROLAR-PASO THRU F-CONTROLAR-PASO
           IF WK-PASO-SALTEADO = 1
              GO TO F-PASO-23-TENDENCIA
           END-IF
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "NOC002" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE "OK"                TO L-PASO-ESTADO
              WHEN 1
                 MOVE "SE PASA DEL CORTE" TO L-PASO-ESTADO
              WHEN OTHER
                 MOVE "PASOS MAS LENTOS"  TO L-PASO-ESTADO
           END-EVALUATE
           WRITE REG-BIT FROM LIN-PASO
           PERFORM REGISTRAR-PASO THRU F-REGISTRAR-PASO.
       F-PASO-23-TENDENCIA. EXIT.

      * ARCHIVO FECHADO DE LOS LISTADOS DE LA NOCHE; CORRE AUNQUE LA
      * CADENA SE HAYA ABORTADO, PARA CONSERVAR LA EVIDENCIA
       PASO-11-LISTADOS.
           MOVE WK-HS-ED     TO L-PASO-HORA-INI
           CALL "ARC001" USING WK-CANTIDAD-PASO
                                 WK-MODO-BATCH
                                 WK-MODO-PEDIDO
           PERFORM TOMAR-HORA THRU F-TOMAR-HORA
           MOVE WK-HS-ED     TO L-PASO-HORA-FIN
           MOVE WK-CANTIDAD-PASO TO L-PASO-CANTIDAD
