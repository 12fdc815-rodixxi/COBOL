      * EXPOSICION DE LOS GRUPOS ECONOMICOS, COMPARTIDA POR EL
      * INFORME MENSUAL (GRP001) Y LA DECISION DE LIMITES (LIM002)
      * PARA QUE AMBOS MIDAN AL GRUPO IGUAL. EL QUE LA COPIA DECLARA
      * M-CUENTAS (ABIERTO), CUOTAS, PLANES, M-COTITULARES,
      * COTIZACIONES, GRUPOS Y PARAMETROS-GRUPOS CON SUS STATUS, MAS
      * WK-GRUPOS.CPY Y WK-COTIZACION.CPY.
      * EXPOSICION DE UNA CUENTA VIVA, EN PESOS: EL MAYOR ENTRE SU
      * LIMITE Y LO QUE YA USA (SALDO NEGATIVO, EN DOLARES A LA
      * COTIZACION DEL DIA, MAS LAS CUOTAS AUN NO FACTURADAS). EL
      * SALDO DE LOS PLANES VIGENTES SE INFORMA APARTE PERO NO SE
      * SUMA: EL PLAN REFINANCIA UN DESCUBIERTO QUE SIGUE EN EL
      * SALDO. EXPONER-GRUPO Y EXPONER-CARTERA RECORREN M-CUENTAS Y
      * PISAN CTAS-REG.
       ABRIR-GRUPOS.
           PERFORM LEER-PARAMETRO-GRUPOS
                   THRU F-LEER-PARAMETRO-GRUPOS
           PERFORM CARGAR-GRUPOS THRU F-CARGAR-GRUPOS
           IF WK-CTZ-FECHA = 0
              ACCEPT WK-CTZ-FECHA FROM CENTURY-DATE
           END-IF
           PERFORM LEER-COTIZACION THRU F-LEER-COTIZACION
           PERFORM CARGAR-CUOTAS-GRUPOS THRU F-CARGAR-CUOTAS-GRUPOS
           MOVE 0 TO WK-GEX-HAY-PLANES
                     WK-GEX-HAY-COTIT
           OPEN INPUT PLANES
           IF WK-PLN-STAT = "00"
              MOVE 1 TO WK-GEX-HAY-PLANES
           END-IF
           OPEN INPUT M-COTITULARES
           IF WK-COT-STAT = "00"
              MOVE 1 TO WK-GEX-HAY-COTIT
           END-IF.
       F-ABRIR-GRUPOS. EXIT.

       CERRAR-GRUPOS.
           IF WK-GEX-HAY-PLANES = 1
              CLOSE PLANES
           END-IF
           IF WK-GEX-HAY-COTIT = 1
              CLOSE M-COTITULARES
           END-IF
           MOVE 0 TO WK-GEX-HAY-PLANES
                     WK-GEX-HAY-COTIT.
       F-CERRAR-GRUPOS. EXIT.

      * SIN GRP001.PAR O CON CERO RIGE EL 10,00% DE FABRICA
       LEER-PARAMETRO-GRUPOS.
           OPEN INPUT PARAMETROS-GRUPOS
           IF WK-PAR-GRP-STAT = "00"
              READ PARAMETROS-GRUPOS AT END
                   CONTINUE
              NOT AT END
                   IF PAR-GRP-PORCENTAJE IS NUMERIC
                      AND PAR-GRP-PORCENTAJE > 0
                      MOVE PAR-GRP-PORCENTAJE TO WK-GRP-PORCENTAJE
                   END-IF
              END-READ
              CLOSE PARAMETROS-GRUPOS
           END-IF.
       F-LEER-PARAMETRO-GRUPOS. EXIT.

       CARGAR-GRUPOS.
           MOVE 0 TO WK-GRU-CANT
                     WK-GRU-FINAL
                     WK-GRU-DESBORDE
           OPEN INPUT GRUPOS
           IF NOT ( WK-GRU-STAT = "00" )
              GO TO F-CARGAR-GRUPOS
           END-IF
           PERFORM UNTIL WK-GRU-FINAL = 1
              READ GRUPOS AT END
                   MOVE 1 TO WK-GRU-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF WK-GRU-CANT < 5000
                 ADD 1 TO WK-GRU-CANT
                 MOVE GRU-NUMERO    TO TAB-GRU-NUMERO(WK-GRU-CANT)
                 MOVE GRU-DOCUMENTO TO TAB-GRU-DOCUMENTO(WK-GRU-CANT)
                 MOVE GRU-NOMBRE    TO TAB-GRU-NOMBRE(WK-GRU-CANT)
                 MOVE GRU-VINCULO   TO TAB-GRU-VINCULO(WK-GRU-CANT)
              ELSE
                 MOVE 1 TO WK-GRU-DESBORDE
              END-IF
           END-PERFORM
           CLOSE GRUPOS.
       F-CARGAR-GRUPOS. EXIT.

      * LO NO FACTURADO DE LAS COMPRAS EN CUOTAS VIGENTES, SUMADO
      * POR CUENTA
       CARGAR-CUOTAS-GRUPOS.
           MOVE 0 TO WK-GEX-CUO-CANT
                     WK-GEX-CUO-DESBORDE
                     WK-GEX-FINAL
           OPEN INPUT CUOTAS
           IF NOT ( WK-CUO-STAT = "00" )
              GO TO F-CARGAR-CUOTAS-GRUPOS
           END-IF
           PERFORM UNTIL WK-GEX-FINAL = 1
              READ CUOTAS AT END
                   MOVE 1 TO WK-GEX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CUO-ESTADO = "A" )
                 OR CUO-IMP-FACTURADO NOT < CUO-IMPORTE
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CUO-DOCUMENTO TO WK-GEX-DOCUMENTO
              MOVE CUO-PRODUCTO  TO WK-GEX-PRODUCTO
              PERFORM BUSCAR-CUOTAS-CUENTA
                      THRU F-BUSCAR-CUOTAS-CUENTA
              IF WK-GEX-CUO-HALLADO = 0
                 IF WK-GEX-CUO-CANT NOT < 9999
                    MOVE 1 TO WK-GEX-CUO-DESBORDE
                    EXIT PERFORM CYCLE
                 END-IF
                 ADD 1 TO WK-GEX-CUO-CANT
                 MOVE WK-GEX-CUO-CANT TO WK-GEX-CUO-HALLADO
                 MOVE CUO-DOCUMENTO
                   TO TAB-GEX-CUO-DOCUMENTO(WK-GEX-CUO-HALLADO)
                 MOVE CUO-PRODUCTO
                   TO TAB-GEX-CUO-PRODUCTO(WK-GEX-CUO-HALLADO)
                 MOVE 0 TO TAB-GEX-CUO-IMPORTE(WK-GEX-CUO-HALLADO)
              END-IF
              COMPUTE TAB-GEX-CUO-IMPORTE(WK-GEX-CUO-HALLADO) =
                      TAB-GEX-CUO-IMPORTE(WK-GEX-CUO-HALLADO)
                      + CUO-IMPORTE - CUO-IMP-FACTURADO
           END-PERFORM
           CLOSE CUOTAS.
       F-CARGAR-CUOTAS-GRUPOS. EXIT.

       BUSCAR-CUOTAS-CUENTA.
           MOVE 0 TO WK-GEX-CUO-HALLADO
           PERFORM VARYING WK-GEX-CUO-IND FROM 1 BY 1
                   UNTIL WK-GEX-CUO-IND > WK-GEX-CUO-CANT
                      OR WK-GEX-CUO-HALLADO > 0
              IF TAB-GEX-CUO-DOCUMENTO(WK-GEX-CUO-IND)
                 = WK-GEX-DOCUMENTO
                 AND TAB-GEX-CUO-PRODUCTO(WK-GEX-CUO-IND)
                 = WK-GEX-PRODUCTO
                 MOVE WK-GEX-CUO-IND TO WK-GEX-CUO-HALLADO
              END-IF
           END-PERFORM.
       F-BUSCAR-CUOTAS-CUENTA. EXIT.

      * GRUPO DE WK-GEX-DOCUMENTO EN WK-GEX-GRUPO-DOC; 0 = NINGUNO
       BUSCAR-GRUPO-DOC.
           MOVE 0 TO WK-GEX-GRUPO-DOC
           PERFORM VARYING WK-GEX-BUS-IND FROM 1 BY 1
                   UNTIL WK-GEX-BUS-IND > WK-GRU-CANT
                      OR WK-GEX-GRUPO-DOC > 0
              IF TAB-GRU-DOCUMENTO(WK-GEX-BUS-IND) = WK-GEX-DOCUMENTO
                 MOVE TAB-GRU-NUMERO(WK-GEX-BUS-IND)
                   TO WK-GEX-GRUPO-DOC
              END-IF
           END-PERFORM.
       F-BUSCAR-GRUPO-DOC. EXIT.

      * EXPOSICION DE LA CUENTA QUE ESTA EN CTAS-REG
       EXPONER-CUENTA.
           MOVE 0 TO WK-GEX-CTA-DEUDA
                     WK-GEX-CTA-CUOTAS
           IF CTAS-SALDO < 0
              IF CTAS-MONEDA = "D"
                 COMPUTE WK-GEX-CTA-DEUDA ROUNDED =
                         ( 0 - CTAS-SALDO ) * WK-COTIZACION-DOLAR
              ELSE
                 COMPUTE WK-GEX-CTA-DEUDA = 0 - CTAS-SALDO
              END-IF
           END-IF
           MOVE CTAS-DOCUMENTO TO WK-GEX-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO WK-GEX-PRODUCTO
           PERFORM BUSCAR-CUOTAS-CUENTA THRU F-BUSCAR-CUOTAS-CUENTA
           IF WK-GEX-CUO-HALLADO > 0
              MOVE TAB-GEX-CUO-IMPORTE(WK-GEX-CUO-HALLADO)
                TO WK-GEX-CTA-CUOTAS
           END-IF
           COMPUTE WK-GEX-CTA-USO = WK-GEX-CTA-DEUDA
                                  + WK-GEX-CTA-CUOTAS
           IF WK-GEX-CTA-USO > CTAS-LIMITE
              MOVE WK-GEX-CTA-USO TO WK-GEX-CTA-EXPOSICION
           ELSE
              MOVE CTAS-LIMITE    TO WK-GEX-CTA-EXPOSICION
           END-IF.
       F-EXPONER-CUENTA. EXIT.

      * TODAS LAS CUENTAS VIVAS DEL MAESTRO; EL TOPE DE UN GRUPO ES
      * WK-GRP-PORCENTAJE DE ESA CARTERA
       EXPONER-CARTERA.
           MOVE 0 TO WK-GEX-CARTERA
                     WK-GEX-FINAL
                     CTAS-DOCUMENTO
                     CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GEX-FINAL
           END-START
           PERFORM UNTIL WK-GEX-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-GEX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-FECHA-BAJA <> 0
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM EXPONER-CUENTA THRU F-EXPONER-CUENTA
              ADD WK-GEX-CTA-EXPOSICION TO WK-GEX-CARTERA
           END-PERFORM
           COMPUTE WK-GEX-TOPE ROUNDED =
                   WK-GEX-CARTERA * WK-GRP-PORCENTAJE / 100.
       F-EXPONER-CARTERA. EXIT.

      * TOTALES DEL GRUPO WK-GEX-GRUPO EN WK-GEX-TOTALES
       EXPONER-GRUPO.
           INITIALIZE WK-GEX-TOTALES
           PERFORM VARYING WK-GRU-IND FROM 1 BY 1
                   UNTIL WK-GRU-IND > WK-GRU-CANT
              IF TAB-GRU-NUMERO(WK-GRU-IND) = WK-GEX-GRUPO
                 ADD 1 TO WK-GEX-MIEMBROS
                 MOVE TAB-GRU-DOCUMENTO(WK-GRU-IND) TO WK-GEX-MIEMBRO
                 PERFORM EXPONER-MIEMBRO THRU F-EXPONER-MIEMBRO
              END-IF
           END-PERFORM.
       F-EXPONER-GRUPO. EXIT.

       EXPONER-MIEMBRO.
           MOVE 0              TO WK-GEX-FINAL
           MOVE WK-GEX-MIEMBRO TO CTAS-DOCUMENTO
           MOVE 0              TO CTAS-PRODUCTO
           START M-CUENTAS KEY NOT < CTAS-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GEX-FINAL
           END-START
           PERFORM UNTIL WK-GEX-FINAL = 1
              READ M-CUENTAS NEXT AT END
                   MOVE 1 TO WK-GEX-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CTAS-DOCUMENTO = WK-GEX-MIEMBRO )
                 MOVE 1 TO WK-GEX-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF CTAS-FECHA-BAJA <> 0
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-GEX-CUENTAS
              PERFORM EXPONER-CUENTA THRU F-EXPONER-CUENTA
              ADD CTAS-LIMITE           TO WK-GEX-LIMITE
              ADD WK-GEX-CTA-DEUDA      TO WK-GEX-DEUDA
              ADD WK-GEX-CTA-CUOTAS     TO WK-GEX-CUOTAS
              ADD WK-GEX-CTA-EXPOSICION TO WK-GEX-EXPOSICION
              PERFORM PLANES-CUENTA THRU F-PLANES-CUENTA
              PERFORM COTITULARES-CUENTA THRU F-COTITULARES-CUENTA
           END-PERFORM.
       F-EXPONER-MIEMBRO. EXIT.

      * LO QUE FALTA PAGAR DEL PLAN VIGENTE DE LA CUENTA
       PLANES-CUENTA.
           IF WK-GEX-HAY-PLANES = 0
              GO TO F-PLANES-CUENTA
           END-IF
           MOVE 0              TO WK-GEX-FIN-AUX
           MOVE CTAS-DOCUMENTO TO PLN-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO PLN-PRODUCTO
           MOVE 0              TO PLN-FECHA-ALTA
           START PLANES KEY NOT < PLN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GEX-FIN-AUX
           END-START
           PERFORM UNTIL WK-GEX-FIN-AUX = 1
              READ PLANES NEXT AT END
                   MOVE 1 TO WK-GEX-FIN-AUX
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( PLN-DOCUMENTO = CTAS-DOCUMENTO
                       AND PLN-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-GEX-FIN-AUX
                 EXIT PERFORM CYCLE
              END-IF
              IF NOT ( PLN-ESTADO = "A" )
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE WK-GEX-IMPORTE = PLN-IMPORTE
                      - PLN-CUOTAS-PAGAS * PLN-CUOTA-IMPORTE
              IF WK-GEX-IMPORTE > 0
                 IF CTAS-MONEDA = "D"
                    COMPUTE WK-GEX-IMPORTE ROUNDED =
                            WK-GEX-IMPORTE * WK-COTIZACION-DOLAR
                 END-IF
                 ADD WK-GEX-IMPORTE TO WK-GEX-PLANES
              END-IF
           END-PERFORM.
       F-PLANES-CUENTA. EXIT.

      * COTITULARES DE LA CUENTA; LOS QUE NO ESTAN DECLARADOS EN EL
      * MISMO GRUPO SE CUENTAN APARTE COMO VINCULOS POR REVISAR
       COTITULARES-CUENTA.
           IF WK-GEX-HAY-COTIT = 0
              GO TO F-COTITULARES-CUENTA
           END-IF
           MOVE 0              TO WK-GEX-FIN-AUX
           MOVE CTAS-DOCUMENTO TO COT-DOCUMENTO
           MOVE CTAS-PRODUCTO  TO COT-PRODUCTO
           MOVE 0              TO COT-CODOCUMENTO
           START M-COTITULARES KEY NOT < COT-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-GEX-FIN-AUX
           END-START
           PERFORM UNTIL WK-GEX-FIN-AUX = 1
              READ M-COTITULARES NEXT AT END
                   MOVE 1 TO WK-GEX-FIN-AUX
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( COT-DOCUMENTO = CTAS-DOCUMENTO
                       AND COT-PRODUCTO = CTAS-PRODUCTO )
                 MOVE 1 TO WK-GEX-FIN-AUX
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WK-GEX-COTITULARES
              MOVE COT-CODOCUMENTO TO WK-GEX-DOCUMENTO
              PERFORM BUSCAR-GRUPO-DOC THRU F-BUSCAR-GRUPO-DOC
              IF NOT ( WK-GEX-GRUPO-DOC = WK-GEX-GRUPO )
                 ADD 1 TO WK-GEX-COT-FUERA
              END-IF
           END-PERFORM.
       F-COTITULARES-CUENTA. EXIT.
