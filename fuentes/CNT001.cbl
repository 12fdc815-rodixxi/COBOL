      *     ENTREGA UN ASIENTO DESBALANCEADO.
      * LOS ARCHIVADOS "X" RESTAN SU SALDO COMPLETO Y LAS
      * RESTAURACIONES "H" LO SUMAN, IGUAL QUE EN CON002.
      * LOS CASTIGOS "W" DE CAS001 SE ASIENTAN POR SU DELTA COMO
      * CUALQUIER MOVIMIENTO. LOS RECUPEROS SOBRE CUENTAS CASTIGADAS
      * NO MUEVEN CTAS-SALDO (LA CUENTA YA ESTA FUERA DE BALANCE):
      * SE TOMAN DE LOS "R" DEL DIA EN CASTIGOS.DAT Y SE ASIENTAN
      * CON LA CLASE "Y" DE LA TABLA.
      * LA CANCELACION DE DEUDA POR EL SEGURO DE VIDA SALDO DEUDOR
      * ("Z" DE SVD001) SE ASIENTA CONTRA LA CUENTA A COBRAR A LA
      * ASEGURADORA.
      * LA ANULACION DE UN COBRO DE CAJA ("3" DE CAJ001) SE ASIENTA
      * POR SU DELTA NEGATIVO, AL REVES DEL PAGO; LA DE UN RECUPERO
      * LLEGA COMO "A" EN CASTIGOS.DAT Y REVIERTE LA CLASE "Y". LOS
      * SOBRANTES ("4") Y FALTANTES ("5") DE LOS ARQUEOS SALEN DEL
      * RESUMEN DE CAJAS POR SUCURSAL QUE ARMA CAJ002.
      * LAS ACREDITACIONES DE HABERES DE LOS EMPLEADORES DEL PLAN
      * SUELDO ("6" DE SUE001) SE ASIENTAN CONTRA LOS FONDOS QUE EL
      * EMPLEADOR GIRO PARA PAGARLOS.
      * LAS TRANSFERENCIAS A OTROS BANCOS ("7" DE TRF002, DELTA
      * NEGATIVO) Y LAS RECIBIDAS DE ELLOS ("8" DE TRF004 Y DE LOS
      * REDIRECCIONAMIENTOS DE SUS001) SE ASIENTAN CONTRA LA CUENTA
      * DE COMPENSACION CON LA CAMARA.
      * EL AJUSTE VALOR FECHA SOBRE UN PERIODO YA CERRADO LLEGA COMO
      * "Q" (AJUSTE DE PERIODO ANTERIOR) Y SE ASIENTA HOY, EN EL
      * PERIODO ABIERTO, CONTRA RESULTADOS DE EJERCICIOS ANTERIORES.
      * LAS BONIFICACIONES DIRECTAS DE BON001 ("$") SE ASIENTAN
      * CONTRA BONIFICACIONES OTORGADAS, NO CONTRA EL CARGO ORIGINAL.
      * LO ASENTADO SOBRE LA CUENTA DE CONTROL DE CLIENTES SE ACUMULA
      * ADEMAS POR PRODUCTO Y MONEDA EN MAYOR-CUENTAS.DAT (SOLO CON
      * EL ASIENTO ENTREGADO), EL SALDO DE MAYOR QUE CNC001 CONCILIA
      * CONTRA LAS CUENTAS.
      * EL CAMBIO DE PRODUCTO ("0" DE CTAS003) LLEGA EN DOS PATAS,
      * SALIDA Y ENTRADA, QUE SE ANULAN EN EL ASIENTO PERO PASAN EL
      * SALDO DE UN PRODUCTO AL OTRO EN EL CONTROL POR PRODUCTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "\COBOL\fuentes\cpy\auditoria.sel".
           COPY "\COBOL\fuentes\cpy\castigos.sel".
           COPY "\COBOL\fuentes\cpy\mcuentas-idx.sel".
           COPY "\COBOL\fuentes\cpy\historico.sel".
           COPY "\COBOL\fuentes\cpy\mayor.sel".
           COPY "\COBOL\fuentes\cpy\caja-resumen.sel".
           SELECT MAPEO
           ASSIGN TO "\COBOL\arch\tab-contable.dat"
           ORGANIZATION IS SEQUENTIAL
       FILE SECTION.

       COPY "\COBOL\fuentes\cpy\fd-auditoria.fds".
       COPY "\COBOL\fuentes\cpy\fd-castigos.fds".
       COPY "\COBOL\fuentes\cpy\fd-ctas-reg-idx.fds".
       COPY "\COBOL\fuentes\cpy\fd-historico.fds".
       COPY "\COBOL\fuentes\cpy\fd-mayor.fds".
       COPY "\COBOL\fuentes\cpy\fd-caja-resumen.fds".

      * MAPEO CONTABLE: UNA LINEA POR CLASE DE MOVIMIENTO DE LA
      * AUDITORIA CON SUS CUENTAS DEBE Y HABER

       77  WK-AUD-STAT                  PIC X(02).
       77  WK-MAP-STAT                  PIC X(02).
       77  WK-CAS-STAT                  PIC X(02).
       77  WK-HIST-STAT                 PIC X(02).
       77  WK-MAY-STAT                  PIC X(02).
       77  WK-CJR-STAT                  PIC X(02).
       01  DB-STAT                      PIC X(02).
       77  WK-BORRAR-RC                 PIC S9(09) COMP-5 VALUE 0.

       77  WK-FINAL                     PIC 9          VALUE 0.
       77  WK-ASENTADOS                 PIC 9(06)      VALUE 0.
       77  WK-SIN-EFECTO                PIC 9(06)      VALUE 0.
       77  WK-SIN-MAPEO                 PIC 9(06)      VALUE 0.
       77  WK-RECUPEROS                 PIC 9(06)      VALUE 0.
       77  WK-DIF-CAJA                  PIC 9(06)      VALUE 0.
      * CLASE DEL MOVIMIENTO QUE SE ESTA ASENTANDO: AUD-MOV, O "Y"
      * PARA LOS RECUPEROS DE CASTIGOS.DAT
       77  WK-MOV-ASIENTO               PIC X(01)      VALUE SPACE.
       77  WK-LINEAS-ASIENTO            PIC 9(08)      VALUE 0.
       77  WK-TOTAL-DEBE                PIC 9(12)V99   VALUE 0.
       77  WK-TOTAL-HABER               PIC 9(12)V99   VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-MAP-IND                   PIC 9(02)      VALUE 0.
       77  WK-MAP-CANT                  PIC 9(02)      VALUE 0.
       77  WK-CTAS-ABIERTO              PIC 9          VALUE 0.
       77  WK-MONEDA                    PIC X(01)      VALUE SPACE.
       77  WK-CTL-PRODUCTO              PIC 9(02)      VALUE 0.
       77  WK-CTL-IND                   PIC 9(03)      VALUE 0.
       77  WK-CTL-CANT                  PIC 9(03)      VALUE 0.
       77  WK-CTL-ENCONTRADO            PIC 9          VALUE 0.
       77  WK-MAYOR-APERTURA            PIC 9          VALUE 0.
       77  WK-MAYOR-REPETIDO            PIC 9          VALUE 0.

      * CONTROL DE CLIENTES POR PRODUCTO Y MONEDA: PRIMERO LO ASENTADO
      * HOY; AL FINAL, SI EL ASIENTO SE ENTREGA, SE LE SUMA EL SALDO
      * ACUMULADO DE MAYOR-CUENTAS.DAT Y SE REGRABA EL ARCHIVO
       01  TAB-CONTROL.
           03 TAB-CTL-ITEM OCCURS 200.
              05 TAB-CTL-PRODUCTO       PIC 9(02).
              05 TAB-CTL-MONEDA         PIC X(01).
              05 TAB-CTL-HOY            PIC S9(12)V99.
              05 TAB-CTL-SALDO          PIC S9(12)V99.

       01  WK-ARCHIVO-ASIENTOS.
           03 FILLER                    PIC X(21)      VALUE
           03 WK-ASI-FECHA              PIC 9(08).
           03 FILLER                    PIC X(04)      VALUE ".dat".

       01  WK-ARCHIVO-RESUMEN-CAJA.
           03 FILLER                    PIC X(25)      VALUE
           "\COBOL\arch\caja-resumen-".
           03 WK-CJR-FECHA              PIC 9(08).
           03 FILLER                    PIC X(04)      VALUE ".dat".

      * MAPEO DE FABRICA; TAB-CONTABLE.DAT LO PISA LINEA A LINEA.
      * LA CONVENCION: EL DELTA POSITIVO (CREDITO AL CLIENTE)
      * DEBITA LA CUENTA DEBE Y ACREDITA LA CUENTA HABER; EL DELTA
           03 FILLER PIC X(17) VALUE "G5120000021000000".
           03 FILLER PIC X(17) VALUE "V1100000021000000".
           03 FILLER PIC X(17) VALUE "K1140000021000000".
           03 FILLER PIC X(17) VALUE "W1160000021000000".
           03 FILLER PIC X(17) VALUE "Y1110000052100000".
           03 FILLER PIC X(17) VALUE "Z1170000021000000".
      * AJUSTE DE PERIODO ANTERIOR ("Q" DE CTAS003): LA CONTRAPARTIDA
      * VA A RESULTADOS DE EJERCICIOS ANTERIORES, NO A CAJA
           03 FILLER PIC X(17) VALUE "Q3500000021000000".
      * CAJA DE SUCURSAL: LA ANULACION "3" VA CONTRA LAS MISMAS
      * CUENTAS QUE EL PAGO; EL SOBRANTE "4" ES INGRESO Y EL
      * FALTANTE "5" QUEBRANTO, SIEMPRE CONTRA CAJA
           03 FILLER PIC X(17) VALUE "31110000021000000".
           03 FILLER PIC X(17) VALUE "41110000052200000".
           03 FILLER PIC X(17) VALUE "55310000011100000".
      * ACREDITACION DE HABERES "6" DE SUE001: EL DEBE ES LA CUENTA
      * DE FONDOS RECIBIDOS DE LOS EMPLEADORES
           03 FILLER PIC X(17) VALUE "61180000021000000".
      * TRANSFERENCIAS ENVIADAS "7" Y RECIBIDAS "8": EL DEBE ES LA
      * CUENTA DE COMPENSACION CON LA CAMARA
           03 FILLER PIC X(17) VALUE "71190000021000000".
           03 FILLER PIC X(17) VALUE "81190000021000000".
      * CAMBIO DE PRODUCTO "0" DE CTAS003: EL SALDO SALE DE UN
      * PRODUCTO Y ENTRA EN OTRO DENTRO DE LA MISMA CUENTA DE
      * CONTROL DE CLIENTES; EL ASIENTO SE ANULA SOLO Y LO QUE SE
      * MUEVE ES LA APERTURA POR PRODUCTO DE MAYOR-CUENTAS
           03 FILLER PIC X(17) VALUE "02100000021000000".
      * BONIFICACION DIRECTA "$" DE BON001: EL CREDITO AL CLIENTE SE
      * IMPUTA A BONIFICACIONES OTORGADAS
           03 FILLER PIC X(17) VALUE "$5130000021000000".
       01  TAB-MAPEO REDEFINES TAB-MAPEO-FABRICA.
           03 TAB-MAP-ITEM OCCURS 30.
              05 TAB-MAP-MOV            PIC X(01).
              05 TAB-MAP-DEBE           PIC X(08).
              05 TAB-MAP-HABER          PIC X(08).
           ACCEPT WK-HOY          FROM CENTURY-DATE
           MOVE WK-HOY            TO WK-FECHA
           MOVE WK-HOY            TO WK-ASI-FECHA
           MOVE WK-HOY            TO WK-CJR-FECHA
           PERFORM MOVER-FECHA    THRU F-MOVER-FECHA
           MOVE 30 TO WK-MAP-CANT
           PERFORM CARGAR-MAPEO   THRU F-CARGAR-MAPEO
           OPEN INPUT M-CUENTAS
           IF DB-STAT = "00"
              MOVE 1 TO WK-CTAS-ABIERTO
           END-IF
           OPEN OUTPUT LISTADO
           OPEN OUTPUT ASIENTOS
           MOVE WK-FECHA-ED       TO TIT-FECHA
                      THRU F-ASENTAR-MOVIMIENTO
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE AUDITORIA
           PERFORM ASENTAR-RECUPEROS THRU F-ASENTAR-RECUPEROS
           PERFORM ASENTAR-CAJAS     THRU F-ASENTAR-CAJAS.
       F-PROCESO. EXIT.

      * RECUPEROS DEL DIA SOBRE CUENTAS CASTIGADAS: EL PAGO ENTRO
      * (CAJA CONTRA RECUPEROS) PERO EL SALDO DE LA CUENTA NO SE
      * MOVIO, ASI QUE EL IMPORTE SALE DEL REGISTRO DE CASTIGOS
       ASENTAR-RECUPEROS.
           OPEN INPUT CASTIGOS
           IF NOT ( WK-CAS-STAT = "00" )
              GO TO F-ASENTAR-RECUPEROS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CASTIGOS AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( CAS-TIPO = "R" OR "A" ) OR CAS-FECHA <> WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              MOVE "Y"         TO WK-MOV-ASIENTO
      * LA ANULACION DEL RECUPERO EN CAJA VA CON DELTA NEGATIVO
              IF CAS-TIPO = "A"
                 COMPUTE WK-DELTA = 0 - CAS-IMPORTE
              ELSE
                 MOVE CAS-IMPORTE TO WK-DELTA
              END-IF
              PERFORM BUSCAR-MAPEO THRU F-BUSCAR-MAPEO
              IF WK-MAP-IND = 0
                 ADD 1 TO WK-SIN-MAPEO
              ELSE
                 PERFORM GRABAR-PATAS THRU F-GRABAR-PATAS
                 ADD 1 TO WK-RECUPEROS
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CASTIGOS.
       F-ASENTAR-RECUPEROS. EXIT.

      * SOBRANTES Y FALTANTES DE LOS ARQUEOS DEL DIA, UN ASIENTO POR
      * SUCURSAL Y CONCEPTO, DESDE EL RESUMEN DE CAJ002. NO TOCAN LA
      * CUENTA DE CONTROL DE CLIENTES
       ASENTAR-CAJAS.
           OPEN INPUT CAJA-RESUMEN
           IF NOT ( WK-CJR-STAT = "00" )
              GO TO F-ASENTAR-CAJAS
           END-IF
           PERFORM UNTIL WK-FINAL = 1
              READ CAJA-RESUMEN AT END
                   MOVE 1 TO WK-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF CJR-FECHA <> WK-HOY
                 EXIT PERFORM CYCLE
              END-IF
              IF CJR-SOBRANTE > 0
                 MOVE "4"          TO WK-MOV-ASIENTO
                 MOVE CJR-SOBRANTE TO WK-DELTA
                 PERFORM ASENTAR-DIF-CAJA THRU F-ASENTAR-DIF-CAJA
              END-IF
              IF CJR-FALTANTE > 0
                 MOVE "5"          TO WK-MOV-ASIENTO
                 MOVE CJR-FALTANTE TO WK-DELTA
                 PERFORM ASENTAR-DIF-CAJA THRU F-ASENTAR-DIF-CAJA
              END-IF
           END-PERFORM
           MOVE 0 TO WK-FINAL
           CLOSE CAJA-RESUMEN.
       F-ASENTAR-CAJAS. EXIT.

       ASENTAR-DIF-CAJA.
           PERFORM BUSCAR-MAPEO THRU F-BUSCAR-MAPEO
           IF WK-MAP-IND = 0
              ADD 1 TO WK-SIN-MAPEO
           ELSE
              PERFORM GRABAR-PATAS THRU F-GRABAR-PATAS
              ADD 1 TO WK-DIF-CAJA
           END-IF.
       F-ASENTAR-DIF-CAJA. EXIT.

       ASENTAR-MOVIMIENTO.
           EVALUATE AUD-MOV
              WHEN "X"
              ADD 1 TO WK-SIN-EFECTO
              GO TO F-ASENTAR-MOVIMIENTO
           END-IF
           MOVE AUD-MOV TO WK-MOV-ASIENTO
           PERFORM BUSCAR-MAPEO THRU F-BUSCAR-MAPEO
           IF WK-MAP-IND = 0
              ADD 1 TO WK-SIN-MAPEO
              GO TO F-ASENTAR-MOVIMIENTO
           END-IF
           PERFORM GRABAR-PATAS THRU F-GRABAR-PATAS
           PERFORM ACUMULAR-CONTROL THRU F-ACUMULAR-CONTROL
           ADD 1 TO WK-ASENTADOS.
       F-ASENTAR-MOVIMIENTO. EXIT.

      * LO ASENTADO CONTRA LA CUENTA DE CONTROL DE CLIENTES SE ABRE
      * POR PRODUCTO Y MONEDA DE LA CUENTA, PARA LA CONCILIACION DE
      * CNC001; UNA CUENTA YA ARCHIVADA TOMA LA MONEDA DEL HISTORICO.
      * LA SALIDA DE UN CAMBIO DE PRODUCTO ("0" CON FECHA DE BAJA)
      * YA NO TIENE CUENTA BAJO SU CLAVE: LA MONEDA SE TOMA DE LA
      * CUENTA DEL PRODUCTO NUEVO, QUE VIAJA EN AUD-PERIODO
       ACUMULAR-CONTROL.
           MOVE "P" TO WK-MONEDA
           IF WK-CTAS-ABIERTO = 1
              MOVE AUD-DOCUMENTO TO CTAS-DOCUMENTO
              MOVE AUD-PRODUCTO  TO CTAS-PRODUCTO
              IF AUD-MOV = "0" AND AUD-DES-FECHA-BAJA NOT = 0
                 MOVE AUD-PERIODO TO CTAS-PRODUCTO
              END-IF
              READ M-CUENTAS
              INVALID KEY
                   PERFORM MONEDA-HISTORICO THRU F-MONEDA-HISTORICO
              NOT INVALID KEY
                   IF CTAS-MONEDA = "D"
                      MOVE "D" TO WK-MONEDA
                   END-IF
              END-READ
           END-IF
           MOVE AUD-PRODUCTO TO WK-CTL-PRODUCTO
           PERFORM UBICAR-CONTROL THRU F-UBICAR-CONTROL
           IF WK-CTL-IND > 0
              ADD WK-DELTA TO TAB-CTL-HOY(WK-CTL-IND)
           END-IF.
       F-ACUMULAR-CONTROL. EXIT.

       MONEDA-HISTORICO.
           OPEN INPUT HISTORICO
           IF NOT ( WK-HIST-STAT = "00" )
              GO TO F-MONEDA-HISTORICO
           END-IF
           PERFORM UNTIL WK-HIST-STAT NOT = "00"
              READ HISTORICO AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF HIST-DOCUMENTO = AUD-DOCUMENTO
                 AND HIST-PRODUCTO = AUD-PRODUCTO
                 IF HIST-MONEDA = "D"
                    MOVE "D" TO WK-MONEDA
                 ELSE
                    MOVE "P" TO WK-MONEDA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE HISTORICO.
       F-MONEDA-HISTORICO. EXIT.

      * BUSCA EL RENGLON DE WK-CTL-PRODUCTO / WK-MONEDA EN LA TABLA
      * Y LO AGREGA SI NO ESTA; WK-CTL-IND QUEDA EN CERO SI NO ENTRA
       UBICAR-CONTROL.
           MOVE 0 TO WK-CTL-ENCONTRADO
           PERFORM VARYING WK-CTL-IND FROM 1 BY 1
                   UNTIL WK-CTL-IND > WK-CTL-CANT
                      OR WK-CTL-ENCONTRADO = 1
              IF TAB-CTL-PRODUCTO(WK-CTL-IND) = WK-CTL-PRODUCTO
                 AND TAB-CTL-MONEDA(WK-CTL-IND) = WK-MONEDA
                 MOVE 1 TO WK-CTL-ENCONTRADO
              END-IF
           END-PERFORM
           IF WK-CTL-ENCONTRADO = 1
              SUBTRACT 1 FROM WK-CTL-IND
              GO TO F-UBICAR-CONTROL
           END-IF
           IF WK-CTL-CANT = 200
              MOVE 0 TO WK-CTL-IND
              GO TO F-UBICAR-CONTROL
           END-IF
           ADD 1 TO WK-CTL-CANT
           MOVE WK-CTL-CANT     TO WK-CTL-IND
           MOVE WK-CTL-PRODUCTO TO TAB-CTL-PRODUCTO(WK-CTL-IND)
           MOVE WK-MONEDA       TO TAB-CTL-MONEDA(WK-CTL-IND)
           MOVE 0               TO TAB-CTL-HOY(WK-CTL-IND)
                                   TAB-CTL-SALDO(WK-CTL-IND).
       F-UBICAR-CONTROL. EXIT.

      * SALDO ACUMULADO DEL MAYOR: A LO QUE YA TRAIA MAYOR-CUENTAS.DAT
      * SE LE SUMA LO ASENTADO HOY. SI EL ARCHIVO NO EXISTE (PRIMERA
      * NOCHE) LA APERTURA SON LOS SALDOS ACTUALES DE M-CUENTAS, QUE
      * YA INCLUYEN LO DE HOY. SI EL ARCHIVO YA TIENE LA FECHA DE HOY
      * (RELANZADA) NO SE VUELVE A SUMAR.
       ACTUALIZAR-MAYOR.
           OPEN INPUT MAYOR
           IF WK-MAY-STAT = "00"
              PERFORM UNTIL WK-MAY-STAT NOT = "00"
                 READ MAYOR AT END
                      EXIT PERFORM CYCLE
                 END-READ
                 IF MAY-FECHA = WK-HOY
                    MOVE 1 TO WK-MAYOR-REPETIDO
                 END-IF
                 MOVE MAY-PRODUCTO TO WK-CTL-PRODUCTO
                 MOVE MAY-MONEDA   TO WK-MONEDA
                 PERFORM UBICAR-CONTROL THRU F-UBICAR-CONTROL
                 IF WK-CTL-IND > 0
                    ADD MAY-SALDO TO TAB-CTL-SALDO(WK-CTL-IND)
                 END-IF
              END-PERFORM
              CLOSE MAYOR
           ELSE
              MOVE 1 TO WK-MAYOR-APERTURA
              PERFORM APERTURA-MAYOR THRU F-APERTURA-MAYOR
           END-IF
           IF WK-MAYOR-REPETIDO = 1
              MOVE "MAYOR DE CONTROL YA ACUMULADO HOY: SIN CAMBIOS"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
              GO TO F-ACTUALIZAR-MAYOR
           END-IF
           OPEN OUTPUT MAYOR
           PERFORM VARYING WK-CTL-IND FROM 1 BY 1
                   UNTIL WK-CTL-IND > WK-CTL-CANT
              INITIALIZE MAY-REG
              MOVE TAB-CTL-PRODUCTO(WK-CTL-IND) TO MAY-PRODUCTO
              MOVE TAB-CTL-MONEDA(WK-CTL-IND)   TO MAY-MONEDA
              IF WK-MAYOR-APERTURA = 1
                 MOVE TAB-CTL-SALDO(WK-CTL-IND) TO MAY-SALDO
              ELSE
                 COMPUTE MAY-SALDO = TAB-CTL-SALDO(WK-CTL-IND)
                                   + TAB-CTL-HOY(WK-CTL-IND)
              END-IF
              MOVE WK-HOY                       TO MAY-FECHA
              WRITE MAY-REG
           END-PERFORM
           CLOSE MAYOR
           IF WK-MAYOR-APERTURA = 1
              MOVE "MAYOR DE CONTROL ABIERTO CON LOS SALDOS DE CUENTAS"
                TO LIN-AVISO
              WRITE REG-LIS FROM LIN-AVISO
           END-IF.
       F-ACTUALIZAR-MAYOR. EXIT.

       APERTURA-MAYOR.
           IF WK-CTAS-ABIERTO = 0
              GO TO F-APERTURA-MAYOR
           END-IF
           MOVE LOW-VALUES TO CTAS-CLAVE
           START M-CUENTAS KEY IS NOT LESS THAN CTAS-CLAVE
                 INVALID KEY
                      GO TO F-APERTURA-MAYOR
           END-START
           PERFORM UNTIL DB-STAT NOT = "00"
              READ M-CUENTAS NEXT RECORD AT END
                   EXIT PERFORM CYCLE
              END-READ
              IF CTAS-MONEDA = "D"
                 MOVE "D" TO WK-MONEDA
              ELSE
                 MOVE "P" TO WK-MONEDA
              END-IF
              MOVE CTAS-PRODUCTO TO WK-CTL-PRODUCTO
              PERFORM UBICAR-CONTROL THRU F-UBICAR-CONTROL
              IF WK-CTL-IND > 0
                 ADD CTAS-SALDO TO TAB-CTL-SALDO(WK-CTL-IND)
              END-IF
           END-PERFORM.
       F-APERTURA-MAYOR. EXIT.

       GRABAR-PATAS.
           IF WK-DELTA < 0
              COMPUTE WK-IMPORTE = WK-DELTA * -1
           ELSE
           INITIALIZE ASI-REG
           MOVE "A"     TO ASI-TIPO
           MOVE WK-HOY  TO ASI-FECHA
           MOVE WK-MOV-ASIENTO TO ASI-MOV
           IF WK-DELTA > 0
              MOVE TAB-MAP-DEBE(WK-MAP-IND) TO ASI-CUENTA
           ELSE
           INITIALIZE ASI-REG
           MOVE "A"     TO ASI-TIPO
           MOVE WK-HOY  TO ASI-FECHA
           MOVE WK-MOV-ASIENTO TO ASI-MOV
           IF WK-DELTA > 0
              MOVE TAB-MAP-HABER(WK-MAP-IND) TO ASI-CUENTA
           ELSE
           MOVE WK-IMPORTE TO ASI-IMPORTE
           WRITE ASI-REG
           ADD WK-IMPORTE TO WK-TOTAL-HABER
           ADD 1 TO WK-LINEAS-ASIENTO.
       F-GRABAR-PATAS. EXIT.

       BUSCAR-MAPEO.
           PERFORM VARYING WK-MAP-IND FROM 1 BY 1
                   UNTIL WK-MAP-IND > WK-MAP-CANT
              IF TAB-MAP-MOV(WK-MAP-IND) = WK-MOV-ASIENTO
                 GO TO F-BUSCAR-MAPEO
              END-IF
           END-PERFORM
           WRITE ASI-REG
           CLOSE ASIENTOS
           PERFORM TOTALES THRU F-TOTALES
           IF WK-TOTAL-DEBE = WK-TOTAL-HABER
              PERFORM ACTUALIZAR-MAYOR THRU F-ACTUALIZAR-MAYOR
           END-IF
           IF WK-CTAS-ABIERTO = 1
              CLOSE M-CUENTAS
           END-IF
           CLOSE LISTADO
           MOVE WK-LEIDOS TO LK-CANTIDAD
      * EL ARCHIVO DESBALANCEADO NO SE ENTREGA: SE BORRA Y EL PASO
           MOVE "Mov. asentados........: " TO L-CANT-ROTULO
           MOVE WK-ASENTADOS               TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Recuperos asentados...: " TO L-CANT-ROTULO
           MOVE WK-RECUPEROS               TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Dif. de caja asentadas: " TO L-CANT-ROTULO
           MOVE WK-DIF-CAJA                TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
           MOVE "Sin efecto en saldo...: " TO L-CANT-ROTULO
           MOVE WK-SIN-EFECTO              TO L-CANT
           WRITE REG-LIS FROM LIN-CANTIDAD
