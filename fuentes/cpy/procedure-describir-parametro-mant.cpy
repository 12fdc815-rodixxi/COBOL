      * ARMA EN WK-PMT-TEXTO LOS VALORES DE PMT-IMAGEN EN LENGUAJE
      * DE NEGOCIO, PARA LA PANTALLA Y PARA LOS LISTADOS DE CAMBIOS
       DESCRIBIR-PARAMETRO-MANT.
           MOVE SPACES TO WK-PMT-TEXTO
           EVALUATE WK-PMT-ARCHIVO
              WHEN "RIE001"
                 STRING "Aperturas " PMT-RIE-APERTURA-1
                        " y "        PMT-RIE-APERTURA-2
                        ", situaciones " PMT-RIE-SITUACION-1
                        " y "        PMT-RIE-SITUACION-2
                        ", sucursal " PMT-RIE-SUCURSAL
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "NEG002"
                 STRING "Utilizacion desde " PMT-NEG-PORCENTAJE "%"
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "FRA001"
                 MOVE PMT-FRA-TOPE-IMPORTE TO PMT-ED-IMPORTE
                 STRING "Consumos/dia " PMT-FRA-MAX-CONSUMOS
                        ", tope por consumo $" PMT-ED-IMPORTE
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "RES001"
                 MOVE PMT-RES-PORC-MINIMO TO PMT-ED-PORC
                 STRING "Minimo " PMT-ED-PORC
                        "%, plazo " PMT-RES-DIAS-PLAZO
                        " dias, producto " PMT-RES-PRODUCTO
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "CTAS007"
                 MOVE PMT-CTA-TOPE-APROBACION TO PMT-ED-IMPORTE
                 STRING "Doble control desde $" PMT-ED-IMPORTE
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "LAV001"
                 MOVE PMT-LAV-UMBRAL-MES       TO PMT-ED-IMPORTE-L
                 MOVE PMT-LAV-UMBRAL-OPERACION TO PMT-ED-IMPORTE-L2
                 STRING "Mes $" PMT-ED-IMPORTE-L
                        ", operacion $" PMT-ED-IMPORTE-L2
                        ", patron " PMT-LAV-CANT-PATRON
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN "DOR001"
                 STRING "Aviso a los " PMT-DOR-DIAS-AVISO
                        " dias, dormida a los " PMT-DOR-DIAS-DORMIDA
                        " dias"
                        DELIMITED BY SIZE
                        INTO WK-PMT-TEXTO
                 END-STRING
              WHEN OTHER
                 MOVE PMT-IMAGEN TO WK-PMT-TEXTO
           END-EVALUATE.
       F-DESCRIBIR-PARAMETRO-MANT. EXIT.
