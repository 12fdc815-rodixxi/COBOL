      * LEE EL ARCHIVO DE PARAMETROS DE WK-PMT-ARCHIVO EN PMT-IMAGEN.
      * SI NO EXISTE O ESTA VACIO DEJA LOS VALORES DE FABRICA CON QUE
      * CORRE EL PROGRAMA DUENO (WK-PMT-EXISTE EN 0)
       LEER-PARAMETRO-MANT.
           MOVE 0      TO WK-PMT-EXISTE
           MOVE SPACES TO PMT-IMAGEN
           EVALUATE WK-PMT-ARCHIVO
              WHEN "RIE001"
                 OPEN INPUT PMT-RIE001
                 IF WK-PMT-STAT = "00"
                    READ PMT-RIE001 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-RIE001
                 END-IF
              WHEN "NEG002"
                 OPEN INPUT PMT-NEG002
                 IF WK-PMT-STAT = "00"
                    READ PMT-NEG002 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-NEG002
                 END-IF
              WHEN "FRA001"
                 OPEN INPUT PMT-FRA001
                 IF WK-PMT-STAT = "00"
                    READ PMT-FRA001 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-FRA001
                 END-IF
              WHEN "RES001"
                 OPEN INPUT PMT-RES001
                 IF WK-PMT-STAT = "00"
                    READ PMT-RES001 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-RES001
                 END-IF
              WHEN "CTAS007"
                 OPEN INPUT PMT-CTAS007
                 IF WK-PMT-STAT = "00"
                    READ PMT-CTAS007 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-CTAS007
                 END-IF
              WHEN "LAV001"
                 OPEN INPUT PMT-LAV001
                 IF WK-PMT-STAT = "00"
                    READ PMT-LAV001 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-LAV001
                 END-IF
              WHEN "DOR001"
                 OPEN INPUT PMT-DOR001
                 IF WK-PMT-STAT = "00"
                    READ PMT-DOR001 INTO PMT-IMAGEN
                      NOT AT END MOVE 1 TO WK-PMT-EXISTE
                    END-READ
                    CLOSE PMT-DOR001
                 END-IF
           END-EVALUATE
           IF WK-PMT-EXISTE = 0
              PERFORM VALORES-FABRICA-MANT THRU F-VALORES-FABRICA-MANT
           END-IF.
       F-LEER-PARAMETRO-MANT. EXIT.

      * LOS MISMOS DEFAULTS QUE TRAE CADA PROGRAMA EN SU WORKING
       VALORES-FABRICA-MANT.
           MOVE SPACES TO PMT-IMAGEN
           EVALUATE WK-PMT-ARCHIVO
              WHEN "RIE001"
                 MOVE 2      TO PMT-RIE-APERTURA-1
                 MOVE 3      TO PMT-RIE-APERTURA-2
                 MOVE 3      TO PMT-RIE-SITUACION-1
                 MOVE 5      TO PMT-RIE-SITUACION-2
                 MOVE 0      TO PMT-RIE-SUCURSAL
              WHEN "NEG002"
                 MOVE 80     TO PMT-NEG-PORCENTAJE
              WHEN "FRA001"
                 MOVE 5      TO PMT-FRA-MAX-CONSUMOS
                 MOVE 100000 TO PMT-FRA-TOPE-IMPORTE
              WHEN "RES001"
                 MOVE 10     TO PMT-RES-PORC-MINIMO
                 MOVE 10     TO PMT-RES-DIAS-PLAZO
                 MOVE 0      TO PMT-RES-PRODUCTO
              WHEN "CTAS007"
                 MOVE 100000 TO PMT-CTA-TOPE-APROBACION
              WHEN "LAV001"
                 MOVE 1000000 TO PMT-LAV-UMBRAL-MES
                 MOVE 100000  TO PMT-LAV-UMBRAL-OPERACION
                 MOVE 3       TO PMT-LAV-CANT-PATRON
              WHEN "DOR001"
                 MOVE 365    TO PMT-DOR-DIAS-AVISO
                 MOVE 730    TO PMT-DOR-DIAS-DORMIDA
           END-EVALUATE.
       F-VALORES-FABRICA-MANT. EXIT.

      * REEMPLAZA EL ARCHIVO DE PARAMETROS DE WK-PMT-ARCHIVO CON
      * PMT-IMAGEN; EL PROGRAMA DUENO LO TOMA EN SU PROXIMA CORRIDA
       GRABAR-PARAMETRO-MANT.
           EVALUATE WK-PMT-ARCHIVO
              WHEN "RIE001"
                 OPEN OUTPUT PMT-RIE001
                 WRITE PMT-RIE001-REG FROM PMT-IMAGEN
                 CLOSE PMT-RIE001
              WHEN "NEG002"
                 OPEN OUTPUT PMT-NEG002
                 WRITE PMT-NEG002-REG FROM PMT-IMAGEN
                 CLOSE PMT-NEG002
              WHEN "FRA001"
                 OPEN OUTPUT PMT-FRA001
                 WRITE PMT-FRA001-REG FROM PMT-IMAGEN
                 CLOSE PMT-FRA001
              WHEN "RES001"
                 OPEN OUTPUT PMT-RES001
                 WRITE PMT-RES001-REG FROM PMT-IMAGEN
                 CLOSE PMT-RES001
              WHEN "CTAS007"
                 OPEN OUTPUT PMT-CTAS007
                 WRITE PMT-CTAS007-REG FROM PMT-IMAGEN
                 CLOSE PMT-CTAS007
              WHEN "LAV001"
                 OPEN OUTPUT PMT-LAV001
                 WRITE PMT-LAV001-REG FROM PMT-IMAGEN
                 CLOSE PMT-LAV001
              WHEN "DOR001"
                 OPEN OUTPUT PMT-DOR001
                 WRITE PMT-DOR001-REG FROM PMT-IMAGEN
                 CLOSE PMT-DOR001
           END-EVALUATE.
       F-GRABAR-PARAMETRO-MANT. EXIT.
