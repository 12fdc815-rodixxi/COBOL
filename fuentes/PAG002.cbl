       DATE-COMPILED.
      *----------------------------------------------------------------
      * SEGUNDA MITAD DEL CIRCUITO DE INSTRUMENTOS DE PAGO:
      *   - LAS RETENCIONES "R" DE PAGOS-RETENIDOS.IDX CUYA FECHA
      *     DISPONIBLE YA LLEGO PASAN A "L" (LIBERADAS): EL
      *     DISPONIBLE ALCANZA AL CONTABLE,
      *   - EL ARCHIVO DE REBOTES (RECHAZOS-CHEQUES.PRN: REGISTROS
      *     EL IMPORTE SE DEBITA DE CTAS-SALDO CON AUDITORIA "U"
      *     (CHEQUE DEVUELTO), LA RETENCION QUEDA "D" Y LA CUENTA
      *     QUEDA MARCADA CON UNA NOTA PARA LAS PANTALLAS.
      * CADA RETENCION TOCADA SE REESCRIBE EN EL LUGAR (EL REBOTE LA
      * UBICA POR RECIBO, CLAVE ALTERNATIVA DEL ARCHIVO), LAS MUERTAS
      * VIEJAS SE BORRAN AL FINAL Y EL ARCHIVO DE REBOTES SE CONSUME.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       77  WK-REBOTADAS                 PIC 9(06)      VALUE 0.
       77  WK-REB-SIN-PAR               PIC 9(06)      VALUE 0.
       77  WK-LINEA                     PIC 9(04)      VALUE 0.
       77  WK-RTN-ABIERTO               PIC 9          VALUE 0.
       77  WK-RTN-FINAL                 PIC 9          VALUE 0.
       77  WK-DEPURADAS                 PIC 9(06)      VALUE 0.

      * LAS RETENCIONES MUERTAS ("L"/"D") CON MAS DE DOS MESES DE
      * DISPONIBILIDAD SE DEPURAN AL TERMINAR: UN CHEQUE NO REBOTA
      * DESPUES DE ESO Y EL ARCHIVO DEJA DE CRECER SIN LIMITE
       01  WK-CORTE-DEPURA.
           03 WK-CORTE-ANHIO            PIC 9(04).
           03 WK-CORTE-MES              PIC 9(02).

       01  WK-CTAS-ANTES.
           03 WK-ANT-APELLIDO      PIC X(20).
           03 WK-ANT-SALDO         PIC S9(10)V99.
           03 WK-ANT-FECHA-BAJA    PIC 9(08).

       01  TITULO-01.
            03 TIT-FECHA                PIC X(10).
            03 FILLER                   PIC X(03) VALUE " - ".
           END-IF
           MOVE WK-FECHA-ED       TO TIT-FECHA
           PERFORM ENCABEZAR      THRU F-ENCABEZAR
           OPEN I-O RETENCIONES
           IF WK-RTN-STAT = "00"
              MOVE 1 TO WK-RTN-ABIERTO
           END-IF.
       F-INICIO. EXIT.

       ENCABEZAR.
           ADD 1 TO TIT-HOJA
           IF TIT-HOJA = 1
       F-ENCABEZAR. EXIT.

       PROCESO.
           PERFORM ARMAR-CORTE-DEPURA THRU F-ARMAR-CORTE-DEPURA
           PERFORM LIBERAR-VENCIDAS THRU F-LIBERAR-VENCIDAS
           PERFORM PROCESAR-REBOTES THRU F-PROCESAR-REBOTES
           PERFORM DEPURAR-MUERTAS  THRU F-DEPURAR-MUERTAS.
       F-PROCESO. EXIT.

      * MES DE CORTE PARA LA DEPURACION: DOS MESES ATRAS DE HOY
       F-ARMAR-CORTE-DEPURA. EXIT.

       LIBERAR-VENCIDAS.
           IF WK-RTN-ABIERTO = 0
              GO TO F-LIBERAR-VENCIDAS
           END-IF
           MOVE 0 TO WK-RTN-FINAL
           PERFORM UNTIL WK-RTN-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-RTN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              ADD 1 TO WK-LEIDAS
              IF RTN-ESTADO = "R"
                 AND RTN-FECHA-DISPONIBLE <= WK-HOY
                 MOVE "L" TO RTN-ESTADO
                 REWRITE RTN-REG INVALID KEY
                         MOVE 1 TO RETURN-CODE
                 END-REWRITE
                 ADD 1 TO WK-LIBERADAS
              END-IF
           END-PERFORM.
           CLOSE REBOTES.
       F-PROCESAR-REBOTES. EXIT.

      * LA RETENCION DEL PAGO REBOTADO SE UBICA POR RECIBO (CLAVE
      * ALTERNATIVA); SE TOMA LA PRIMERA TODAVIA RETENIDA O LIBERADA
       REBOTAR-UNO.
           IF WK-RTN-ABIERTO = 0
              GO TO F-REBOTAR-UNO-SIN-PAR
           END-IF
           MOVE REB-RECIBO TO RTN-RECIBO
           MOVE 0 TO WK-RTN-FINAL
           START RETENCIONES KEY = RTN-CLAVE-1
           INVALID KEY
                 MOVE 1 TO WK-RTN-FINAL
           END-START
           PERFORM UNTIL WK-RTN-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-RTN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF NOT ( RTN-RECIBO = REB-RECIBO )
                 MOVE 1 TO WK-RTN-FINAL
                 EXIT PERFORM CYCLE
              END-IF
              IF RTN-ESTADO = "R" OR "L"
                 PERFORM REVERTIR-PAGO THRU F-REVERTIR-PAGO
                 GO TO F-REBOTAR-UNO
              END-IF
           END-PERFORM.
       F-REBOTAR-UNO-SIN-PAR.
           ADD 1 TO WK-REB-SIN-PAR
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           PERFORM GRABAR-AUDITORIA THRU F-GRABAR-AUDITORIA
           PERFORM GRABAR-NOTA THRU F-GRABAR-NOTA
           MOVE "D" TO RTN-ESTADO
           REWRITE RTN-REG INVALID KEY
                   MOVE 1 TO RETURN-CODE
           END-REWRITE
           ADD 1 TO WK-REBOTADAS
           IF WK-LINEA > 64
              PERFORM ENCABEZAR THRU F-ENCABEZAR
           ADD 1 TO WK-LINEA.
       F-REVERTIR-PAGO. EXIT.

      * SEGUNDA PASADA, DESPUES DE LOS REBOTES: LAS MUERTAS VIEJAS SE
      * BORRAN DEL ARCHIVO
       DEPURAR-MUERTAS.
           IF WK-RTN-ABIERTO = 0
              GO TO F-DEPURAR-MUERTAS
           END-IF
           MOVE LOW-VALUES TO RTN-CLAVE
           MOVE 0 TO WK-RTN-FINAL
           START RETENCIONES KEY NOT < RTN-CLAVE
           INVALID KEY
                 MOVE 1 TO WK-RTN-FINAL
           END-START
           PERFORM UNTIL WK-RTN-FINAL = 1
              READ RETENCIONES NEXT AT END
                   MOVE 1 TO WK-RTN-FINAL
                   EXIT PERFORM CYCLE
              END-READ
              IF ( RTN-ESTADO = "L" OR "D" )
                 AND RTN-FECHA-DISPONIBLE(1:6) < WK-CORTE-DEPURA
                 DELETE RETENCIONES RECORD INVALID KEY
                        MOVE 1 TO RETURN-CODE
                 END-DELETE
                 ADD 1 TO WK-DEPURADAS
              END-IF
           END-PERFORM.
       F-DEPURAR-MUERTAS. EXIT.

       GRABAR-NOTA.
           INITIALIZE NOTA-REG
           MOVE RTN-DOCUMENTO TO NOTA-DOCUMENTO
                 LISTADO
                 AUDITORIA
                 NOTAS
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
           END-IF
           GOBACK.
       F-ERROR-ES. EXIT.

       FINAL-PROG.
           IF WK-RTN-ABIERTO = 1
              CLOSE RETENCIONES
           END-IF
           IF WK-LINEA > 60
