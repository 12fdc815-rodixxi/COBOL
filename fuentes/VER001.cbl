      * CUENTAS ARCHIVADAS ("X" COMO ULTIMA IMAGEN) DEBEN NO ESTAR,
      * IGUAL QUE LAS ALTAS REVERTIDAS POR EL BACKOUT ("V" CON LA
      * IMAGEN POSTERIOR EN CERO: EL BACKOUT LAS BORRO DEL MAESTRO).
      * TAMPOCO ESTA LA CLAVE VIEJA DE UN CAMBIO DE PRODUCTO ("0" DE
      * CTAS003 CON FECHA DE BAJA, LA PATA DE SALIDA); LA CLAVE
      * NUEVA ARRANCA CON SU PATA DE ENTRADA Y SE COMPARA COMO TODAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       77  WK-LINEA                     PIC 9(04)     VALUE 0.
       77  WK-HAY-GRUPO                 PIC 9         VALUE 0.
       77  WK-ALTA-REVERTIDA            PIC 9         VALUE 0.
       77  WK-CONVERTIDA                PIC 9         VALUE 0.

       01  WK-ULTIMA.
           03 ULT-DOCUMENTO             PIC 9(08).
              AND ULT-FECHA-BAJA = 0
              MOVE 1 TO WK-ALTA-REVERTIDA
           END-IF
      * LA SALIDA DE UN CAMBIO DE PRODUCTO DEJA LA CLAVE VIEJA CON
      * SALDO CERO Y FECHA DE BAJA: LA CUENTA SIGUE BAJO OTRA CLAVE
           MOVE 0 TO WK-CONVERTIDA
           IF ULT-MOV = "0"
              AND ULT-SALDO = 0
              AND ULT-FECHA-BAJA NOT = 0
              MOVE 1 TO WK-CONVERTIDA
           END-IF
           MOVE ULT-DOCUMENTO TO CTAS-DOCUMENTO
           MOVE ULT-PRODUCTO  TO CTAS-PRODUCTO
           READ M-CUENTAS
           INVALID KEY
      * LA CUENTA NO ESTA: SOLO ES LEGITIMO SI LO ULTIMO AUDITADO
      * FUE EL ARCHIVADO DE CTAS005, UN ALTA REVERTIDA O LA SALIDA
      * DE UN CAMBIO DE PRODUCTO
                IF NOT ( ULT-MOV = "X" OR WK-ALTA-REVERTIDA = 1
                         OR WK-CONVERTIDA = 1 )
                   MOVE "NO ESTA EN EL MAESTRO SIN ARCHIVADO AUDITADO"
                     TO L-MOTIVO
                   PERFORM MARCAR THRU F-MARCAR
                END-IF
           NOT INVALID KEY
                EVALUATE TRUE
                   WHEN ULT-MOV = "X" OR WK-ALTA-REVERTIDA = 1
                      MOVE
                      "ARCHIVADA SEGUN AUDITORIA PERO SIGUE EN VIVO"
                        TO L-MOTIVO
                      PERFORM MARCAR THRU F-MARCAR
                   WHEN WK-CONVERTIDA = 1
                      MOVE
                      "CAMBIO DE PRODUCTO AUDITADO PERO SIGUE EN VIVO"
                        TO L-MOTIVO
                      PERFORM MARCAR THRU F-MARCAR
                   WHEN CTAS-SALDO NOT = ULT-SALDO
                        OR CTAS-APERTURA NOT = ULT-APERTURA
                        OR CTAS-FECHA-BAJA NOT = ULT-FECHA-BAJA
                      MOVE "ESTADO NO DESCIENDE DEL ULTIMO MOVIMIENTO"
                        TO L-MOTIVO
                      PERFORM MARCAR THRU F-MARCAR
                END-EVALUATE
           END-READ.
       F-VERIFICAR-CUENTA. EXIT.

