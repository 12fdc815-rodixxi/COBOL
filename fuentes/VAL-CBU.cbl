      * =================================================================== */
      *                                                                     */
      *   VAL-CBU.CBL                                                       */
      *   CRESPILLO RODRIGO ANDRES                                          */
      *                                                                     */
      *   rutina comun de digitos verificadores del cbu: los calcula       */
      *   para un cbu nuevo o controla los de un cbu recibido              */
      * =================================================================== */
      *PROGRAM DESCRIPTION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-CBU.
       AUTHOR. CRESPILLO RODRIGO ANDRES.
       INSTALLATION.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * EL CBU TIENE DOS BLOQUES CON SU PROPIO DIGITO VERIFICADOR. EL
      * PRIMERO (ENTIDAD Y SUCURSAL, 7 DIGITOS) SE PONDERA CON
      * 7-1-3-9-7-1-3 Y EL SEGUNDO (NUMERO DE CUENTA, 13 DIGITOS) CON
      * 3-9-7-1-3-9-7-1-3-9-7-1-3; EL DIGITO ES LO QUE LE FALTA A LA
      * SUMA PARA LLEGAR A LA DECENA SIGUIENTE (0 SI YA ES MULTIPLO
      * DE 10).
      * CON ACCION "D" LA RUTINA COMPLETA LOS DOS DIGITOS DEL CBU
      * RECIBIDO (ALTA DE CBU EN CBU001); CON "V" CONTROLA QUE LOS QUE
      * TRAE SEAN CORRECTOS (CBU DESTINO TIPEADO EN TRF002, CBU DE LAS
      * TRANSFERENCIAS QUE LLEGAN DE LA CAMARA). DEVUELVE "S" O "N";
      * UN CBU EN CERO TAMBIEN ES "N".
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. NOMBRE COMPUTADIR FUENTE.
       OBJECT-COMPUTER. NOMBRE COMPUTADOR OBJETO.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       77  WK-IND                       PIC 9(02)  VALUE 0.
       77  WK-SUMA                      PIC 9(04)  VALUE 0.
       77  WK-RESTO                     PIC 9(04)  VALUE 0.
       77  WK-COCIENTE                  PIC 9(04)  VALUE 0.
       77  WK-DV1                       PIC 9(01)  VALUE 0.
       77  WK-DV2                       PIC 9(01)  VALUE 0.

       01  WK-CBU-T                     PIC 9(22)  VALUE 0.
       01  FILLER REDEFINES WK-CBU-T.
           03 WK-CBU-DIG                PIC 9(01) OCCURS 22.

      * PONDERADORES DEL SEGUNDO BLOQUE; EL PRIMERO USA LOS ULTIMOS 7
       01  WK-PESOS-T                   PIC X(13)
                                        VALUE "3971397139713".
       01  FILLER REDEFINES WK-PESOS-T.
           03 WK-PESO                   PIC 9(01) OCCURS 13.

       LINKAGE SECTION.
       01  LK-CBU                       PIC 9(22).
      * "D" = CALCULAR DIGITOS, "V" = VALIDAR
       01  LK-ACCION                    PIC X(01).
      * "S" = CBU VALIDO, "N" = DIGITO VERIFICADOR INCORRECTO
       01  LK-VALIDO                    PIC X(01).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CBU LK-ACCION LK-VALIDO.

       CONTROL-PROG.
           MOVE "N" TO LK-VALIDO
           IF LK-CBU NOT NUMERIC OR LK-CBU = 0
              GOBACK
           END-IF
           MOVE LK-CBU TO WK-CBU-T
      * BLOQUE 1: POSICIONES 1 A 7, DIGITO EN LA 8
           MOVE 0 TO WK-SUMA
           PERFORM SUMAR-BLOQUE-1 THRU F-SUMAR-BLOQUE-1
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 7
           PERFORM CALCULAR-DIGITO THRU F-CALCULAR-DIGITO
           MOVE WK-RESTO TO WK-DV1
      * BLOQUE 2: POSICIONES 9 A 21, DIGITO EN LA 22
           MOVE 0 TO WK-SUMA
           PERFORM SUMAR-BLOQUE-2 THRU F-SUMAR-BLOQUE-2
                   VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > 13
           PERFORM CALCULAR-DIGITO THRU F-CALCULAR-DIGITO
           MOVE WK-RESTO TO WK-DV2
           IF LK-ACCION = "D"
              MOVE WK-DV1 TO WK-CBU-DIG(8)
              MOVE WK-DV2 TO WK-CBU-DIG(22)
              MOVE WK-CBU-T TO LK-CBU
              MOVE "S" TO LK-VALIDO
              GOBACK
           END-IF
           IF WK-CBU-DIG(8) = WK-DV1 AND WK-CBU-DIG(22) = WK-DV2
              MOVE "S" TO LK-VALIDO
           END-IF
           GOBACK.

       SUMAR-BLOQUE-1.
           COMPUTE WK-SUMA = WK-SUMA
                   + WK-CBU-DIG(WK-IND) * WK-PESO(WK-IND + 6).
       F-SUMAR-BLOQUE-1. EXIT.

       SUMAR-BLOQUE-2.
           COMPUTE WK-SUMA = WK-SUMA
                   + WK-CBU-DIG(WK-IND + 8) * WK-PESO(WK-IND).
       F-SUMAR-BLOQUE-2. EXIT.

      * DEJA EL DIGITO VERIFICADOR DE WK-SUMA EN WK-RESTO
       CALCULAR-DIGITO.
           DIVIDE WK-SUMA BY 10 GIVING WK-COCIENTE
                  REMAINDER WK-RESTO
           IF WK-RESTO NOT = 0
              COMPUTE WK-RESTO = 10 - WK-RESTO
           END-IF.
       F-CALCULAR-DIGITO. EXIT.

       END PROGRAM VAL-CBU.
