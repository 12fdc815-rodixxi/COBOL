      * CONSULTA A LA RUTINA DE DOCUMENTOS (CALL "VAL-DOC"):
      *   WK-VDO-ACCION "V" SOLO CONTROLA EL FORMATO DEL TIPO Y
      *                     NUMERO RECIBIDOS
      *                 "B" ADEMAS BUSCA EL NUMERO INTERNO EN EL
      *                     PADRON (EL DNI ES SU PROPIO NUMERO)
      *                 "A" COMO "B", Y SI NO ESTA EMPADRONADO LE
      *                     ASIGNA NUMERO Y LO REGISTRA (CON
      *                     WK-VDO-SIMULACION = 1 NO GRABA NADA)
      *                 "I" EL CAMINO INVERSO: DEL NUMERO INTERNO DE
      *                     WK-VDO-DOCUMENTO AL TIPO Y NUMERO REALES
      *   WK-VDO-NUMERO SE CARGA COMO SE TIPEO (ALINEADO A IZQUIERDA)
      *   Y VUELVE NORMALIZADO: LOS TIPOS NUMERICOS CON CEROS A
      *   IZQUIERDA HASTA 11 POSICIONES, EL PASAPORTE EN MAYUSCULAS.
      *   WK-VDO-RESULTADO "S" = OK, "N" = FORMATO INVALIDO,
      *   "E" = VALIDO PERO NO EMPADRONADO.
      *   VUELVEN TAMBIEN LA SIGLA Y EL CODIGO DEL REGIMEN DEL TIPO,
      *   EL NUMERO EDITADO PARA IMPRIMIR Y EL DNI CONTENIDO: EL DNI
      *   MISMO, EL NUMERO DE LA LE/LC (QUE EL DNI CONSERVO) O EL QUE
      *   VA DENTRO DEL CUIT/CUIL; 0 EN EL PASAPORTE
       01  WK-VDO-CONSULTA.
           03 WK-VDO-ACCION             PIC X(01).
           03 WK-VDO-SIMULACION         PIC 9(01).
           03 WK-VDO-TIPO               PIC X(01).
           03 WK-VDO-NUMERO             PIC X(11).
           03 WK-VDO-DOCUMENTO          PIC 9(08).
           03 WK-VDO-RESULTADO          PIC X(01).
           03 WK-VDO-SIGLA              PIC X(04).
           03 WK-VDO-REGIMEN            PIC X(02).
           03 WK-VDO-IMPRESO            PIC X(13).
           03 WK-VDO-DNI                PIC 9(08).
