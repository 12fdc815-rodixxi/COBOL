      * LEE TAB-SITUACION.DAT Y PISA LOS VALORES DE FABRICA DE
      * TAB-SITUACION CON LO QUE ENCUENTRE, UNA SITUACION POR
      * REGISTRO, EN EL MISMO ORDEN DE LA TABLA; SI EL ARCHIVO NO
      * EXISTE O TRAE MENOS DE 7 REGISTROS, LO QUE NO SE PUDO LEER
      * QUEDA CON EL VALOR DE FABRICA (LA SITUACION 4, CASTIGADA, VA
      * AL FINAL PARA QUE LOS ARCHIVOS DE 6 REGISTROS SIGAN VALIENDO)
       CARGAR-TABLA-SITUACION.
           OPEN INPUT TAB-SIT-FILE
           IF WK-TAB-SIT-STAT = "00"
              SET SIT-INDEX TO 1
              PERFORM UNTIL SIT-INDEX > 7
                 READ TAB-SIT-FILE AT END
                      EXIT PERFORM
                 END-READ
