      * LEE TAB-MOTIVOS-BON.DAT Y PISA LOS VALORES DE FABRICA DE
      * TAB-MOTIVOS CON LO QUE ENCUENTRE, UN MOTIVO POR REGISTRO, EN
      * EL MISMO ORDEN DE LA TABLA; SI EL ARCHIVO NO EXISTE O TRAE
      * MENOS DE 6 REGISTROS, LO QUE NO SE PUDO LEER QUEDA CON EL
      * VALOR DE FABRICA
       CARGAR-TABLA-MOTIVOS.
           OPEN INPUT TAB-MOT-FILE
           IF WK-TAB-MOT-STAT = "00"
              SET MOT-INDEX TO 1
              PERFORM UNTIL MOT-INDEX > 6
                 READ TAB-MOT-FILE AT END
                      EXIT PERFORM
                 END-READ
                 MOVE TAB-MOT-REG TO TAB-MOTIVOS-DETALLE(MOT-INDEX)
                 SET MOT-INDEX UP BY 1
              END-PERFORM
              CLOSE TAB-MOT-FILE
           END-IF.
       F-CARGAR-TABLA-MOTIVOS. EXIT.
