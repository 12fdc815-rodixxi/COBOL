       COPY "\COBOL\fuentes\cpy\fd-consumos-ret.fds".

       FD  LIBERADOS.
       01  LIB-REG                      PIC X(47).

       WORKING-STORAGE SECTION.


       01  TAB-RETENIDOS.
           03 TAB-RET-ITEM OCCURS 2000.
              05 TAB-RET-REG            PIC X(92).

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
