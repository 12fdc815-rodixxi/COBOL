       FD  C-CUENTAS.
       01  CCT-REG.
           03 CCT-CLAVE               PIC X(10).
           03 CCT-RESTO               PIC X(100).

       FD  C-PLASTICOS.
       01  CPL-REG.
           03 CPL-CLAVE               PIC X(16).
           03 CPL-CLAVE-1             PIC X(08).
           03 CPL-RESTO               PIC X(86).

       FD  C-DOMICILIOS.
       01  CDM-REG.
