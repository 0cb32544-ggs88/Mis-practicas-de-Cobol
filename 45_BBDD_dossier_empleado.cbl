               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD GENERACION-ARCHIVO.
             01 GENERACION-REGISTRO PIC X(383).

           FD AUDITORIA-ARCHIVO.
           COPY AUDITORIA.
