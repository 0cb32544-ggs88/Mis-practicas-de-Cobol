      *          y hora de la pasada en la cabecera y una pagina de
      *          control final con el total, para que el proceso
      *          nocturno la mande directo a la impresora y el archivo
      *          quede como informe de registro. Cada linea de empleado
      *          lleva su departamento en las columnas 198-200 (la
      *          marca de reparto), para que el reparto nocturno de
      *          88_BBDD_reparte_spool.cbl saque la copia de cada
      *          destinatario de la lista de reparto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           FD REPORTE-ARCHIVO.
             01 LINEA-REPORTE PIC X(200).
             01 LINEA-REPORTE-REPARTO.
               02 FILLER       PIC X(197).
               02 LIN-REPARTO  PIC X(3).

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
           02 FILLER             PIC X(6) VALUE "RPTDIR".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
      * departamento de la linea que se esta escribiendo; las
      * cabeceras, pies y totales van sin marca y no se reparten.
       01  MARCA-REPARTO         PIC X(3) VALUE SPACES.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-DEPARTAMENTOS  PIC XX.
       01  ESTADO-APERTURA-DEPARTAMENTOS PIC XX.
       MOVE EMPLEADOS-TELEFONO TO DET-TELEFONO.
       MOVE EMPLEADOS-DIRECCION TO DET-DIRECCION.
       MOVE LINEA-DETALLE TO LINEA-REPORTE.
       MOVE EMPLEADOS-DEPARTAMENTO TO MARCA-REPARTO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO MARCA-REPARTO.

       54-CALCULA-EDAD.
       IF EMPLEADOS-FECHA-NACIMIENTO = ZERO
       END-IF.

       91-ESCRIBE-LINEA.
       MOVE MARCA-REPARTO TO LIN-REPARTO.
       WRITE LINEA-REPORTE.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

