      *          tenga la hoja colgada y no haya que encender el
      *          sistema cuando alguien se desploma. La salida va a
      *          una generacion fechada (HOJAEM + AAAAMMDD) anotada en
      *          el registro de spool SPOOLCTLTXT. Todo el bloque de
      *          cada empleado (su linea y las de sus contactos) lleva
      *          el departamento en las columnas 198-200, la marca con
      *          la que 88_BBDD_reparte_spool.cbl saca la hoja de cada
      *          planta segun la lista de reparto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * el layout comun con el mantenimiento de departamentos.

           FD HOJA-ARCHIVO.
             01 LINEA-HOJA PIC X(200).
             01 LINEA-HOJA-REPARTO.
               02 FILLER       PIC X(197).
               02 LIN-REPARTO  PIC X(3).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EMPLEADOS    PIC 9(6) VALUE ZEROS.
      * departamento del empleado que se esta imprimiendo; la
      * cabecera va sin marca y no se reparte.
       01  MARCA-REPARTO         PIC X(3) VALUE SPACES.

      ***************************************************
       PROCEDURE DIVISION.
       PERFORM 4-LEE-EMPLEADO.

       51-IMPRIME-EMPLEADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO MARCA-REPARTO.
       MOVE SPACES TO LINEA-HOJA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-HOJA.
           INTO LINEA-HOJA.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 52-IMPRIME-CONTACTOS.
       MOVE SPACES TO MARCA-REPARTO.

       52-IMPRIME-CONTACTOS.
       MOVE "N" TO CONTACTO-HALLADO.
       END-IF.

       91-ESCRIBE-LINEA.
       MOVE MARCA-REPARTO TO LIN-REPARTO.
       WRITE LINEA-HOJA.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

