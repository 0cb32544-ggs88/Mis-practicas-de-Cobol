      *          generacion fechada, anotada en el registro de spool.
      *          Termina con RETURN-CODE 4 si algun departamento queda
      *          sobre presupuesto, para que finanzas no se entere a
      *          fin de trimestre. Cada linea de departamento lleva su
      *          codigo en las columnas 198-200 (000 la de los
      *          empleados sin departamento), la marca con la que
      *          88_BBDD_reparte_spool.cbl saca la copia de cada
      *          destinatario de la lista de reparto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * el layout comun con el mantenimiento de departamentos.

           FD PRESUPUESTO-ARCHIVO.
             01 LINEA-PRESUPUESTO PIC X(200).
             01 LINEA-PRESUPUESTO-REPARTO.
               02 FILLER       PIC X(197).
               02 LIN-REPARTO  PIC X(3).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
           02 FILLER             PIC X(6) VALUE "PRESUP".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
      * departamento de la linea que se esta escribiendo; la cabecera
      * y los totales van sin marca y no se reparten. IDX-DEPTO es de
      * cuatro cifras, asi que se pasa por la vista numerica.
       01  MARCA-REPARTO         PIC X(3) VALUE SPACES.
       01  MARCA-DEPTO REDEFINES MARCA-REPARTO PIC 9(3).
       01  FIN-EMPLEADOS         PIC A VALUE "N".
       01  FIN-DEPARTAMENTOS     PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).
       MOVE ADSCRITOS-DEPTO (CASILLA-DEPTO) TO DET-REAL.
       PERFORM 62-MARCA-DESVIACION.
       MOVE LINEA-DETALLE TO LINEA-PRESUPUESTO.
       MOVE DEPARTAMENTOS-CODIGO TO MARCA-REPARTO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO MARCA-REPARTO.
       PERFORM 5-LEE-DEPARTAMENTO.

      * plazas a cero es "sin control": ni diferencia ni marca de
           MOVE SPACES TO DET-DIF
           MOVE "NO EN MAESTRO" TO DET-MARCA
           MOVE LINEA-DETALLE TO LINEA-PRESUPUESTO
           MOVE IDX-DEPTO TO MARCA-DEPTO
           PERFORM 91-ESCRIBE-LINEA
           MOVE SPACES TO MARCA-REPARTO
       END-IF.

       64-IMPRIME-SIN-DEPARTAMENTO.
           MOVE SPACES TO DET-DIF
           MOVE SPACES TO DET-MARCA
           MOVE LINEA-DETALLE TO LINEA-PRESUPUESTO
           MOVE "000" TO MARCA-REPARTO
           PERFORM 91-ESCRIBE-LINEA
           MOVE SPACES TO MARCA-REPARTO
       END-IF.

       65-IMPRIME-TOTALES.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       MOVE MARCA-REPARTO TO LIN-REPARTO.
       WRITE LINEA-PRESUPUESTO.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

