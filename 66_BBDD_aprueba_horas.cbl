      ******************************************************************
      * Author:
      * Date:
      * Purpose: APROBACION DE HORAS EXTRA. Las horas extra que saca
      *          del torno el calculo mensual de
      *          65_BBDD_horas_trabajadas.cbl quedan PENDIENTE en
      *          HORASMESDAT; la nomina mensual de
      *          42_BBDD_nomina_mensual.cbl solo paga las que el
      *          responsable aprueba aqui. Se pueden aprobar todas las
      *          calculadas o menos (nunca mas), o rechazarlas; queda
      *          anotado quien y cuando. Las ya pagadas no se tocan.
      *          Mismo esquema de menu que los demas mantenimientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRHORAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL HORASMES-ARCHIVO
                 ASSIGN TO "HORASMESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HOR-CLAVE
                 STATUS ESTADO-HORASMES.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 ALTERNATE KEY IS EMPLEADOS-TELEFONO WITH DUPLICATES
                 ALTERNATE KEY IS EMPLEADOS-APELLIDO-PATERNO
                     WITH DUPLICATES
                 STATUS ESTADO-FILE.

      * EMPLEADOS-ARCHIVO solo se lee, para poner nombre a cada ID.

       DATA DIVISION.
       FILE SECTION.
           FD HORASMES-ARCHIVO.
           COPY HORASMES.
      * HORASMES-REGISTRO viene del copybook HORASMES.cpy, el layout
      * comun con el calculo de horas y la nomina mensual.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

       WORKING-STORAGE SECTION.
       01  ESTADO-HORASMES   PIC XX.
       01  ESTADO-FILE       PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA       PIC 9(6).
       01  MES-BUSQUEDA      PIC 9(6).
       01  MES-BUSQUEDA-PARTES REDEFINES MES-BUSQUEDA.
           02 MES-BUSQUEDA-ANO PIC 9(4).
           02 MES-BUSQUEDA-MES PIC 9(2).
       01  HORAS-TECLEADAS   PIC 9(3)V99.
       01  CONFIRMA-CAMBIO   PIC A.
       01  FIN-LISTADO       PIC A.
       01  REGISTRO-HALLADO  PIC A.
       01  TOTAL-LISTADOS    PIC 9(4).
       01  HORAS-EDITADAS    PIC ZZ9.99.
       01  APROBADAS-EDITADAS PIC ZZ9.99.
       01  NORMALES-EDITADAS PIC ZZ9.99.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVOS.
       STOP RUN.

       2-ABRE-ARCHIVOS.
       OPEN I-O HORASMES-ARCHIVO.
       IF ESTADO-HORASMES = "35"
           OPEN OUTPUT HORASMES-ARCHIVO
           CLOSE HORASMES-ARCHIVO
           OPEN I-O HORASMES-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.

       3-CIERRA-ARCHIVOS.
       CLOSE HORASMES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Horas extra pendientes de un mes".
       DISPLAY "2. Aprobar horas extra".
       DISPLAY "3. Rechazar horas extra".
       DISPLAY "4. Consulta de un empleado".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-LISTA-PENDIENTES.
       IF OPCION-MENU = 2 PERFORM 5-APRUEBA-HORAS.
       IF OPCION-MENU = 3 PERFORM 6-RECHAZA-HORAS.
       IF OPCION-MENU = 4 PERFORM 7-CONSULTA-EMPLEADO.

      * recorrido completo del archivo (la clave empieza por el ID):
      * se muestran los del mes pedido con horas extra por aprobar.
       4-LISTA-PENDIENTES.
       DISPLAY "Mes (AAAAMM): ".
       ACCEPT MES-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO HOR-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START HORASMES-ARCHIVO KEY IS NOT LESS THAN HOR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 41-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Empleados con horas extra pendientes: " TOTAL-LISTADOS.

       41-LISTA-UNO.
       READ HORASMES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF HOR-ANO = MES-BUSQUEDA-ANO AND HOR-MES = MES-BUSQUEDA-MES
               AND HOR-ESTADO = "PENDIENTE" AND HOR-HORAS-EXTRA > ZERO
               PERFORM 8-MUESTRA-HORAS
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

       5-APRUEBA-HORAS.
       PERFORM 51-BUSCA-MES.
       IF REGISTRO-HALLADO = "S"
           PERFORM 8-MUESTRA-HORAS
           IF HOR-ESTADO = "PAGADO"
               DISPLAY "Esas horas ya se pagaron en la nomina "
                   HOR-NOMINA-PAGO "; no se pueden cambiar."
           ELSE
           IF HOR-HORAS-EXTRA = ZERO
               DISPLAY "Ese mes no tiene horas extra que aprobar."
           ELSE
               PERFORM 52-CAPTURA-APROBACION
           END-IF
       END-IF.

       51-BUSCA-MES.
       MOVE "N" TO REGISTRO-HALLADO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       DISPLAY "Mes de las horas (AAAAMM): ".
       ACCEPT MES-BUSQUEDA.
       MOVE ID-BUSQUEDA TO HOR-ID.
       MOVE MES-BUSQUEDA-ANO TO HOR-ANO.
       MOVE MES-BUSQUEDA-MES TO HOR-MES.
       READ HORASMES-ARCHIVO
           INVALID KEY
               DISPLAY "No hay horas calculadas de ese empleado y mes."
           NOT INVALID KEY
               MOVE "S" TO REGISTRO-HALLADO
       END-READ.

      * no se aprueba mas de lo que dio el torno: si hace falta mas,
      * hay que corregir los fichajes y recalcular el mes.
       52-CAPTURA-APROBACION.
       DISPLAY "Horas a aprobar (0 = todas las calculadas): ".
       ACCEPT HORAS-TECLEADAS.
       IF HORAS-TECLEADAS = ZERO
           MOVE HOR-HORAS-EXTRA TO HORAS-TECLEADAS.
       IF HORAS-TECLEADAS > HOR-HORAS-EXTRA
           DISPLAY "No se pueden aprobar mas horas de las calculadas."
       ELSE
           MOVE HORAS-TECLEADAS TO HOR-HORAS-APROBADAS
           MOVE "APROBADO" TO HOR-ESTADO
           PERFORM 53-GRABA-DECISION
       END-IF.

       53-GRABA-DECISION.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE OPERADOR-ID TO HOR-APROBADO-POR.
       MOVE FECHA-HOY TO HOR-FECHA-APROBACION.
       REWRITE HORASMES-REGISTRO.
       IF ESTADO-HORASMES > "09"
           DISPLAY "Error al grabar, estado " ESTADO-HORASMES
       ELSE
           DISPLAY "Horas " HOR-ESTADO " por " OPERADOR-ID ".".

       6-RECHAZA-HORAS.
       PERFORM 51-BUSCA-MES.
       IF REGISTRO-HALLADO = "S"
           PERFORM 8-MUESTRA-HORAS
           IF HOR-ESTADO = "PAGADO"
               DISPLAY "Esas horas ya se pagaron en la nomina "
                   HOR-NOMINA-PAGO "; no se pueden cambiar."
           ELSE
               DISPLAY "¿Confirma que rechaza estas horas extra? S/N"
               ACCEPT CONFIRMA-CAMBIO
               IF CONFIRMA-CAMBIO = "S" OR CONFIRMA-CAMBIO = "s"
                   MOVE ZEROS TO HOR-HORAS-APROBADAS
                   MOVE "RECHAZADO" TO HOR-ESTADO
                   PERFORM 53-GRABA-DECISION
               ELSE
                   DISPLAY "Rechazo cancelado."
               END-IF
           END-IF
       END-IF.

       7-CONSULTA-EMPLEADO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ID-BUSQUEDA TO HOR-ID.
       MOVE ZEROS TO HOR-ANO.
       MOVE ZEROS TO HOR-MES.
       MOVE "N" TO FIN-LISTADO.
       START HORASMES-ARCHIVO KEY IS NOT LESS THAN HOR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 71-CONSULTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Meses listados: " TOTAL-LISTADOS.

       71-CONSULTA-UNO.
       READ HORASMES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF HOR-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-LISTADO
           ELSE
               PERFORM 8-MUESTRA-HORAS
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

       8-MUESTRA-HORAS.
       MOVE SPACES TO EMPLEADOS-NOMBRE.
       MOVE SPACES TO EMPLEADOS-APELLIDO-PATERNO.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE HOR-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "(no esta en el maestro)" TO EMPLEADOS-NOMBRE
           END-READ
       END-IF.
       MOVE HOR-HORAS-NORMALES TO NORMALES-EDITADAS.
       MOVE HOR-HORAS-EXTRA TO HORAS-EDITADAS.
       MOVE HOR-HORAS-APROBADAS TO APROBADAS-EDITADAS.
       DISPLAY "ID: " HOR-ID "  Mes: " HOR-ANO HOR-MES "  "
           EMPLEADOS-NOMBRE (1:20) " "
           EMPLEADOS-APELLIDO-PATERNO (1:20).
       DISPLAY "  Dias: " HOR-DIAS-TRABAJADOS
           "  Incidencias: " HOR-DIAS-INCIDENCIA
           "  Normales: " NORMALES-EDITADAS
           "  Extra: " HORAS-EDITADAS.
       DISPLAY "  Estado: " HOR-ESTADO
           "  Aprobadas: " APROBADAS-EDITADAS
           "  Por: " HOR-APROBADO-POR
           "  El: " HOR-FECHA-APROBACION.
       IF HOR-DIAS-INCIDENCIA > ZERO
           DISPLAY "  OJO: dias con fichajes impares; ver el informe "
               "de horas del mes.".

       END PROGRAM APRHORAS.
