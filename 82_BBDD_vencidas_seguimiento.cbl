      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME SEMANAL DE TAREAS DE ENTRADA Y SALIDA
      *          VENCIDAS. Recorre SEGUIMIENTODAT (las listas que abre
      *          80_BBDD_abre_seguimiento.cbl) y saca, agrupadas por
      *          responsable con un SORT, las tareas que siguen
      *          PENDIENTE con el vencimiento ya pasado, de la mas
      *          antigua a la mas reciente, con el empleado, la
      *          operacion que abrio la lista y los dias de retraso.
      *          Cada responsable lleva su subtotal y al final va el
      *          total de vencidas y de pendientes en plazo. No
      *          pregunta nada, asi que puede lanzarse a mano cada
      *          semana o ir como paso en JOBCTLTXT. Sale a una
      *          generacion fechada (VENSEG + AAAAMMDD) anotada en el
      *          registro de spool; codigo de retorno 4 si hay alguna
      *          tarea vencida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCSEG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL SEGUIMIENTO-ARCHIVO
                 ASSIGN TO "SEGUIMIENTODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS SEG-CLAVE
                 STATUS ESTADO-SEGUIMIENTO.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "VENCSORTTMP".

                 SELECT OPTIONAL VENCIDAS-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-VENCIDAS.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * cada ejecucion escribe una generacion fechada (VENSEG +
      * AAAAMMDD) y la anota en el registro de spool SPOOLCTLTXT para
      * el menu de operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD SEGUIMIENTO-ARCHIVO.
           COPY SEGUIMIENTO.
      * SEGUIMIENTO-REGISTRO viene del copybook SEGUIMIENTO.cpy, el
      * layout comun con la apertura nocturna y el cierre a mano.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

      * una tarea vencida por registro, ordenada por responsable,
      * vencimiento e ID.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-RESPONSABLE    PIC X(10).
               02 ORD-VENCE          PIC 9(8).
               02 ORD-ID             PIC 9(6).
               02 ORD-CODIGO         PIC X(4).
               02 ORD-DESCRIPCION    PIC X(40).
               02 ORD-OPERACION      PIC X(8).
               02 ORD-APERTURA       PIC 9(8).
               02 ORD-RETRASO        PIC 9(5).

           FD VENCIDAS-ARCHIVO.
             01 LINEA-VENCIDAS PIC X(110).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-SEGUIMIENTO    PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-VENCIDAS       PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "VENSEG".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-SEGUIMIENTO       PIC A VALUE "N".
       01  FIN-ORDEN             PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).

       01  RESPONSABLE-ACTUAL    PIC X(10).
       01  RESPONSABLE-LINEAS    PIC 9(6).
       01  CONTADOR-TAREAS       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-VENCIDAS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EN-PLAZO     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-RESPONSABLES PIC 9(4) VALUE ZEROS.

      * dias de retraso: vencimiento y hoy pasados a dia corrido.
       01  FECHA-TRABAJO         PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO             PIC 9(4).
           02 FT-MES             PIC 9(2).
           02 FT-DIA             PIC 9(2).
       01  CALC-ANO              PIC 9(5).
       01  CALC-MES              PIC 9(2).
       01  CALC-Q4               PIC 9(4).
       01  CALC-Q100             PIC 9(3).
       01  CALC-Q400             PIC 9(2).
       01  CALC-M306             PIC 9(4).
       01  DIAS-SERIE            PIC 9(7).
       01  DIAS-HOY              PIC 9(7).

       01  CABECERA-COLUMNAS.
           02 FILLER             PIC X(10) VALUE "  ID".
           02 FILLER             PIC X(31) VALUE "EMPLEADO".
           02 FILLER             PIC X(6) VALUE "TAREA".
           02 FILLER             PIC X(41) VALUE "DESCRIPCION".
           02 FILLER             PIC X(9) VALUE "VENCE".
           02 FILLER             PIC X(7) VALUE "RETRASO".

       01  LINEA-DETALLE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-NOMBRE         PIC X(30).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-CODIGO         PIC X(4).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-DESCRIPCION    PIC X(40).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-VENCE          PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-RETRASO        PIC ZZZZ9.
       01  LINEA-APERTURA.
           02 FILLER             PIC X(10) VALUE SPACES.
           02 FILLER             PIC X(18) VALUE "lista abierta por ".
           02 APE-OPERACION      PIC X(8).
           02 FILLER             PIC X(4) VALUE " el ".
           02 APE-FECHA          PIC 9(8).
       01  LINEA-SEPARADORA      PIC X(110) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       MOVE DIAS-SERIE TO DIAS-HOY.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 21-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-RESPONSABLE ORD-VENCE ORD-ID
           INPUT PROCEDURE 3-REVISA-TAREAS
           OUTPUT PROCEDURE 5-IMPRIME-RESPONSABLES.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 9-CIERRA-ARCHIVOS.
       DISPLAY "Informe de tareas vencidas en la generacion "
           RUTA-SPOOL ".".
       DISPLAY "Vencidas: " CONTADOR-VENCIDAS "  en plazo: "
           CONTADOR-EN-PLAZO "  responsables con vencidas: "
           CONTADOR-RESPONSABLES.
       IF CONTADOR-VENCIDAS > ZERO
           MOVE 4 TO RETURN-CODE.
       GOBACK.

       2-ABRE-ARCHIVOS.
       OPEN INPUT SEGUIMIENTO-ARCHIVO.
       IF ESTADO-SEGUIMIENTO > "09"
           DISPLAY "No se pudo abrir SEGUIMIENTODAT, estado "
               ESTADO-SEGUIMIENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT VENCIDAS-ARCHIVO.

       21-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-VENCIDAS.
       STRING "TAREAS DE ENTRADA Y SALIDA VENCIDAS POR RESPONSABLE - "
           DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.

      * entrada del SORT: solo lo PENDIENTE con el vencimiento antes
      * de hoy; lo hecho y lo anulado no cuenta.
       3-REVISA-TAREAS.
       PERFORM 31-LEE-TAREA.
       PERFORM 32-REVISA-UNA UNTIL FIN-SEGUIMIENTO = "S".

       31-LEE-TAREA.
       READ SEGUIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SEGUIMIENTO.

       32-REVISA-UNA.
       IF SEG-ESTADO = "PENDIENTE"
           ADD 1 TO CONTADOR-TAREAS
           IF SEG-VENCE < FECHA-HOY
               ADD 1 TO CONTADOR-VENCIDAS
               PERFORM 33-SUELTA-TAREA
           ELSE
               ADD 1 TO CONTADOR-EN-PLAZO
           END-IF
       END-IF.
       PERFORM 31-LEE-TAREA.

       33-SUELTA-TAREA.
       MOVE SEG-RESPONSABLE TO ORD-RESPONSABLE.
       MOVE SEG-VENCE TO ORD-VENCE.
       MOVE SEG-ID TO ORD-ID.
       MOVE SEG-CODIGO TO ORD-CODIGO.
       MOVE SEG-DESCRIPCION TO ORD-DESCRIPCION.
       MOVE SEG-OPERACION TO ORD-OPERACION.
       MOVE SEG-FECHA-APERTURA TO ORD-APERTURA.
       MOVE SEG-VENCE TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       COMPUTE ORD-RETRASO = DIAS-HOY - DIAS-SERIE.
       RELEASE ORDEN-REGISTRO.

      * salida del SORT: una cabecera por responsable con su
      * subtotal al final.
       5-IMPRIME-RESPONSABLES.
       PERFORM 51-RETURN-ORDEN.
       PERFORM 52-PROCESA-RESPONSABLE UNTIL FIN-ORDEN = "S".

       51-RETURN-ORDEN.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.

       52-PROCESA-RESPONSABLE.
       MOVE ORD-RESPONSABLE TO RESPONSABLE-ACTUAL.
       MOVE ZERO TO RESPONSABLE-LINEAS.
       ADD 1 TO CONTADOR-RESPONSABLES.
       MOVE SPACES TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-VENCIDAS.
       STRING "RESPONSABLE " DELIMITED BY SIZE
           RESPONSABLE-ACTUAL DELIMITED BY SIZE
           INTO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 54-IMPRIME-TAREA
           UNTIL FIN-ORDEN = "S"
              OR ORD-RESPONSABLE NOT = RESPONSABLE-ACTUAL.
       MOVE SPACES TO LINEA-VENCIDAS.
       STRING "  TAREAS VENCIDAS DE " DELIMITED BY SIZE
           RESPONSABLE-ACTUAL DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           RESPONSABLE-LINEAS DELIMITED BY SIZE
           INTO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.

      * el empleado puede no estar ya en el maestro (las tareas de
      * salida son de gente que ha causado baja).
       54-IMPRIME-TAREA.
       ADD 1 TO RESPONSABLE-LINEAS.
       MOVE ORD-ID TO DET-ID.
       MOVE "(no esta en el maestro)" TO DET-NOMBRE.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE ORD-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO DET-NOMBRE
                   STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
                       INTO DET-NOMBRE
           END-READ
       END-IF.
       MOVE ORD-CODIGO TO DET-CODIGO.
       MOVE ORD-DESCRIPCION TO DET-DESCRIPCION.
       MOVE ORD-VENCE TO DET-VENCE.
       MOVE ORD-RETRASO TO DET-RETRASO.
       MOVE LINEA-DETALLE TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE ORD-OPERACION TO APE-OPERACION.
       MOVE ORD-APERTURA TO APE-FECHA.
       MOVE LINEA-APERTURA TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 51-RETURN-ORDEN.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-VENCIDAS.
       IF CONTADOR-VENCIDAS = ZERO
           MOVE "NO HAY TAREAS VENCIDAS." TO LINEA-VENCIDAS
           PERFORM 91-ESCRIBE-LINEA
           MOVE SPACES TO LINEA-VENCIDAS.
       STRING "TAREAS PENDIENTES: " DELIMITED BY SIZE
           CONTADOR-TAREAS DELIMITED BY SIZE
           "   VENCIDAS: " DELIMITED BY SIZE
           CONTADOR-VENCIDAS DELIMITED BY SIZE
           "   EN PLAZO: " DELIMITED BY SIZE
           CONTADOR-EN-PLAZO DELIMITED BY SIZE
           INTO LINEA-VENCIDAS.
       PERFORM 91-ESCRIBE-LINEA.

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       56-CONVIERTE-A-DIAS.
       MOVE FT-ANO TO CALC-ANO.
       MOVE FT-MES TO CALC-MES.
       IF CALC-MES <= 2
           ADD 12 TO CALC-MES
           SUBTRACT 1 FROM CALC-ANO.
       DIVIDE CALC-ANO BY 4 GIVING CALC-Q4.
       DIVIDE CALC-ANO BY 100 GIVING CALC-Q100.
       DIVIDE CALC-ANO BY 400 GIVING CALC-Q400.
       COMPUTE CALC-M306 = 306 * (CALC-MES + 1).
       DIVIDE CALC-M306 BY 10 GIVING CALC-M306.
       COMPUTE DIAS-SERIE = 365 * CALC-ANO + CALC-Q4 - CALC-Q100
           + CALC-Q400 + CALC-M306 + FT-DIA - 428.

       91-ESCRIBE-LINEA.
       WRITE LINEA-VENCIDAS.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "VENSEG" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       CLOSE SEGUIMIENTO-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE VENCIDAS-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END PROGRAM VENCSEG.
