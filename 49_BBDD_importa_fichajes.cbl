      *          EMPLEADOSHIS), y empleados del maestro sin ningun
      *          fichaje en el dia. Encaja en la cadena nocturna con
      *          el convenio de siempre: codigo de retorno 4 si hay
      *          excepciones. Cada noche guarda ademas una copia
      *          fechada del archivo del torno (FICHAD + AAAAMMDD)
      *          tal cual llega, para que el calculo mensual de horas
      *          de 65_BBDD_horas_trabajadas.cbl pueda releer el mes
      *          entero aunque el torno pise su archivo cada dia.
      *          La pasada de "sin fichaje" solo se hace si el dia de
      *          los fichajes es laborable en el calendario de
      *          CALENDARIODAT; en festivos y fines de semana el
      *          informe lo dice y no saca a la plantilla entera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

      * CALENDARIO-ARCHIVO es el calendario laboral que mantiene
      * 67_BBDD_mantiene_calendario.cbl; sin el se trabaja de lunes a
      * viernes sin festivos.

                 SELECT OPTIONAL COPIA-FICHAJES-ARCHIVO
                 ASSIGN USING RUTA-COPIA-FICHAJES
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-COPIA-FICHAJES.

      * copia del dia del archivo del torno (FICHAD + AAAAMMDD), que
      * es lo que relee el calculo mensual de horas trabajadas.

      * el informe de excepciones va a una generacion fechada
      * (FICHEX + AAAAMMDD) anotada en el registro de spool
      * SPOOLCTLTXT, para el menu de 53_BBDD_spool_menu.cbl.
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario laboral.

           FD COPIA-FICHAJES-ARCHIVO.
             01 COPIA-FICHAJE-REGISTRO PIC X(20).

       WORKING-STORAGE SECTION.
       01  ESTADO-SPOOL          PIC XX.
       01  FECHA-HOY             PIC 9(8).
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  ESTADO-FICHAJES       PIC XX.
       01  ESTADO-COPIA-FICHAJES PIC XX.
       01  RUTA-COPIA-FICHAJES.
           02 FILLER             PIC X(6) VALUE "FICHAD".
           02 COPIA-FECHA        PIC 9(8).
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-APERTURA-HISTORICO PIC XX.
       01  ID-FICHAJE            PIC 9(6).
       01  FECHA-FICHAJE         PIC 9(8).

      * dia al que corresponden los fichajes: el del primer fichaje
      * valido del archivo, o hoy si no hay ninguno. Se mira contra
      * la semana laboral (registro cero) y los festivos.
       01  ESTADO-CALENDARIO     PIC XX.
       01  FECHA-DIA-FICHAJES    PIC 9(8) VALUE ZEROS.
       01  SEMANA-LABORAL        PIC X(7) VALUE "SSSSSNN".
       01  DIA-LABORABLE         PIC A.
       01  DIA-SEMANA            PIC 9.
       01  SEMANAS-SERIE         PIC 9(7).
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

       01  CONTADOR-LEIDOS       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-VALIDOS      PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EXCEPCIONES  PIC 9(6) VALUE ZEROS.
      * ella, la noche en que el torno no deja archivo la plantilla
      * entera saldria como excepcion y el aviso en la bitacora (y el
      * REVISAR del control matutino) sonaria todas las noches.
      * en un dia no laborable tampoco: nadie tiene que fichar.
       IF SIN-ARCHIVO-FICHAJES = "N"
           PERFORM 7-MIRA-LABORABLE
           IF DIA-LABORABLE = "S"
               PERFORM 6-BUSCA-SIN-FICHAJE
           ELSE
               MOVE SPACES TO LINEA-EXCEPCION
               STRING "DIA NO LABORABLE: " DELIMITED BY SIZE
                   FECHA-DIA-FICHAJES DELIMITED BY SIZE
                   " SIN PASADA DE EMPLEADOS SIN FICHAJE"
                       DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION
               PERFORM 91-ESCRIBE-LINEA
           END-IF
       ELSE
           MOVE "SIN ARCHIVO DE FICHAJES ESTE DIA: NADA QUE CRUZAR"
               TO LINEA-EXCEPCION
       MOVE ESTADO-HISTORICO TO ESTADO-APERTURA-HISTORICO.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       MOVE FECHA-HOY TO COPIA-FECHA.
      * repetir la importacion el mismo dia rehace la copia, no la
      * duplica.
       IF SIN-ARCHIVO-FICHAJES = "N"
           OPEN OUTPUT COPIA-FICHAJES-ARCHIVO.
       OPEN OUTPUT EXCEPCIONES-ARCHIVO.
       MOVE "INFORME DE EXCEPCIONES DE FICHAJES" TO LINEA-EXCEPCION.
       PERFORM 91-ESCRIBE-LINEA.

       4-PROCESA-FICHAJES.
       ADD 1 TO CONTADOR-LEIDOS.
       MOVE FICHAJE-REGISTRO TO COPIA-FICHAJE-REGISTRO.
       WRITE COPIA-FICHAJE-REGISTRO.
       IF FIC-ID NOT NUMERIC OR FIC-FECHA NOT NUMERIC
           PERFORM 41-EXCEPCION-BASURA
       ELSE
                   PERFORM 42-EXCEPCION-ID-DESCONOCIDO
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-VALIDOS
                   IF FECHA-DIA-FICHAJES = ZEROS
                       MOVE FECHA-FICHAJE TO FECHA-DIA-FICHAJES
                   END-IF
                   PERFORM 5-ACUMULA-PRESENCIA
           END-READ
       END-IF.
           INTO LINEA-EXCEPCION.
       PERFORM 91-ESCRIBE-LINEA.

      * el dia de los fichajes es laborable si la semana laboral lo
      * marca con S y no esta dado de alta como festivo.
       7-MIRA-LABORABLE.
       IF FECHA-DIA-FICHAJES = ZEROS
           MOVE FECHA-HOY TO FECHA-DIA-FICHAJES.
       MOVE FECHA-DIA-FICHAJES TO FECHA-TRABAJO.
       PERFORM 71-CONVIERTE-A-DIAS.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.
       OPEN INPUT CALENDARIO-ARCHIVO.
       IF ESTADO-CALENDARIO = "00"
           MOVE ZEROS TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAL-SEMANA-LABORAL TO SEMANA-LABORAL
           END-READ
       END-IF.
       MOVE SEMANA-LABORAL (DIA-SEMANA:1) TO DIA-LABORABLE.
       IF DIA-LABORABLE = "S" AND ESTADO-CALENDARIO = "00"
           MOVE FECHA-DIA-FICHAJES TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO DIA-LABORABLE
           END-READ
       END-IF.
       IF ESTADO-CALENDARIO < "90"
           CLOSE CALENDARIO-ARCHIVO.

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       71-CONVIERTE-A-DIAS.
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
       WRITE LINEA-EXCEPCION.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

       8-CIERRA-ARCHIVOS.
       CLOSE FICHAJES-ARCHIVO.
       IF SIN-ARCHIVO-FICHAJES = "N"
           CLOSE COPIA-FICHAJES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE EXCEPCIONES-ARCHIVO.
       DISPLAY "Empleados sin fichaje:  " CONTADOR-SIN-FICHAJE.
       DISPLAY "Excepciones:            " CONTADOR-EXCEPCIONES.
       DISPLAY "Informe en la generacion " RUTA-SPOOL ".".
       IF SIN-ARCHIVO-FICHAJES = "N"
           DISPLAY "Copia del torno en " RUTA-COPIA-FICHAJES ".".
       IF CONTADOR-EXCEPCIONES > ZERO
           MOVE 4 TO RETURN-CODE.

