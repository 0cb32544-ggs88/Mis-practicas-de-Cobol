      ******************************************************************
      * Author:
      * Date:
      * Purpose: ACTIVIDAD SEMANAL DE OPERADORES. CONSAUD busca un
      *          operador o un ID concreto, pero nadie mira el conjunto:
      *          cincuenta cambios a las once y media de la noche, un
      *          domingo tocando fichas o una tanda de bajas desde una
      *          misma firma. Esta pasada recorre las generaciones
      *          ACTIVA de la auditoria (AUDG + AAAAMMDD, segun
      *          AUDCTLTXT) mas la auditoria viva del dia, se queda con
      *          los movimientos de los ultimos siete dias (hoy
      *          incluido) y cuenta por operador, dia y tipo de
      *          operacion. Marca como excepcion lo hecho fuera del
      *          horario (antes o despues de las horas de ACTOPERCTL o
      *          en dia no laborable segun CALENDARIODAT), el operador
      *          que en la semana pasa de su umbral de movimientos y
      *          el operador que toca su propia ficha de empleado. El
      *          informe va a una generacion fechada (ACTOPE +
      *          AAAAMMDD, anotada en el spool) con las excepciones en
      *          una pagina aparte para el responsable de seguridad, y
      *          termina con codigo de retorno 4 si hay alguna. No
      *          pregunta nada, asi que puede ir como paso semanal de
      *          JOBCTLTXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTOPER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL PARAMETROS-ARCHIVO
                 ASSIGN TO "ACTOPERCTL"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-PARAMETROS.

      * ACTOPERCTL es un texto que mantiene seguridad con el editor:
      * una linea HORARIO con la hora de entrada y de salida (HHMM) y
      * el umbral semanal general, y una linea OPERADOR por cada
      * operador con el ID de su ficha de empleado y, si hace falta,
      * un umbral propio. Sin archivo se trabaja de 0800 a 1900 con
      * umbral 50 y no se puede detectar quien toca su propia ficha.
      * El tipo ocupa las ocho primeras columnas y los datos empiezan
      * en la diez; los campos van separados por un blanco y con
      * ceros a la izquierda:
      *     HORARIO  0800 1900 00050
      *     OPERADOR JGARCIA    000123 00000
      * (umbral 00000 = el general).

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

                 SELECT OPTIONAL GENERACION-ARCHIVO
                 ASSIGN USING GENERACION-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-GENERACION.

                 SELECT OPTIONAL AUDITORIA-ARCHIVO
                 ASSIGN TO "AUDITORIATXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

      * CALENDARIO-ARCHIVO es el calendario laboral que mantiene
      * 67_BBDD_mantiene_calendario.cbl: un dia no laborable cuenta
      * entero como fuera de horario.

                 SELECT OPTIONAL ACTIVIDAD-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-ACTIVIDAD.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * el informe va a una generacion fechada (ACTOPE + AAAAMMDD)
      * anotada en el registro de spool SPOOLCTLTXT, para el menu de
      * operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD PARAMETROS-ARCHIVO.
             01 PARAMETROS-REGISTRO.
               02 PAR-TIPO       PIC X(8).
               02 FILLER         PIC X.
               02 PAR-DATOS      PIC X(40).

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD GENERACION-ARCHIVO.
             01 GENERACION-REGISTRO PIC X(383).

           FD AUDITORIA-ARCHIVO.
           COPY AUDITORIA.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que escriben la auditoria.

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario.

           FD ACTIVIDAD-ARCHIVO.
             01 LINEA-ACTIVIDAD PIC X(100).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "ACTOPE".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  ESTADO-PARAMETROS     PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-CALENDARIO     PIC XX.
       01  ESTADO-APERTURA-CALENDARIO PIC XX.
       01  ESTADO-ACTIVIDAD      PIC XX.
       01  FIN-PARAMETROS        PIC A VALUE "N".
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".

       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).

      * lineas de ACTOPERCTL.
       01  PARAMETRO-HORARIO.
           02 PHO-HORA-DESDE     PIC 9(4).
           02 FILLER             PIC X.
           02 PHO-HORA-HASTA     PIC 9(4).
           02 FILLER             PIC X.
           02 PHO-UMBRAL         PIC 9(5).
       01  PARAMETRO-OPERADOR.
           02 POP-OPERADOR       PIC X(10).
           02 FILLER             PIC X.
           02 POP-EMPLEADO       PIC 9(6).
           02 FILLER             PIC X.
           02 POP-UMBRAL         PIC 9(5).
       01  HORA-DESDE            PIC 9(4) VALUE 0800.
       01  HORA-HASTA            PIC 9(4) VALUE 1900.
       01  UMBRAL-GENERAL        PIC 9(5) VALUE 50.
       01  CONTADOR-PARAMETROS   PIC 9(4) VALUE ZEROS.
       01  CONTADOR-PARAM-MALOS  PIC 9(4) VALUE ZEROS.

      * los siete dias del periodo, del mas antiguo a hoy: fecha
      * AAAAMMDD para el informe y clave 00AAMMDD como la graba la
      * auditoria, con la marca de laborable del calendario.
       01  TABLA-DIAS.
           02 DIA-PERIODO OCCURS 7 TIMES.
             03 DIA-FECHA        PIC 9(8).
             03 DIA-CLAVE        PIC 9(8).
             03 DIA-LABORABLE    PIC A.
       01  IDX-DIA               PIC 9(2).
       01  IDX-DIA-HALLADO       PIC 9(2).
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-DESDE           PIC 9(8).

      * los tipos de operacion que se cuentan; lo que no sea ninguno
      * de los cinco primeros va a OTRAS.
       01  TABLA-TIPOS-VALORES.
           02 FILLER             PIC X(8) VALUE "ALTA".
           02 FILLER             PIC X(8) VALUE "MODIFICA".
           02 FILLER             PIC X(8) VALUE "BAJA".
           02 FILLER             PIC X(8) VALUE "REINSTAL".
           02 FILLER             PIC X(8) VALUE "SIGNONKO".
           02 FILLER             PIC X(8) VALUE "OTRAS".
       01  TABLA-TIPOS REDEFINES TABLA-TIPOS-VALORES.
           02 TIPO-OPERACION     PIC X(8) OCCURS 6 TIMES.
       01  IDX-TIPO              PIC 9.
       01  IDX-TIPO-HALLADO      PIC 9.

      * un renglon por operador: los de ACTOPERCTL primero y despues
      * los que aparecen en la auditoria, en orden de aparicion.
       01  TABLA-OPERADORES.
           02 OPERADOR-ACTIVIDAD OCCURS 200 TIMES.
             03 OPE-ID           PIC X(10).
             03 OPE-EMPLEADO     PIC 9(6).
             03 OPE-UMBRAL       PIC 9(5).
             03 OPE-TOTAL        PIC 9(6).
             03 OPE-FUERA-HORARIO PIC 9(5).
             03 OPE-PROPIOS      PIC 9(5).
             03 OPE-DIA OCCURS 7 TIMES.
               04 OPE-CONTADOR   PIC 9(5) OCCURS 6 TIMES.
       01  TOTAL-OPERADORES      PIC 9(4) VALUE ZEROS.
       01  IDX-OPERADOR          PIC 9(4).
       01  IDX-OPERADOR-HALLADO  PIC 9(4).
       01  OPERADORES-SIN-SITIO  PIC 9(6) VALUE ZEROS.

      * excepciones movimiento a movimiento, para la pagina de
      * seguridad; pasado el tope solo se cuentan.
       01  TABLA-EXCEPCIONES.
           02 EXCEPCION OCCURS 1000 TIMES.
             03 EXC-FECHA        PIC 9(8).
             03 EXC-HORA         PIC 9(6).
             03 EXC-OPERADOR     PIC X(10).
             03 EXC-OPERACION    PIC X(8).
             03 EXC-ID           PIC 9(6).
             03 EXC-MOTIVO       PIC X(20).
       01  TOTAL-EXCEPCIONES     PIC 9(6) VALUE ZEROS.
       01  IDX-EXCEPCION         PIC 9(6).
       01  EXCEPCIONES-SIN-SITIO PIC 9(6) VALUE ZEROS.
       01  OPERADORES-SOBRE-UMBRAL PIC 9(4) VALUE ZEROS.

       01  MOVIMIENTO-AUDIT.
           02 MAU-FECHA          PIC 9(8).
           02 MAU-HORA           PIC 9(6).
           02 MAU-OPERADOR       PIC X(10).
           02 MAU-OPERACION      PIC X(8).
           02 MAU-ID             PIC 9(6).
           02 MAU-ANTES          PIC X(168).
           02 MAU-DESPUES        PIC X(168).
       01  HORA-MOVIMIENTO       PIC 9(4).
       01  SEGUNDOS-MOVIMIENTO   PIC 9(2).
       01  FUERA-DE-HORARIO      PIC A.
       01  MOTIVO-EXCEPCION      PIC X(20).
       01  MOVIMIENTOS-DIA       PIC 9(6).
       01  CONTADOR-LEIDOS       PIC 9(7) VALUE ZEROS.
       01  CONTADOR-PERIODO      PIC 9(7) VALUE ZEROS.
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.

      * calendario laboral: semana laboral del registro cero (lunes a
      * viernes si no hay calendario) y festivos leidos por su fecha.
       01  SEMANA-LABORAL        PIC X(7) VALUE "SSSSSNN".
       01  LABORABLE             PIC A.
       01  DIA-SEMANA            PIC 9.
       01  SEMANAS-SERIE         PIC 9(7).
       01  DIAS-DEL-MES          PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).

      * conversion de AAAAMMDD a numero de dia corrido, la misma que
      * usa el saldo de vacaciones del menu de empleados.
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

       01  LINEA-SEPARADORA      PIC X(90) VALUE ALL "-".

       01  LINEA-OPERADOR.
           02 FILLER             PIC X(9) VALUE "OPERADOR ".
           02 LOP-OPERADOR       PIC X(10).
           02 FILLER             PIC X(9) VALUE " EMPLEADO".
           02 LOP-EMPLEADO       PIC X(8).
           02 FILLER             PIC X(7) VALUE " TOTAL ".
           02 LOP-TOTAL          PIC ZZZZZ9.
           02 FILLER             PIC X(8) VALUE " UMBRAL ".
           02 LOP-UMBRAL         PIC ZZZZ9.
           02 FILLER             PIC X(8) VALUE " FUERA  ".
           02 LOP-FUERA          PIC ZZZZ9.
           02 FILLER             PIC X(8) VALUE " PROPIA ".
           02 LOP-PROPIOS        PIC ZZZZ9.

       01  LINEA-DIA.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LDI-FECHA          PIC 9(8).
           02 LDI-LABORABLE      PIC X(7).
           02 FILLER             PIC X(6) VALUE " ALTA ".
           02 LDI-ALTA           PIC ZZZZ9.
           02 FILLER             PIC X(7) VALUE " MODIF ".
           02 LDI-MODIFICA       PIC ZZZZ9.
           02 FILLER             PIC X(6) VALUE " BAJA ".
           02 LDI-BAJA           PIC ZZZZ9.
           02 FILLER             PIC X(7) VALUE " READM ".
           02 LDI-REINSTAL       PIC ZZZZ9.
           02 FILLER             PIC X(9) VALUE " FIRMAKO ".
           02 LDI-SIGNONKO       PIC ZZZZ9.
           02 FILLER             PIC X(7) VALUE " OTRAS ".
           02 LDI-OTRAS          PIC ZZZZ9.

       01  LINEA-EXCEPCION.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LEX-MOTIVO         PIC X(21).
           02 LEX-FECHA          PIC 9(8).
           02 FILLER             PIC X VALUE SPACE.
           02 LEX-HORA           PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LEX-OPERADOR       PIC X(10).
           02 FILLER             PIC X VALUE SPACE.
           02 LEX-OPERACION      PIC X(8).
           02 FILLER             PIC X(4) VALUE " ID ".
           02 LEX-ID             PIC 9(6).

       01  LINEA-VOLUMEN.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 FILLER             PIC X(21) VALUE "VOLUMEN SOBRE UMBRAL".
           02 LVO-OPERADOR       PIC X(10).
           02 FILLER             PIC X(13) VALUE " MOVIMIENTOS ".
           02 LVO-TOTAL          PIC ZZZZZ9.
           02 FILLER             PIC X(8) VALUE " UMBRAL ".
           02 LVO-UMBRAL         PIC ZZZZ9.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       PERFORM 2-MONTA-SEMANA.
       PERFORM 3-CARGA-PARAMETROS.
       PERFORM 4-ABRE-INFORME.
       PERFORM 5-TALLA-GENERACIONES.
       PERFORM 6-TALLA-AUDITORIA-VIVA.
       PERFORM 7-IMPRIME-ACTIVIDAD.
       PERFORM 8-IMPRIME-EXCEPCIONES.
       PERFORM 9-CIERRA-ARCHIVOS.
       PERFORM 10-IMPRIME-RESUMEN.
       GOBACK.

      * de hoy hacia atras, siete dias con su marca de laborable.
       2-MONTA-SEMANA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       OPEN INPUT CALENDARIO-ARCHIVO.
       MOVE ESTADO-CALENDARIO TO ESTADO-APERTURA-CALENDARIO.
       IF ESTADO-APERTURA-CALENDARIO = "00"
           MOVE ZEROS TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAL-SEMANA-LABORAL TO SEMANA-LABORAL
           END-READ
       END-IF.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 21-GUARDA-DIA
           VARYING IDX-DIA FROM 7 BY -1 UNTIL IDX-DIA < 1.
       MOVE DIA-FECHA (1) TO FECHA-DESDE.
       IF ESTADO-APERTURA-CALENDARIO < "90"
           CLOSE CALENDARIO-ARCHIVO.

       21-GUARDA-DIA.
       MOVE FECHA-TRABAJO TO DIA-FECHA (IDX-DIA).
       DIVIDE FECHA-TRABAJO BY 1000000 GIVING ANO-COCIENTE
           REMAINDER DIA-CLAVE (IDX-DIA).
       PERFORM 27-MIRA-LABORABLE.
       MOVE LABORABLE TO DIA-LABORABLE (IDX-DIA).
       PERFORM 28-DIA-ANTERIOR.

      * un dia es laborable si la semana laboral lo marca con S y no
      * esta dado de alta como festivo en el calendario.
       27-MIRA-LABORABLE.
       PERFORM 26-CONVIERTE-A-DIAS.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.
       MOVE SEMANA-LABORAL (DIA-SEMANA:1) TO LABORABLE.
       IF LABORABLE = "S" AND ESTADO-APERTURA-CALENDARIO = "00"
           MOVE FECHA-TRABAJO TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO LABORABLE
           END-READ
       END-IF.

      * pasa FECHA-TRABAJO al dia anterior, con cambio de mes y de
      * ano.
       28-DIA-ANTERIOR.
       IF FT-DIA > 1
           SUBTRACT 1 FROM FT-DIA
       ELSE
           IF FT-MES > 1
               SUBTRACT 1 FROM FT-MES
           ELSE
               MOVE 12 TO FT-MES
               SUBTRACT 1 FROM FT-ANO
           END-IF
           PERFORM 29-CALCULA-DIAS-DEL-MES
           MOVE DIAS-DEL-MES TO FT-DIA
       END-IF.

       29-CALCULA-DIAS-DEL-MES.
       IF FT-MES = 4 OR FT-MES = 6 OR FT-MES = 9 OR FT-MES = 11
           MOVE 30 TO DIAS-DEL-MES
       ELSE
           IF FT-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               DIVIDE FT-ANO BY 4 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = ZERO
                   MOVE 29 TO DIAS-DEL-MES
                   DIVIDE FT-ANO BY 100 GIVING ANO-COCIENTE
                       REMAINDER ANO-RESTO
                   IF ANO-RESTO = ZERO
                       MOVE 28 TO DIAS-DEL-MES
                       DIVIDE FT-ANO BY 400 GIVING ANO-COCIENTE
                           REMAINDER ANO-RESTO
                       IF ANO-RESTO = ZERO
                           MOVE 29 TO DIAS-DEL-MES
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 31 TO DIAS-DEL-MES
           END-IF
       END-IF.

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       26-CONVIERTE-A-DIAS.
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

      * los operadores de ACTOPERCTL entran en la tabla antes que
      * nadie, con su ficha y su umbral; una linea que no se entiende
      * se cuenta y se salta.
       3-CARGA-PARAMETROS.
       INITIALIZE TABLA-OPERADORES.
       OPEN INPUT PARAMETROS-ARCHIVO.
       IF ESTADO-PARAMETROS = "00"
           PERFORM 31-LEE-PARAMETRO
           PERFORM 32-PROCESA-PARAMETRO UNTIL FIN-PARAMETROS = "S"
       ELSE
           DISPLAY "Sin ACTOPERCTL: horario " HORA-DESDE "-"
               HORA-HASTA ", umbral " UMBRAL-GENERAL
               ", sin fichas de operador."
       END-IF.
       IF ESTADO-PARAMETROS < "90"
           CLOSE PARAMETROS-ARCHIVO
       END-IF.
       PERFORM 33-PON-UMBRAL
           VARYING IDX-OPERADOR FROM 1 BY 1
           UNTIL IDX-OPERADOR > TOTAL-OPERADORES.

       31-LEE-PARAMETRO.
       READ PARAMETROS-ARCHIVO
           AT END MOVE "S" TO FIN-PARAMETROS.

       32-PROCESA-PARAMETRO.
       ADD 1 TO CONTADOR-PARAMETROS.
       IF PAR-TIPO = "HORARIO"
           MOVE PAR-DATOS TO PARAMETRO-HORARIO
           IF PHO-HORA-DESDE NUMERIC AND PHO-HORA-HASTA NUMERIC
               AND PHO-UMBRAL NUMERIC
               AND PHO-HORA-DESDE < PHO-HORA-HASTA
               AND PHO-HORA-HASTA <= 2400
               MOVE PHO-HORA-DESDE TO HORA-DESDE
               MOVE PHO-HORA-HASTA TO HORA-HASTA
               IF PHO-UMBRAL > ZERO
                   MOVE PHO-UMBRAL TO UMBRAL-GENERAL
               END-IF
           ELSE
               ADD 1 TO CONTADOR-PARAM-MALOS
           END-IF
       ELSE
           IF PAR-TIPO = "OPERADOR"
               MOVE PAR-DATOS TO PARAMETRO-OPERADOR
               IF POP-OPERADOR = SPACES OR POP-EMPLEADO NOT NUMERIC
                   OR POP-UMBRAL NOT NUMERIC
                   ADD 1 TO CONTADOR-PARAM-MALOS
               ELSE
                   MOVE POP-OPERADOR TO MAU-OPERADOR
                   PERFORM 94-BUSCA-OPERADOR
                   IF IDX-OPERADOR-HALLADO > ZERO
                       MOVE POP-EMPLEADO
                           TO OPE-EMPLEADO (IDX-OPERADOR-HALLADO)
                       MOVE POP-UMBRAL
                           TO OPE-UMBRAL (IDX-OPERADOR-HALLADO)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CONTADOR-PARAM-MALOS
           END-IF
       END-IF.
       PERFORM 31-LEE-PARAMETRO.

      * el umbral general vale para quien no tenga uno propio; se
      * aplica al final porque la linea HORARIO puede venir despues
      * de las de operador.
       33-PON-UMBRAL.
       IF OPE-UMBRAL (IDX-OPERADOR) = ZERO
           MOVE UMBRAL-GENERAL TO OPE-UMBRAL (IDX-OPERADOR).

       4-ABRE-INFORME.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT ACTIVIDAD-ARCHIVO.
       IF ESTADO-ACTIVIDAD > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-ACTIVIDAD
           MOVE 8 TO RETURN-CODE
           GOBACK.

       5-TALLA-GENERACIONES.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 51-LEE-CONTROL
           PERFORM 52-PROCESA-GENERACION UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.

       51-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

      * una generacion cortada antes del primer dia del periodo no
      * puede traer movimientos de la semana: ni se abre.
       52-PROCESA-GENERACION.
       IF CTL-ESTADO = "ACTIVA" AND CTL-FECHA >= FECHA-DESDE
           MOVE CTL-FECHA TO GENERACION-FECHA
           PERFORM 53-TALLA-GENERACION.
       PERFORM 51-LEE-CONTROL.

       53-TALLA-GENERACION.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           ADD 1 TO CONTADOR-GENERACIONES
           MOVE "N" TO FIN-GENERACION
           PERFORM 54-LEE-LINEA
           PERFORM 55-PROCESA-LINEA UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
       END-IF.

       54-LEE-LINEA.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       55-PROCESA-LINEA.
       MOVE GENERACION-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 93-TALLA-MOVIMIENTO.
       PERFORM 54-LEE-LINEA.

       6-TALLA-AUDITORIA-VIVA.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 61-LEE-AUDITORIA
           PERFORM 62-PROCESA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       61-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       62-PROCESA-VIVO.
       MOVE AUDITORIA-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 93-TALLA-MOVIMIENTO.
       PERFORM 61-LEE-AUDITORIA.

      * la auditoria graba la fecha como 00AAMMDD y la hora como
      * HHMMSS; el horario de ACTOPERCTL va en HHMM, asi que basta
      * con las cuatro primeras cifras de la hora. La hora de salida
      * ya es fuera de horario.
       93-TALLA-MOVIMIENTO.
       ADD 1 TO CONTADOR-LEIDOS.
       PERFORM 91-BUSCA-DIA.
       IF IDX-DIA-HALLADO > ZERO
           PERFORM 94-BUSCA-OPERADOR
           IF IDX-OPERADOR-HALLADO > ZERO
               ADD 1 TO CONTADOR-PERIODO
               PERFORM 92-BUSCA-TIPO
               ADD 1 TO OPE-CONTADOR (IDX-OPERADOR-HALLADO,
                   IDX-DIA-HALLADO, IDX-TIPO-HALLADO)
               ADD 1 TO OPE-TOTAL (IDX-OPERADOR-HALLADO)
               DIVIDE MAU-HORA BY 100 GIVING HORA-MOVIMIENTO
                   REMAINDER SEGUNDOS-MOVIMIENTO
               MOVE "N" TO FUERA-DE-HORARIO
               IF DIA-LABORABLE (IDX-DIA-HALLADO) = "N"
                   OR HORA-MOVIMIENTO < HORA-DESDE
                   OR HORA-MOVIMIENTO >= HORA-HASTA
                   MOVE "S" TO FUERA-DE-HORARIO
               END-IF
               IF FUERA-DE-HORARIO = "S"
                   ADD 1 TO OPE-FUERA-HORARIO (IDX-OPERADOR-HALLADO)
                   IF DIA-LABORABLE (IDX-DIA-HALLADO) = "N"
                       MOVE "DIA NO LABORABLE" TO MOTIVO-EXCEPCION
                   ELSE
                       MOVE "FUERA DE HORARIO" TO MOTIVO-EXCEPCION
                   END-IF
                   PERFORM 95-GUARDA-EXCEPCION
               END-IF
               IF MAU-OPERACION NOT = "SIGNONKO"
                   AND OPE-EMPLEADO (IDX-OPERADOR-HALLADO) > ZERO
                   AND MAU-ID = OPE-EMPLEADO (IDX-OPERADOR-HALLADO)
                   ADD 1 TO OPE-PROPIOS (IDX-OPERADOR-HALLADO)
                   MOVE "SU PROPIA FICHA" TO MOTIVO-EXCEPCION
                   PERFORM 95-GUARDA-EXCEPCION
               END-IF
           END-IF
       END-IF.

       91-BUSCA-DIA.
       MOVE ZERO TO IDX-DIA-HALLADO.
       PERFORM 911-COMPARA-DIA
           VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7.

       911-COMPARA-DIA.
       IF DIA-CLAVE (IDX-DIA) = MAU-FECHA
           MOVE IDX-DIA TO IDX-DIA-HALLADO.

       92-BUSCA-TIPO.
       MOVE 6 TO IDX-TIPO-HALLADO.
       PERFORM 921-COMPARA-TIPO
           VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 5.

       921-COMPARA-TIPO.
       IF TIPO-OPERACION (IDX-TIPO) = MAU-OPERACION
           MOVE IDX-TIPO TO IDX-TIPO-HALLADO.

      * busca MAU-OPERADOR en la tabla y lo da de alta si no esta;
      * con la tabla llena el movimiento se cuenta aparte y no entra
      * en el informe.
       94-BUSCA-OPERADOR.
       MOVE ZERO TO IDX-OPERADOR-HALLADO.
       PERFORM 941-COMPARA-OPERADOR
           VARYING IDX-OPERADOR FROM 1 BY 1
           UNTIL IDX-OPERADOR > TOTAL-OPERADORES
              OR IDX-OPERADOR-HALLADO > ZERO.
       IF IDX-OPERADOR-HALLADO = ZERO
           IF TOTAL-OPERADORES < 200
               ADD 1 TO TOTAL-OPERADORES
               MOVE TOTAL-OPERADORES TO IDX-OPERADOR-HALLADO
               MOVE MAU-OPERADOR TO OPE-ID (IDX-OPERADOR-HALLADO)
               MOVE UMBRAL-GENERAL TO OPE-UMBRAL (IDX-OPERADOR-HALLADO)
           ELSE
               ADD 1 TO OPERADORES-SIN-SITIO
           END-IF
       END-IF.

       941-COMPARA-OPERADOR.
       IF OPE-ID (IDX-OPERADOR) = MAU-OPERADOR
           MOVE IDX-OPERADOR TO IDX-OPERADOR-HALLADO.

       95-GUARDA-EXCEPCION.
       IF TOTAL-EXCEPCIONES < 1000
           ADD 1 TO TOTAL-EXCEPCIONES
           MOVE MOTIVO-EXCEPCION TO EXC-MOTIVO (TOTAL-EXCEPCIONES)
           MOVE DIA-FECHA (IDX-DIA-HALLADO)
               TO EXC-FECHA (TOTAL-EXCEPCIONES)
           MOVE MAU-HORA TO EXC-HORA (TOTAL-EXCEPCIONES)
           MOVE MAU-OPERADOR TO EXC-OPERADOR (TOTAL-EXCEPCIONES)
           MOVE MAU-OPERACION TO EXC-OPERACION (TOTAL-EXCEPCIONES)
           MOVE MAU-ID TO EXC-ID (TOTAL-EXCEPCIONES)
       ELSE
           ADD 1 TO EXCEPCIONES-SIN-SITIO.

       7-IMPRIME-ACTIVIDAD.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       STRING "ACTIVIDAD DE OPERADORES DEL " DELIMITED BY SIZE
           FECHA-DESDE DELIMITED BY SIZE
           " AL " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       STRING "HORARIO " DELIMITED BY SIZE
           HORA-DESDE DELIMITED BY SIZE
           " A " DELIMITED BY SIZE
           HORA-HASTA DELIMITED BY SIZE
           "  UMBRAL SEMANAL GENERAL " DELIMITED BY SIZE
           UMBRAL-GENERAL DELIMITED BY SIZE
           INTO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       PERFORM 71-IMPRIME-OPERADOR
           VARYING IDX-OPERADOR FROM 1 BY 1
           UNTIL IDX-OPERADOR > TOTAL-OPERADORES.
       MOVE LINEA-SEPARADORA TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       STRING "MOVIMIENTOS DEL PERIODO " DELIMITED BY SIZE
           CONTADOR-PERIODO DELIMITED BY SIZE
           "  LEIDOS " DELIMITED BY SIZE
           CONTADOR-LEIDOS DELIMITED BY SIZE
           "  GENERACIONES " DELIMITED BY SIZE
           CONTADOR-GENERACIONES DELIMITED BY SIZE
           INTO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       IF OPERADORES-SIN-SITIO > ZERO
           MOVE SPACES TO LINEA-ACTIVIDAD
           STRING "*** TABLA DE OPERADORES LLENA: " DELIMITED BY SIZE
               OPERADORES-SIN-SITIO DELIMITED BY SIZE
               " MOVIMIENTOS SIN CONTAR ***" DELIMITED BY SIZE
               INTO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA.

      * un operador de ACTOPERCTL sin movimientos en la semana no se
      * imprime; de los demas, un renglon por dia con actividad.
       71-IMPRIME-OPERADOR.
       IF OPE-TOTAL (IDX-OPERADOR) > ZERO
           MOVE SPACES TO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA
           MOVE OPE-ID (IDX-OPERADOR) TO LOP-OPERADOR
           IF OPE-EMPLEADO (IDX-OPERADOR) = ZERO
               MOVE " (sin)" TO LOP-EMPLEADO
           ELSE
               MOVE SPACES TO LOP-EMPLEADO
               MOVE OPE-EMPLEADO (IDX-OPERADOR) TO LOP-EMPLEADO (2:6)
           END-IF
           MOVE OPE-TOTAL (IDX-OPERADOR) TO LOP-TOTAL
           MOVE OPE-UMBRAL (IDX-OPERADOR) TO LOP-UMBRAL
           MOVE OPE-FUERA-HORARIO (IDX-OPERADOR) TO LOP-FUERA
           MOVE OPE-PROPIOS (IDX-OPERADOR) TO LOP-PROPIOS
           MOVE LINEA-OPERADOR TO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA
           PERFORM 72-IMPRIME-DIA
               VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
       END-IF.

       72-IMPRIME-DIA.
       MOVE ZERO TO MOVIMIENTOS-DIA.
       PERFORM 721-SUMA-TIPO
           VARYING IDX-TIPO FROM 1 BY 1 UNTIL IDX-TIPO > 6.
       IF MOVIMIENTOS-DIA > ZERO
           MOVE DIA-FECHA (IDX-DIA) TO LDI-FECHA
           IF DIA-LABORABLE (IDX-DIA) = "S"
               MOVE SPACES TO LDI-LABORABLE
           ELSE
               MOVE " NO LAB" TO LDI-LABORABLE
           END-IF
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 1) TO LDI-ALTA
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 2)
               TO LDI-MODIFICA
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 3) TO LDI-BAJA
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 4)
               TO LDI-REINSTAL
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 5)
               TO LDI-SIGNONKO
           MOVE OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, 6) TO LDI-OTRAS
           MOVE LINEA-DIA TO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA
       END-IF.

       721-SUMA-TIPO.
       ADD OPE-CONTADOR (IDX-OPERADOR, IDX-DIA, IDX-TIPO)
           TO MOVIMIENTOS-DIA.

      * pagina aparte para seguridad: primero quien pasa de su
      * umbral en la semana y despues cada movimiento marcado.
       8-IMPRIME-EXCEPCIONES.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       STRING "PAGINA DE EXCEPCIONES - SEGURIDAD - SEMANA DEL "
           DELIMITED BY SIZE
           FECHA-DESDE DELIMITED BY SIZE
           " AL " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       PERFORM 81-MIRA-UMBRAL
           VARYING IDX-OPERADOR FROM 1 BY 1
           UNTIL IDX-OPERADOR > TOTAL-OPERADORES.
       PERFORM 82-IMPRIME-EXCEPCION
           VARYING IDX-EXCEPCION FROM 1 BY 1
           UNTIL IDX-EXCEPCION > TOTAL-EXCEPCIONES.
       IF EXCEPCIONES-SIN-SITIO > ZERO
           MOVE SPACES TO LINEA-ACTIVIDAD
           STRING "*** Y " DELIMITED BY SIZE
               EXCEPCIONES-SIN-SITIO DELIMITED BY SIZE
               " EXCEPCIONES MAS QUE NO CABEN EN LA LISTA ***"
               DELIMITED BY SIZE
               INTO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA.
       IF TOTAL-EXCEPCIONES = ZERO AND OPERADORES-SOBRE-UMBRAL = ZERO
           MOVE "  SIN EXCEPCIONES EN EL PERIODO" TO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ACTIVIDAD.
       STRING "OPERADORES SOBRE UMBRAL " DELIMITED BY SIZE
           OPERADORES-SOBRE-UMBRAL DELIMITED BY SIZE
           "  MOVIMIENTOS MARCADOS " DELIMITED BY SIZE
           TOTAL-EXCEPCIONES DELIMITED BY SIZE
           INTO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.

       81-MIRA-UMBRAL.
       IF OPE-TOTAL (IDX-OPERADOR) > OPE-UMBRAL (IDX-OPERADOR)
           ADD 1 TO OPERADORES-SOBRE-UMBRAL
           MOVE OPE-ID (IDX-OPERADOR) TO LVO-OPERADOR
           MOVE OPE-TOTAL (IDX-OPERADOR) TO LVO-TOTAL
           MOVE OPE-UMBRAL (IDX-OPERADOR) TO LVO-UMBRAL
           MOVE LINEA-VOLUMEN TO LINEA-ACTIVIDAD
           PERFORM 96-ESCRIBE-LINEA.

       82-IMPRIME-EXCEPCION.
       MOVE EXC-MOTIVO (IDX-EXCEPCION) TO LEX-MOTIVO.
       MOVE EXC-FECHA (IDX-EXCEPCION) TO LEX-FECHA.
       MOVE EXC-HORA (IDX-EXCEPCION) TO LEX-HORA.
       MOVE EXC-OPERADOR (IDX-EXCEPCION) TO LEX-OPERADOR.
       MOVE EXC-OPERACION (IDX-EXCEPCION) TO LEX-OPERACION.
       MOVE EXC-ID (IDX-EXCEPCION) TO LEX-ID.
       MOVE LINEA-EXCEPCION TO LINEA-ACTIVIDAD.
       PERFORM 96-ESCRIBE-LINEA.

       96-ESCRIBE-LINEA.
       WRITE LINEA-ACTIVIDAD.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra la auditoria.
       97-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "ACTOPE" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       CLOSE ACTIVIDAD-ARCHIVO.
       PERFORM 97-REGISTRA-SPOOL.

       10-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== ACTIVIDAD SEMANAL DE OPERADORES =====".
       DISPLAY "Periodo: " FECHA-DESDE " a " FECHA-HOY.
       DISPLAY "Generaciones leidas:      " CONTADOR-GENERACIONES.
       DISPLAY "Movimientos del periodo:  " CONTADOR-PERIODO.
       DISPLAY "Operadores en la tabla:   " TOTAL-OPERADORES.
       DISPLAY "Operadores sobre umbral:  " OPERADORES-SOBRE-UMBRAL.
       DISPLAY "Movimientos marcados:     " TOTAL-EXCEPCIONES.
       DISPLAY "Lineas de ACTOPERCTL:     " CONTADOR-PARAMETROS.
       IF CONTADOR-PARAM-MALOS > ZERO
           DISPLAY "Lineas de ACTOPERCTL no validas: "
               CONTADOR-PARAM-MALOS.
       DISPLAY "Informe en la generacion " RUTA-SPOOL ".".
       IF TOTAL-EXCEPCIONES > ZERO OR OPERADORES-SOBRE-UMBRAL > ZERO
           OR EXCEPCIONES-SIN-SITIO > ZERO
           OR CONTADOR-PARAM-MALOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM ACTOPER.
