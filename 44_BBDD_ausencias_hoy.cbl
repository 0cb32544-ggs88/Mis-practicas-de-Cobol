      *          quien falta sin llamar a RRHH. Pensado para correr en
      *          la cadena nocturna; termina con codigo de retorno 4
      *          si alguna ausencia apunta a un ID que ya no esta en
      *          el maestro. Cuenta contra el calendario laboral de
      *          CALENDARIODAT: cada ausente lleva el primer dia
      *          laborable en que vuelve y los dias laborables de
      *          ausencia que le quedan, y la cabecera avisa cuando
      *          hoy no es laborable. Cada ausente lleva su
      *          departamento en las columnas 198-200 (000 si no esta
      *          en el maestro), la marca con la que
      *          88_BBDD_reparte_spool.cbl saca la lista de cada
      *          planta segun la lista de reparto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

      * CALENDARIO-ARCHIVO es el calendario laboral que mantiene
      * 67_BBDD_mantiene_calendario.cbl; sin el se cuenta de lunes a
      * viernes sin festivos.

                 SELECT OPTIONAL LISTA-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario laboral.

           FD LISTA-ARCHIVO.
             01 LINEA-LISTA PIC X(200).
             01 LINEA-LISTA-REPARTO.
               02 FILLER       PIC X(197).
               02 LIN-REPARTO  PIC X(3).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-LISTA          PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  ESTADO-CALENDARIO     PIC XX.
       01  ESTADO-APERTURA-CALENDARIO PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "AUSHOY".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
      * departamento del ausente que se esta escribiendo; la cabecera
      * y los totales van sin marca y no se reparten.
       01  MARCA-REPARTO         PIC X(3) VALUE SPACES.
       01  FIN-AUSENCIAS         PIC A VALUE "N".

       01  FECHA-HOY             PIC 9(8).
           02 FILLER             PIC X(31)
               VALUE "AUSENTES DEL DIA - RECEPCION - ".
           02 CAB-FECHA          PIC 9(8).
           02 CAB-AVISO          PIC X(20).

       01  LINEA-AUSENTE.
           02 LIS-ID             PIC 9(6).
           02 LIS-HASTA          PIC 9(8).
           02 FILLER             PIC X(6) VALUE " DEPT ".
           02 LIS-DEPTO          PIC 9(3).
           02 FILLER             PIC X(8) VALUE " VUELVE ".
           02 LIS-VUELVE         PIC 9(8).
           02 FILLER             PIC X(8) VALUE " QUEDAN ".
           02 LIS-QUEDAN         PIC ZZ9.

      * calendario laboral: semana laboral del registro cero (lunes a
      * viernes si no hay calendario) y festivos leidos por su fecha.
       01  SEMANA-LABORAL        PIC X(7) VALUE "SSSSSNN".
       01  DIA-LABORABLE         PIC A.
       01  DIA-SEMANA            PIC 9.
       01  SEMANAS-SERIE         PIC 9(7).
       01  DIAS-DEL-MES          PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).
       01  DIAS-QUEDAN           PIC 9(3).
       01  FECHA-VUELTA          PIC 9(8).
       01  CONTADOR-PASOS        PIC 9(4).

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

      ***************************************************
       PROCEDURE DIVISION.
           DISPLAY "Sin archivo de ausencias, estado " ESTADO-AUSENCIAS
           MOVE "S" TO FIN-AUSENCIAS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
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
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT LISTA-ARCHIVO.
       IF ESTADO-LISTA > "09"

       3-ESCRIBE-CABECERA.
       MOVE FECHA-HOY TO CAB-FECHA.
       MOVE SPACES TO CAB-AVISO.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 57-MIRA-LABORABLE.
       IF DIA-LABORABLE = "N"
           MOVE " (DIA NO LABORABLE)" TO CAB-AVISO.
       MOVE CABECERA-LISTA TO LINEA-LISTA.
       PERFORM 91-ESCRIBE-LINEA.

               MOVE EMPLEADOS-APELLIDO-PATERNO TO LIS-APELLIDO
               MOVE EMPLEADOS-DEPARTAMENTO TO LIS-DEPTO
       END-READ.
       PERFORM 52-CALCULA-VUELTA.
       MOVE FECHA-VUELTA TO LIS-VUELVE.
       MOVE DIAS-QUEDAN TO LIS-QUEDAN.
       MOVE LINEA-AUSENTE TO LINEA-LISTA.
       MOVE LIS-DEPTO TO MARCA-REPARTO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO MARCA-REPARTO.

      * se avanza dia a dia desde hoy hasta el fin de la ausencia
      * contando los laborables que quedan, y despues hasta el primer
      * laborable posterior, que es el dia en que vuelve. El tope de
      * pasos corta una ausencia mal capturada con un fin absurdo.
       52-CALCULA-VUELTA.
       MOVE ZERO TO DIAS-QUEDAN.
       MOVE ZERO TO CONTADOR-PASOS.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 521-CUENTA-QUEDAN
           UNTIL FECHA-TRABAJO > AUS-FECHA-FIN
              OR CONTADOR-PASOS > 999.
       MOVE "N" TO DIA-LABORABLE.
       PERFORM 522-BUSCA-VUELTA
           UNTIL DIA-LABORABLE = "S"
              OR CONTADOR-PASOS > 999.
       MOVE FECHA-TRABAJO TO FECHA-VUELTA.

       521-CUENTA-QUEDAN.
       PERFORM 57-MIRA-LABORABLE.
       IF DIA-LABORABLE = "S" AND DIAS-QUEDAN < 999
           ADD 1 TO DIAS-QUEDAN.
       PERFORM 58-SIGUIENTE-DIA.
       ADD 1 TO CONTADOR-PASOS.

       522-BUSCA-VUELTA.
       PERFORM 57-MIRA-LABORABLE.
       IF DIA-LABORABLE = "N"
           PERFORM 58-SIGUIENTE-DIA
           ADD 1 TO CONTADOR-PASOS.

      * un dia es laborable si la semana laboral lo marca con S y no
      * esta dado de alta como festivo en el calendario.
       57-MIRA-LABORABLE.
       PERFORM 56-CONVIERTE-A-DIAS.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.
       MOVE SEMANA-LABORAL (DIA-SEMANA:1) TO DIA-LABORABLE.
       IF DIA-LABORABLE = "S" AND ESTADO-APERTURA-CALENDARIO = "00"
           MOVE FECHA-TRABAJO TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO DIA-LABORABLE
           END-READ
       END-IF.

      * pasa FECHA-TRABAJO al dia siguiente, con cambio de mes y de
      * ano.
       58-SIGUIENTE-DIA.
       PERFORM 59-CALCULA-DIAS-DEL-MES.
       IF FT-DIA < DIAS-DEL-MES
           ADD 1 TO FT-DIA
       ELSE
           MOVE 1 TO FT-DIA
           IF FT-MES < 12
               ADD 1 TO FT-MES
           ELSE
               MOVE 1 TO FT-MES
               ADD 1 TO FT-ANO
           END-IF
       END-IF.

       59-CALCULA-DIAS-DEL-MES.
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
       MOVE MARCA-REPARTO TO LIN-REPARTO.
       WRITE LINEA-LISTA.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

       7-CIERRA-ARCHIVOS.
       CLOSE AUSENCIAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE CALENDARIO-ARCHIVO.
       CLOSE LISTA-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

