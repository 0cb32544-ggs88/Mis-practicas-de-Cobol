      ******************************************************************
      * Author:
      * Date:
      * Purpose: HORAS TRABAJADAS Y HORAS EXTRA DEL MES. La importacion
      *          nocturna de 49_BBDD_importa_fichajes.cbl solo cuenta
      *          si hubo fichajes; esta pasada mensual relee todas las
      *          copias diarias del torno del mes pedido (FICHAD +
      *          AAAAMMDD), las ordena por empleado, dia y hora con un
      *          SORT (un mes entero no cabe en una tabla en memoria) y
      *          empareja entrada y salida para sacar las horas de
      *          cada dia. Lo que pasa de la jornada del dia son horas
      *          extra; los dias con fichajes impares (falta una
      *          salida) se avisan y solo cuentan los tramos
      *          completos, sin horas extra. El resultado queda en
      *          HORASMESDAT, un registro por empleado y mes, con las
      *          horas extra pendientes de aprobar en
      *          66_BBDD_aprueba_horas.cbl; la nomina solo paga las
      *          aprobadas. Repetir la pasada recalcula el mes pero no
      *          toca las horas ya pagadas. Un dia que no es
      *          laborable en el calendario de CALENDARIODAT (fin de
      *          semana o festivo) cuenta entero como horas extra. El
      *          informe sale a una
      *          generacion fechada (HORAS + AAAAMMDD) anotada en el
      *          registro de spool; codigo de retorno 4 si hay
      *          incidencias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL COPIA-FICHAJES-ARCHIVO
                 ASSIGN USING RUTA-COPIA-FICHAJES
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-COPIA-FICHAJES.

      * las copias diarias que deja la importacion nocturna de
      * fichajes, una por noche (FICHAD + AAAAMMDD).

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "HORSORTTMP".

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
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL HISTORICO-ARCHIVO
                 ASSIGN TO "EMPLEADOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HIS-CLAVE
                 ALTERNATE KEY IS HIS-AP-PATERNO WITH DUPLICATES
                 STATUS ESTADO-HISTORICO.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

      * CALENDARIO-ARCHIVO es el calendario laboral que mantiene
      * 67_BBDD_mantiene_calendario.cbl; sin el se trabaja de lunes a
      * viernes sin festivos.

                 SELECT OPTIONAL HORAS-INFORME-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-INFORME.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * el informe va a una generacion fechada (HORAS + AAAAMMDD)
      * anotada en SPOOLCTLTXT, para el menu de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD COPIA-FICHAJES-ARCHIVO.
             01 FICHAJE-REGISTRO.
               02 FIC-ID         PIC X(6).
               02 FIC-FECHA      PIC X(8).
               02 FIC-HORA       PIC X(6).

      * el mismo registro del torno que lee la importacion nocturna:
      * ID, fecha AAAAMMDD y hora HHMMSS como texto.

           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORDEN-ID       PIC 9(6).
               02 ORDEN-FECHA    PIC 9(8).
               02 ORDEN-HORA     PIC 9(6).
               02 ORDEN-HORA-PARTES REDEFINES ORDEN-HORA.
                 03 ORDEN-HH     PIC 9(2).
                 03 ORDEN-MM     PIC 9(2).
                 03 ORDEN-SS     PIC 9(2).

           FD HORASMES-ARCHIVO.
           COPY HORASMES.
      * HORASMES-REGISTRO viene del copybook HORASMES.cpy, el layout
      * comun con la aprobacion de horas y la nomina mensual.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy: las bajas
      * del mes tambien fichaban y tambien cobran sus horas.

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario laboral.

           FD HORAS-INFORME-ARCHIVO.
             01 LINEA-HORAS PIC X(80).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-COPIA-FICHAJES PIC XX.
       01  ESTADO-HORASMES       PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-APERTURA-HISTORICO PIC XX.
       01  ESTADO-INFORME        PIC XX.
       01  ESTADO-CALENDARIO     PIC XX.
       01  ESTADO-APERTURA-CALENDARIO PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(5) VALUE "HORAS".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  RUTA-COPIA-FICHAJES.
           02 FILLER             PIC X(6) VALUE "FICHAD".
           02 COPIA-FECHA        PIC 9(8).
       01  FIN-COPIA             PIC A.
       01  FIN-ORDEN             PIC A VALUE "N".
       01  FIN-HISTORICO         PIC A.

      * jornada de referencia de un dia trabajado, en minutos. Lo que
      * pase de ella son horas extra, salvo un margen de cortesia
      * (entrar unos minutos antes, salir unos minutos despues) que
      * no cuenta para nada.
       01  JORNADA-MINUTOS       PIC 9(4) VALUE 480.
       01  MARGEN-EXTRA-MINUTOS  PIC 9(4) VALUE 15.

      * calendario laboral: semana laboral del registro cero (lunes a
      * viernes si no hay calendario) y festivos leidos por su fecha.
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

       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  MES-HORAS             PIC 9(6) VALUE ZEROS.
       01  MES-HORAS-PARTES REDEFINES MES-HORAS.
           02 MES-HORAS-ANO      PIC 9(4).
           02 MES-HORAS-MES      PIC 9(2).
       01  DIAS-MES              PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).

      * fechas de las copias a leer: todos los dias del mes y el 1 del
      * mes siguiente, porque la cadena que pasa de medianoche deja
      * los fichajes del ultimo dia en la copia del dia siguiente.
      * Los fichajes de otro mes que traigan esas copias se saltan.
       01  DIA-COPIA             PIC 9(2).
       01  FECHA-COPIA           PIC 9(8).
       01  FECHA-COPIA-PARTES REDEFINES FECHA-COPIA.
           02 COPIA-ANO          PIC 9(4).
           02 COPIA-MES          PIC 9(2).
           02 COPIA-DIA          PIC 9(2).

      * rupturas del ordenado: empleado y dia en curso, y el ultimo
      * fichaje, para descartar el mismo fichaje repetido.
       01  ID-ACTUAL             PIC 9(6).
       01  FECHA-ACTUAL          PIC 9(8).
       01  FICHAJE-ANTERIOR      PIC X(20).
       01  FICHAJE-REPETIDO      PIC A.
       01  FICHAJE-ACTUAL.
           02 ACT-ID             PIC 9(6).
           02 ACT-FECHA          PIC 9(8).
           02 ACT-HORA           PIC 9(6).

      * emparejado del dia: el tramo queda abierto con la entrada y
      * se cierra con el siguiente fichaje.
       01  TRAMO-ABIERTO         PIC A.
       01  MINUTO-FICHAJE        PIC 9(4).
       01  MINUTO-ENTRADA        PIC 9(4).
       01  MINUTOS-DIA           PIC 9(4).
       01  FICHAJES-DIA          PIC 9(3).
       01  EXCESO-DIA            PIC 9(4).
       01  HORA-EDITADA.
           02 HED-HH             PIC 9(2).
           02 FILLER             PIC X VALUE ":".
           02 HED-MM             PIC 9(2).

      * totales del empleado en el mes, en minutos.
       01  MINUTOS-NORMALES-MES  PIC 9(5).
       01  MINUTOS-EXTRA-MES     PIC 9(5).
       01  DIAS-TRABAJADOS-MES   PIC 9(2).
       01  DIAS-INCIDENCIA-MES   PIC 9(2).
       01  EMPLEADO-CONOCIDO     PIC A.
       01  PERCEPTOR-NOMBRE      PIC X(35).
       01  PERCEPTOR-APELLIDO    PIC X(35).
       01  HORAS-EXTRA-CALCULADAS PIC 9(3)V99.
       01  ESTADO-GRABADO        PIC X(10).

       01  CONTADOR-COPIAS       PIC 9(3) VALUE ZEROS.
       01  CONTADOR-SIN-COPIA    PIC 9(3) VALUE ZEROS.
       01  CONTADOR-LEIDOS       PIC 9(7) VALUE ZEROS.
       01  CONTADOR-DESCARTADOS  PIC 9(7) VALUE ZEROS.
       01  CONTADOR-OTRO-MES     PIC 9(7) VALUE ZEROS.
       01  CONTADOR-REPETIDOS    PIC 9(7) VALUE ZEROS.
       01  CONTADOR-EMPLEADOS    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-DESCONOCIDOS PIC 9(6) VALUE ZEROS.
       01  CONTADOR-INCIDENCIAS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-NO-LABORABLES PIC 9(6) VALUE ZEROS.
       01  CONTADOR-GRABADOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-YA-PAGADOS   PIC 9(6) VALUE ZEROS.
       01  TOTAL-HORAS-NORMALES  PIC 9(7)V99 VALUE ZEROS.
       01  TOTAL-HORAS-EXTRA     PIC 9(7)V99 VALUE ZEROS.
       01  TOTAL-EDITADO         PIC ZZZZZZ9.99.

       01  LINEA-EMPLEADO.
           02 LEM-ID             PIC 9(6).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LEM-NOMBRE         PIC X(25).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LEM-DIAS           PIC Z9.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LEM-NORMALES       PIC ZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LEM-EXTRA          PIC ZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LEM-INCIDENCIAS    PIC Z9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LEM-ESTADO         PIC X(10).
       01  LINEA-TITULOS.
           02 FILLER             PIC X(40)
               VALUE "ID     EMPLEADO                  DIAS NOR".
           02 FILLER             PIC X(30)
               VALUE "MALES  EXTRA INC  ESTADO".
       01  LINEA-SEPARADORA      PIC X(70) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-PIDE-MES.
       PERFORM 24-CALCULA-DIAS-MES.
       PERFORM 3-ABRE-ARCHIVOS.
       PERFORM 31-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORDEN-ID ORDEN-FECHA ORDEN-HORA
           INPUT PROCEDURE 4-ALIMENTA-ORDEN
           OUTPUT PROCEDURE 5-CALCULA-HORAS.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 8-CIERRA-ARCHIVOS.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * por defecto el mes anterior, que es el que ya esta cerrado en
      * el torno cuando se pasa a principios de mes.
       2-PIDE-MES.
       DISPLAY "===== HORAS TRABAJADAS DEL MES =====".
       DISPLAY "Mes de los fichajes (AAAAMM, 0 = el anterior): ".
       ACCEPT MES-HORAS.
       IF MES-HORAS = ZERO
           IF HOY-MES = 1
               COMPUTE MES-HORAS-ANO = HOY-ANO - 1
               MOVE 12 TO MES-HORAS-MES
           ELSE
               MOVE HOY-ANO TO MES-HORAS-ANO
               COMPUTE MES-HORAS-MES = HOY-MES - 1
           END-IF
       END-IF.
       IF MES-HORAS-MES < 1 OR MES-HORAS-MES > 12
           DISPLAY "Mes no valido: " MES-HORAS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       24-CALCULA-DIAS-MES.
       IF MES-HORAS-MES = 4 OR MES-HORAS-MES = 6 OR MES-HORAS-MES = 9
           OR MES-HORAS-MES = 11
           MOVE 30 TO DIAS-MES
       ELSE
       IF MES-HORAS-MES = 2
           MOVE 28 TO DIAS-MES
           DIVIDE MES-HORAS-ANO BY 4 GIVING ANO-COCIENTE
               REMAINDER ANO-RESTO
           IF ANO-RESTO = ZERO
               MOVE 29 TO DIAS-MES
               DIVIDE MES-HORAS-ANO BY 100 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = ZERO
                   MOVE 28 TO DIAS-MES
                   DIVIDE MES-HORAS-ANO BY 400 GIVING ANO-COCIENTE
                       REMAINDER ANO-RESTO
                   IF ANO-RESTO = ZERO
                       MOVE 29 TO DIAS-MES
                   END-IF
               END-IF
           END-IF
       ELSE
           MOVE 31 TO DIAS-MES.

       3-ABRE-ARCHIVOS.
       OPEN I-O HORASMES-ARCHIVO.
       IF ESTADO-HORASMES = "35"
           OPEN OUTPUT HORASMES-ARCHIVO
           CLOSE HORASMES-ARCHIVO
           OPEN I-O HORASMES-ARCHIVO.
       IF ESTADO-HORASMES > "09"
           DISPLAY "No se pudo abrir HORASMESDAT, estado "
               ESTADO-HORASMES
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-FILE = "05" OR ESTADO-FILE > "09"
           DISPLAY "No se pudo abrir el maestro, estado " ESTADO-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT HISTORICO-ARCHIVO.
       MOVE ESTADO-HISTORICO TO ESTADO-APERTURA-HISTORICO.
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
       OPEN OUTPUT HORAS-INFORME-ARCHIVO.
       IF ESTADO-INFORME > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-INFORME
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       31-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-HORAS.
       STRING "HORAS TRABAJADAS DEL MES " DELIMITED BY SIZE
           MES-HORAS DELIMITED BY SIZE
           "  PASADA DEL " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-HORAS.
       STRING "JORNADA DE " DELIMITED BY SIZE
           JORNADA-MINUTOS DELIMITED BY SIZE
           " MINUTOS; EXTRA A PARTIR DE " DELIMITED BY SIZE
           MARGEN-EXTRA-MINUTOS DELIMITED BY SIZE
           " MINUTOS DE EXCESO" DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.

      * entrada del SORT: una copia del torno por dia del mes, mas la
      * del dia 1 del mes siguiente.
       4-ALIMENTA-ORDEN.
       PERFORM 41-LEE-COPIA-DEL-DIA
           VARYING DIA-COPIA FROM 1 BY 1
           UNTIL DIA-COPIA > DIAS-MES + 1.

       41-LEE-COPIA-DEL-DIA.
       IF DIA-COPIA > DIAS-MES
           IF MES-HORAS-MES = 12
               COMPUTE COPIA-ANO = MES-HORAS-ANO + 1
               MOVE 1 TO COPIA-MES
           ELSE
               MOVE MES-HORAS-ANO TO COPIA-ANO
               COMPUTE COPIA-MES = MES-HORAS-MES + 1
           END-IF
           MOVE 1 TO COPIA-DIA
       ELSE
           MOVE MES-HORAS-ANO TO COPIA-ANO
           MOVE MES-HORAS-MES TO COPIA-MES
           MOVE DIA-COPIA TO COPIA-DIA
       END-IF.
       MOVE FECHA-COPIA TO COPIA-FECHA.
       OPEN INPUT COPIA-FICHAJES-ARCHIVO.
       IF ESTADO-COPIA-FICHAJES = "05" OR ESTADO-COPIA-FICHAJES > "09"
           ADD 1 TO CONTADOR-SIN-COPIA
           IF ESTADO-COPIA-FICHAJES < "90"
               CLOSE COPIA-FICHAJES-ARCHIVO
           END-IF
           IF DIA-COPIA NOT > DIAS-MES
               MOVE SPACES TO LINEA-HORAS
               STRING "SIN COPIA DEL TORNO: " DELIMITED BY SIZE
                   RUTA-COPIA-FICHAJES DELIMITED BY SIZE
                   INTO LINEA-HORAS
               PERFORM 91-ESCRIBE-LINEA
           END-IF
       ELSE
           ADD 1 TO CONTADOR-COPIAS
           MOVE "N" TO FIN-COPIA
           PERFORM 42-LEE-FICHAJE
           PERFORM 43-RELEASE-FICHAJE UNTIL FIN-COPIA = "S"
           CLOSE COPIA-FICHAJES-ARCHIVO
       END-IF.

       42-LEE-FICHAJE.
       READ COPIA-FICHAJES-ARCHIVO
           AT END MOVE "S" TO FIN-COPIA.

      * la basura ya la saca cada noche el informe de excepciones de
      * la importacion; aqui solo se cuenta.
       43-RELEASE-FICHAJE.
       ADD 1 TO CONTADOR-LEIDOS.
       IF FIC-ID NOT NUMERIC OR FIC-FECHA NOT NUMERIC
           OR FIC-HORA NOT NUMERIC
           ADD 1 TO CONTADOR-DESCARTADOS
       ELSE
       IF FIC-FECHA (1:6) NOT = MES-HORAS
           ADD 1 TO CONTADOR-OTRO-MES
       ELSE
           MOVE FIC-ID TO ORDEN-ID
           MOVE FIC-FECHA TO ORDEN-FECHA
           MOVE FIC-HORA TO ORDEN-HORA
           RELEASE ORDEN-REGISTRO.
       PERFORM 42-LEE-FICHAJE.

      * salida del SORT: fichajes ordenados por empleado, dia y hora.
      * Ruptura por dia dentro de ruptura por empleado.
       5-CALCULA-HORAS.
       MOVE LINEA-TITULOS TO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO FICHAJE-ANTERIOR.
       PERFORM 51-RETURN-FICHAJE.
       PERFORM 52-PROCESA-EMPLEADO UNTIL FIN-ORDEN = "S".

      * el mismo fichaje dos veces (el torno que repite una pasada o
      * una copia leida dos veces) no abre ni cierra ningun tramo.
       51-RETURN-FICHAJE.
       MOVE "S" TO FICHAJE-REPETIDO.
       PERFORM 511-RETURN-UNO UNTIL FICHAJE-REPETIDO = "N".

       511-RETURN-UNO.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.
       IF FIN-ORDEN = "S"
           MOVE "N" TO FICHAJE-REPETIDO
       ELSE
           MOVE ORDEN-ID TO ACT-ID
           MOVE ORDEN-FECHA TO ACT-FECHA
           MOVE ORDEN-HORA TO ACT-HORA
           IF FICHAJE-ACTUAL = FICHAJE-ANTERIOR
               ADD 1 TO CONTADOR-REPETIDOS
           ELSE
               MOVE FICHAJE-ACTUAL TO FICHAJE-ANTERIOR
               MOVE "N" TO FICHAJE-REPETIDO
           END-IF
       END-IF.

       52-PROCESA-EMPLEADO.
       MOVE ORDEN-ID TO ID-ACTUAL.
       MOVE ZEROS TO MINUTOS-NORMALES-MES.
       MOVE ZEROS TO MINUTOS-EXTRA-MES.
       MOVE ZEROS TO DIAS-TRABAJADOS-MES.
       MOVE ZEROS TO DIAS-INCIDENCIA-MES.
       ADD 1 TO CONTADOR-EMPLEADOS.
       PERFORM 53-BUSCA-EMPLEADO.
       PERFORM 54-PROCESA-DIA
           UNTIL FIN-ORDEN = "S" OR ORDEN-ID NOT = ID-ACTUAL.
       IF EMPLEADO-CONOCIDO = "S"
           PERFORM 6-GRABA-HORAS-MES
       ELSE
           ADD 1 TO CONTADOR-DESCONOCIDOS
           MOVE SPACES TO LINEA-HORAS
           STRING ID-ACTUAL DELIMITED BY SIZE
               " NO ESTA EN EL MAESTRO NI EN EL HISTORICO: "
                   DELIMITED BY SIZE
               "HORAS NO GRABADAS" DELIMITED BY SIZE
               INTO LINEA-HORAS
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

      * las bajas del mes ya no estan en el maestro pero fichaban y
      * cobran su ultima nomina: se buscan en el historico.
       53-BUSCA-EMPLEADO.
       MOVE "N" TO EMPLEADO-CONOCIDO.
       MOVE ID-ACTUAL TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "S" TO EMPLEADO-CONOCIDO
               MOVE EMPLEADOS-NOMBRE TO PERCEPTOR-NOMBRE
               MOVE EMPLEADOS-APELLIDO-PATERNO TO PERCEPTOR-APELLIDO
       END-READ.
       IF EMPLEADO-CONOCIDO = "N" AND ESTADO-APERTURA-HISTORICO = "00"
           MOVE ID-ACTUAL TO HIS-ID
           MOVE ZEROS TO HIS-FECHA-BAJA
           MOVE ZEROS TO HIS-HORA-BAJA
           START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO FIN-HISTORICO
                   READ HISTORICO-ARCHIVO NEXT RECORD
                       AT END MOVE "S" TO FIN-HISTORICO
                   END-READ
                   IF FIN-HISTORICO = "N" AND HIS-ID = ID-ACTUAL
                       MOVE "S" TO EMPLEADO-CONOCIDO
                       MOVE HIS-NOMBRE TO PERCEPTOR-NOMBRE
                       MOVE HIS-AP-PATERNO TO PERCEPTOR-APELLIDO
                   END-IF
           END-START
       END-IF.

       54-PROCESA-DIA.
       MOVE ORDEN-FECHA TO FECHA-ACTUAL.
       MOVE ZEROS TO MINUTOS-DIA.
       MOVE ZEROS TO FICHAJES-DIA.
       MOVE "N" TO TRAMO-ABIERTO.
       PERFORM 55-EMPAREJA-FICHAJE
           UNTIL FIN-ORDEN = "S" OR ORDEN-ID NOT = ID-ACTUAL
               OR ORDEN-FECHA NOT = FECHA-ACTUAL.
       PERFORM 56-CIERRA-DIA.

      * fichajes alternos: entrada, salida, entrada, salida...
       55-EMPAREJA-FICHAJE.
       ADD 1 TO FICHAJES-DIA.
       COMPUTE MINUTO-FICHAJE = ORDEN-HH * 60 + ORDEN-MM.
       IF TRAMO-ABIERTO = "N"
           MOVE MINUTO-FICHAJE TO MINUTO-ENTRADA
           MOVE "S" TO TRAMO-ABIERTO
       ELSE
           COMPUTE MINUTOS-DIA = MINUTOS-DIA
               + MINUTO-FICHAJE - MINUTO-ENTRADA
           MOVE "N" TO TRAMO-ABIERTO.
       PERFORM 51-RETURN-FICHAJE.

      * un dia con el ultimo tramo abierto no se sabe cuanto duro: se
      * avisa, cuentan los tramos completos hasta la jornada y no da
      * horas extra. Un dia completo que no es laborable no tiene
      * jornada: todo lo trabajado son horas extra.
       56-CIERRA-DIA.
       ADD 1 TO DIAS-TRABAJADOS-MES.
       MOVE FECHA-ACTUAL TO FECHA-TRABAJO.
       PERFORM 58-MIRA-LABORABLE.
       IF DIA-LABORABLE = "N"
           ADD 1 TO CONTADOR-NO-LABORABLES.
       IF TRAMO-ABIERTO = "S"
           ADD 1 TO DIAS-INCIDENCIA-MES
           ADD 1 TO CONTADOR-INCIDENCIAS
           PERFORM 57-ANOTA-FALTA-SALIDA
           IF MINUTOS-DIA > JORNADA-MINUTOS
               ADD JORNADA-MINUTOS TO MINUTOS-NORMALES-MES
           ELSE
               ADD MINUTOS-DIA TO MINUTOS-NORMALES-MES
           END-IF
       ELSE
           IF DIA-LABORABLE = "N"
               ADD MINUTOS-DIA TO MINUTOS-EXTRA-MES
           ELSE
               IF MINUTOS-DIA > JORNADA-MINUTOS
                   ADD JORNADA-MINUTOS TO MINUTOS-NORMALES-MES
                   COMPUTE EXCESO-DIA = MINUTOS-DIA - JORNADA-MINUTOS
                   IF EXCESO-DIA > MARGEN-EXTRA-MINUTOS
                       ADD EXCESO-DIA TO MINUTOS-EXTRA-MES
                   END-IF
               ELSE
                   ADD MINUTOS-DIA TO MINUTOS-NORMALES-MES
               END-IF
           END-IF
       END-IF.

       57-ANOTA-FALTA-SALIDA.
       DIVIDE MINUTO-ENTRADA BY 60 GIVING HED-HH REMAINDER HED-MM.
       MOVE SPACES TO LINEA-HORAS.
       STRING ID-ACTUAL DELIMITED BY SIZE
           " DIA " DELIMITED BY SIZE
           FECHA-ACTUAL DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FICHAJES-DIA DELIMITED BY SIZE
           " FICHAJES, FALTA LA SALIDA DE LA ENTRADA DE LAS "
               DELIMITED BY SIZE
           HORA-EDITADA DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.

      * un dia es laborable si la semana laboral lo marca con S y no
      * esta dado de alta como festivo en el calendario.
       58-MIRA-LABORABLE.
       PERFORM 59-CONVIERTE-A-DIAS.
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

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       59-CONVIERTE-A-DIAS.
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

      * el mes se graba o se recalcula; si ya se pago no se toca, y
      * si las horas extra cambian respecto de lo que se aprobo la
      * aprobacion se anula y vuelven a quedar pendientes.
       6-GRABA-HORAS-MES.
       COMPUTE HORAS-EXTRA-CALCULADAS ROUNDED = MINUTOS-EXTRA-MES / 60.
       MOVE ID-ACTUAL TO HOR-ID.
       MOVE MES-HORAS-ANO TO HOR-ANO.
       MOVE MES-HORAS-MES TO HOR-MES.
       READ HORASMES-ARCHIVO
           INVALID KEY
               PERFORM 61-NUEVO-MES
           NOT INVALID KEY
               PERFORM 62-RECALCULA-MES
       END-READ.
       PERFORM 63-IMPRIME-EMPLEADO.

       61-NUEVO-MES.
       MOVE SPACES TO HORASMES-REGISTRO.
       MOVE ID-ACTUAL TO HOR-ID.
       MOVE MES-HORAS-ANO TO HOR-ANO.
       MOVE MES-HORAS-MES TO HOR-MES.
       PERFORM 64-MUEVE-CALCULO.
       MOVE ZEROS TO HOR-HORAS-APROBADAS.
       MOVE ZEROS TO HOR-FECHA-APROBACION.
       MOVE ZEROS TO HOR-NOMINA-PAGO.
       MOVE "PENDIENTE" TO HOR-ESTADO.
       WRITE HORASMES-REGISTRO
           INVALID KEY
               DISPLAY "No se pudo grabar las horas de " ID-ACTUAL
                   ", estado " ESTADO-HORASMES
           NOT INVALID KEY
               ADD 1 TO CONTADOR-GRABADOS
       END-WRITE.
       MOVE HOR-ESTADO TO ESTADO-GRABADO.

       62-RECALCULA-MES.
       IF HOR-ESTADO = "PAGADO"
           ADD 1 TO CONTADOR-YA-PAGADOS
           MOVE "YA PAGADO" TO ESTADO-GRABADO
       ELSE
           IF HORAS-EXTRA-CALCULADAS NOT = HOR-HORAS-EXTRA
               MOVE "PENDIENTE" TO HOR-ESTADO
               MOVE ZEROS TO HOR-HORAS-APROBADAS
               MOVE SPACES TO HOR-APROBADO-POR
               MOVE ZEROS TO HOR-FECHA-APROBACION
           END-IF
           PERFORM 64-MUEVE-CALCULO
           REWRITE HORASMES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo regrabar las horas de "
                       ID-ACTUAL ", estado " ESTADO-HORASMES
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-GRABADOS
           END-REWRITE
           MOVE HOR-ESTADO TO ESTADO-GRABADO
       END-IF.

       64-MUEVE-CALCULO.
       MOVE DIAS-TRABAJADOS-MES TO HOR-DIAS-TRABAJADOS.
       MOVE DIAS-INCIDENCIA-MES TO HOR-DIAS-INCIDENCIA.
       COMPUTE HOR-HORAS-NORMALES ROUNDED = MINUTOS-NORMALES-MES / 60.
       MOVE HORAS-EXTRA-CALCULADAS TO HOR-HORAS-EXTRA.

       63-IMPRIME-EMPLEADO.
       MOVE ID-ACTUAL TO LEM-ID.
       MOVE SPACES TO LEM-NOMBRE.
       STRING PERCEPTOR-NOMBRE DELIMITED BY "  "
           " " DELIMITED BY SIZE
           PERCEPTOR-APELLIDO DELIMITED BY "  "
           INTO LEM-NOMBRE.
       MOVE DIAS-TRABAJADOS-MES TO LEM-DIAS.
       MOVE HOR-HORAS-NORMALES TO LEM-NORMALES.
       MOVE HOR-HORAS-EXTRA TO LEM-EXTRA.
       MOVE DIAS-INCIDENCIA-MES TO LEM-INCIDENCIAS.
       MOVE ESTADO-GRABADO TO LEM-ESTADO.
       MOVE LINEA-EMPLEADO TO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       ADD HOR-HORAS-NORMALES TO TOTAL-HORAS-NORMALES.
       ADD HOR-HORAS-EXTRA TO TOTAL-HORAS-EXTRA.

       7-IMPRIME-TOTALES.
       MOVE LINEA-SEPARADORA TO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-HORAS.
       STRING "EMPLEADOS CON FICHAJES: " DELIMITED BY SIZE
           CONTADOR-EMPLEADOS DELIMITED BY SIZE
           "  DIAS CON INCIDENCIA: " DELIMITED BY SIZE
           CONTADOR-INCIDENCIAS DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-HORAS-NORMALES TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-HORAS.
       STRING "TOTAL HORAS NORMALES: " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-HORAS-EXTRA TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-HORAS.
       STRING "TOTAL HORAS EXTRA:    " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           "  (PENDIENTES DE APROBAR)" DELIMITED BY SIZE
           INTO LINEA-HORAS.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-HORAS.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "HORAS" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       8-CIERRA-ARCHIVOS.
       CLOSE HORASMES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE CALENDARIO-ARCHIVO.
       CLOSE HORAS-INFORME-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== HORAS TRABAJADAS DEL MES " MES-HORAS " =====".
       DISPLAY "Copias del torno leidas:   " CONTADOR-COPIAS.
       DISPLAY "Dias sin copia:            " CONTADOR-SIN-COPIA.
       DISPLAY "Fichajes leidos:           " CONTADOR-LEIDOS.
       DISPLAY "Descartados (no numericos):" CONTADOR-DESCARTADOS.
       DISPLAY "De otro mes:               " CONTADOR-OTRO-MES.
       DISPLAY "Repetidos:                 " CONTADOR-REPETIDOS.
       DISPLAY "Empleados con fichajes:    " CONTADOR-EMPLEADOS.
       DISPLAY "Meses grabados:            " CONTADOR-GRABADOS.
       DISPLAY "Ya pagados, sin tocar:     " CONTADOR-YA-PAGADOS.
       DISPLAY "IDs desconocidos:          " CONTADOR-DESCONOCIDOS.
       DISPLAY "Dias con fichajes impares: " CONTADOR-INCIDENCIAS.
       DISPLAY "Dias no laborables (extra):" CONTADOR-NO-LABORABLES.
       DISPLAY "Informe en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-INCIDENCIAS > ZERO OR CONTADOR-DESCONOCIDOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM HORAS.
