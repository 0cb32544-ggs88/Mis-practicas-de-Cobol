      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DEL CALENDARIO LABORAL (CALENDARIODAT).
      *          Guarda los festivos nacionales y locales de la empresa
      *          y la semana laboral (que dias de la semana se
      *          trabaja), para que el saldo de vacaciones del menu, la
      *          lista de ausentes de 44_BBDD_ausencias_hoy.cbl, los
      *          "sin fichaje" de 49_BBDD_importa_fichajes.cbl y las
      *          horas de 65_BBDD_horas_trabajadas.cbl cuenten dias
      *          laborables y no naturales. La fecha se comprueba al
      *          teclearla y se avisa si el festivo cae en un dia que
      *          ya no se trabaja. Mismo esquema de menu que los demas
      *          mantenimientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con los programas que cuentan dias laborables.

       WORKING-STORAGE SECTION.
       01  ESTADO-CALENDARIO PIC XX.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  FECHA-BUSQUEDA    PIC 9(8).
       01  ANO-BUSQUEDA      PIC 9(4).
       01  CONFIRMA-BORRADO  PIC A.
       01  FIN-LISTADO       PIC A.
       01  FECHA-VALIDA      PIC A.
       01  TIPO-TECLEADO     PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).
       01  IDX-DIA           PIC 9.

      * semana laboral en vigor (registro cero) y nombre de los dias,
      * de lunes a domingo.
       01  SEMANA-LABORAL    PIC X(7) VALUE "SSSSSNN".
       01  SEMANA-TECLEADA   PIC X(7).
       01  NOMBRES-DIAS.
           02 FILLER         PIC X(27) VALUE
               "LUNES    MARTES   MIERCOLES".
           02 FILLER         PIC X(36) VALUE
               "JUEVES   VIERNES  SABADO   DOMINGO  ".
       01  TABLA-NOMBRES REDEFINES NOMBRES-DIAS.
           02 NOMBRE-DIA     PIC X(9) OCCURS 7 TIMES.
       01  DIA-SEMANA        PIC 9.
       01  SEMANAS-SERIE     PIC 9(7).

      * conversion de AAAAMMDD a numero de dia corrido, la misma del
      * menu de empleados: el resto entre siete da el dia de la
      * semana (1 = lunes ... 0 = domingo).
       01  FECHA-TRABAJO     PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO         PIC 9(4).
           02 FT-MES         PIC 9(2).
           02 FT-DIA         PIC 9(2).
       01  CALC-ANO          PIC 9(5).
       01  CALC-MES          PIC 9(2).
       01  CALC-Q4           PIC 9(4).
       01  CALC-Q100         PIC 9(3).
       01  CALC-Q400         PIC 9(2).
       01  CALC-M306         PIC 9(4).
       01  DIAS-SERIE        PIC 9(7).
       01  DIAS-DEL-MES      PIC 9(2).
       01  ANO-COCIENTE      PIC 9(4).
       01  ANO-RESTO         PIC 9(4).

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
       OPEN I-O CALENDARIO-ARCHIVO.
       IF ESTADO-CALENDARIO = "35"
           OPEN OUTPUT CALENDARIO-ARCHIVO
           CLOSE CALENDARIO-ARCHIVO
           OPEN I-O CALENDARIO-ARCHIVO.
       PERFORM 21-CARGA-SEMANA.

       21-CARGA-SEMANA.
       MOVE ZEROS TO CAL-FECHA.
       READ CALENDARIO-ARCHIVO
           INVALID KEY
               MOVE "SSSSSNN" TO SEMANA-LABORAL
           NOT INVALID KEY
               MOVE CAL-SEMANA-LABORAL TO SEMANA-LABORAL
       END-READ.

       3-CIERRA-ARCHIVOS.
       CLOSE CALENDARIO-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de festivo".
       DISPLAY "2. Baja de festivo".
       DISPLAY "3. Festivos de un ano".
       DISPLAY "4. Semana laboral".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-FESTIVO.
       IF OPCION-MENU = 2 PERFORM 5-BORRA-FESTIVO.
       IF OPCION-MENU = 3 PERFORM 6-LISTA-FESTIVOS.
       IF OPCION-MENU = 4 PERFORM 7-SEMANA-LABORAL.

       4-AGREGA-FESTIVO.
       PERFORM 8-PIDE-FECHA.
       IF FECHA-VALIDA = "S"
           IF SEMANA-LABORAL (DIA-SEMANA:1) = "N"
               DISPLAY "Aviso: el " NOMBRE-DIA (DIA-SEMANA)
                   " ya no es laborable; el festivo no cambia nada."
           END-IF
           PERFORM 41-CAPTURA-FESTIVO
           WRITE CALENDARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Ese dia ya esta dado de alta como festivo."
               NOT INVALID KEY
                   DISPLAY "Festivo guardado."
           END-WRITE
       END-IF.

       41-CAPTURA-FESTIVO.
       MOVE SPACES TO CALENDARIO-REGISTRO.
       MOVE FECHA-BUSQUEDA TO CAL-FECHA.
       MOVE SPACE TO TIPO-TECLEADO.
       PERFORM 42-PIDE-TIPO
           UNTIL TIPO-TECLEADO = "N" OR TIPO-TECLEADO = "L".
       IF TIPO-TECLEADO = "N"
           MOVE "NACIONAL" TO CAL-TIPO
       ELSE
           MOVE "LOCAL" TO CAL-TIPO.
       DISPLAY "Descripcion: ".
       ACCEPT CAL-DESCRIPCION.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO CAL-FECHA-ALTA.
       MOVE OPERADOR-ID TO CAL-OPERADOR.

       42-PIDE-TIPO.
       DISPLAY "Tipo: N = nacional, L = local: ".
       ACCEPT TIPO-TECLEADO.
       INSPECT TIPO-TECLEADO CONVERTING "nl" TO "NL".

       5-BORRA-FESTIVO.
       PERFORM 8-PIDE-FECHA.
       IF FECHA-VALIDA = "S"
           MOVE FECHA-BUSQUEDA TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   DISPLAY "Ese dia no esta dado de alta como festivo."
               NOT INVALID KEY
                   PERFORM 51-CONFIRMA-Y-BORRA
           END-READ
       END-IF.

       51-CONFIRMA-Y-BORRA.
       PERFORM 61-MUESTRA-FESTIVO.
       DISPLAY "¿Confirma que desea borrar este festivo? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE CALENDARIO-ARCHIVO RECORD
           IF ESTADO-CALENDARIO > "09"
               DISPLAY "Error al borrar, estado " ESTADO-CALENDARIO
           ELSE
               DISPLAY "Festivo borrado."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       6-LISTA-FESTIVOS.
       DISPLAY "Ano (AAAA): ".
       ACCEPT ANO-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       COMPUTE CAL-FECHA = ANO-BUSQUEDA * 10000 + 101.
       MOVE "N" TO FIN-LISTADO.
       START CALENDARIO-ARCHIVO KEY IS NOT LESS THAN CAL-FECHA
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 62-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Festivos listados: " TOTAL-LISTADOS.
       PERFORM 71-MUESTRA-SEMANA.

       61-MUESTRA-FESTIVO.
       MOVE CAL-FECHA TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       PERFORM 57-CALCULA-DIA-SEMANA.
       DISPLAY CAL-FECHA " " NOMBRE-DIA (DIA-SEMANA) " " CAL-TIPO
           " " CAL-DESCRIPCION.
       DISPLAY "  Alta: " CAL-FECHA-ALTA " por " CAL-OPERADOR.

       62-LISTA-UNO.
       READ CALENDARIO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF CAL-FECHA > ANO-BUSQUEDA * 10000 + 1231
               MOVE "S" TO FIN-LISTADO
           ELSE
               PERFORM 61-MUESTRA-FESTIVO
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

      * la semana laboral se teclea como siete letras S/N de lunes a
      * domingo y se guarda en el registro de clave cero.
       7-SEMANA-LABORAL.
       PERFORM 71-MUESTRA-SEMANA.
       DISPLAY "Nueva semana, S o N de lunes a domingo "
           "(en blanco = no cambiar): ".
       MOVE SPACES TO SEMANA-TECLEADA.
       ACCEPT SEMANA-TECLEADA.
       INSPECT SEMANA-TECLEADA CONVERTING "sn" TO "SN".
       IF SEMANA-TECLEADA = SPACES
           DISPLAY "Semana sin cambios."
       ELSE
           PERFORM 72-VALIDA-SEMANA.

       71-MUESTRA-SEMANA.
       DISPLAY "Semana laboral (L M X J V S D): " SEMANA-LABORAL.

       72-VALIDA-SEMANA.
       MOVE "S" TO FECHA-VALIDA.
       PERFORM 73-VALIDA-DIA
           VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7.
       IF FECHA-VALIDA = "N"
           DISPLAY "Hay que teclear siete letras S o N."
       ELSE
           PERFORM 74-GRABA-SEMANA.

       73-VALIDA-DIA.
       IF SEMANA-TECLEADA (IDX-DIA:1) NOT = "S"
           AND SEMANA-TECLEADA (IDX-DIA:1) NOT = "N"
           MOVE "N" TO FECHA-VALIDA.

       74-GRABA-SEMANA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE ZEROS TO CAL-FECHA.
       READ CALENDARIO-ARCHIVO
           INVALID KEY
               MOVE SPACES TO CALENDARIO-REGISTRO
               MOVE ZEROS TO CAL-FECHA
       END-READ.
       MOVE "SEMANA" TO CAL-TIPO.
       MOVE "SEMANA LABORAL" TO CAL-DESCRIPCION.
       MOVE SEMANA-TECLEADA TO CAL-SEMANA-LABORAL.
       MOVE FECHA-HOY TO CAL-FECHA-ALTA.
       MOVE OPERADOR-ID TO CAL-OPERADOR.
       IF ESTADO-CALENDARIO = "00"
           REWRITE CALENDARIO-REGISTRO
       ELSE
           WRITE CALENDARIO-REGISTRO.
       IF ESTADO-CALENDARIO > "09"
           DISPLAY "Error al grabar la semana, estado "
               ESTADO-CALENDARIO
       ELSE
           MOVE SEMANA-TECLEADA TO SEMANA-LABORAL
           DISPLAY "Semana laboral guardada.".

      * fecha AAAAMMDD con mes de 1 a 12 y dia dentro del mes.
       8-PIDE-FECHA.
       MOVE "N" TO FECHA-VALIDA.
       DISPLAY "Fecha (AAAAMMDD): ".
       ACCEPT FECHA-BUSQUEDA.
       MOVE FECHA-BUSQUEDA TO FECHA-TRABAJO.
       IF FT-ANO < 1900 OR FT-MES < 1 OR FT-MES > 12 OR FT-DIA < 1
           DISPLAY "Fecha no valida."
       ELSE
           PERFORM 81-CALCULA-DIAS-DEL-MES
           IF FT-DIA > DIAS-DEL-MES
               DISPLAY "Fecha no valida: ese mes tiene " DIAS-DEL-MES
                   " dias."
           ELSE
               MOVE "S" TO FECHA-VALIDA
               PERFORM 56-CONVIERTE-A-DIAS
               PERFORM 57-CALCULA-DIA-SEMANA
           END-IF
       END-IF.

       81-CALCULA-DIAS-DEL-MES.
       IF FT-MES = 4 OR FT-MES = 6 OR FT-MES = 9 OR FT-MES = 11
           MOVE 30 TO DIAS-DEL-MES
       ELSE
       IF FT-MES = 2
           MOVE 28 TO DIAS-DEL-MES
           DIVIDE FT-ANO BY 4 GIVING ANO-COCIENTE REMAINDER ANO-RESTO
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
           MOVE 31 TO DIAS-DEL-MES.

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

      * el dia corrido 1 es un lunes: el resto entre siete da el dia
      * de la semana, con el cero para el domingo.
       57-CALCULA-DIA-SEMANA.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.

       END PROGRAM MANTCAL.
