      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONCILIACION DE DOS RESPALDOS CONTRA LA AUDITORIA. El
      *          cuadre diario (27_BBDD_cuadre_diario.cbl) solo mira el
      *          recuento: un campo cambiado por un programa que no
      *          pasa por 99-REGISTRA-AUDITORIA, o a mano con una
      *          utilidad sobre EMPLEADOSDAT, deja el recuento intacto
      *          y nadie se entera. Esta pasada toma dos generaciones
      *          EMPBK + AAAAMMDD de 32_BBDD_respalda_empleados.cbl,
      *          las cruza ID a ID y campo a campo, y explica cada
      *          diferencia con los movimientos de auditoria grabados
      *          entre la hora de un vuelco y la del otro
      *          (generaciones ACTIVA de AUDCTLTXT mas la auditoria
      *          viva). Por cada ID la imagen del primer respaldo tiene
      *          que coincidir con el "antes" del primer movimiento, el
      *          "despues" de cada movimiento con el "antes" del
      *          siguiente, y el "despues" del ultimo con el segundo
      *          respaldo; sin movimientos, los dos respaldos tienen
      *          que ser iguales. Lo que no encaja se imprime campo a
      *          campo como diferencia sin explicar, en una generacion
      *          fechada (CONCIL + AAAAMMDD, anotada en el spool), y
      *          la pasada termina con codigo de retorno 4 si hay
      *          alguna.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL RESPALDO-ANTERIOR
                 ASSIGN USING RUTA-ANTERIOR
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-ANTERIOR.

                 SELECT OPTIONAL RESPALDO-POSTERIOR
                 ASSIGN USING RUTA-POSTERIOR
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-POSTERIOR.

      * los dos respaldos son vuelcos del indexado en orden de
      * EMPLEADOS-ID, asi que se leen a la par como un cruce de dos
      * archivos ordenados.

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

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "CONCSORTTMP".

                 SELECT OPTIONAL CONCILIA-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONCILIA.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * el informe va a una generacion fechada (CONCIL + AAAAMMDD)
      * anotada en el registro de spool SPOOLCTLTXT, para el menu de
      * operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD RESPALDO-ANTERIOR.
             01 ANTERIOR-REGISTRO.
               02 RAN-TIPO       PIC X(8).
               02 RAN-DATOS      PIC X(168).

           FD RESPALDO-POSTERIOR.
             01 POSTERIOR-REGISTRO.
               02 RPO-TIPO       PIC X(8).
               02 RPO-DATOS      PIC X(168).

      * RAN-TIPO y RPO-TIPO son los de RESPALDA: CABECERA (fecha y
      * hora del vuelco), DETALLE (imagen de EMPLEADOS-REGISTRO) y
      * TOTAL (recuento de registros de detalle).

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

      * un registro por movimiento de auditoria del intervalo,
      * ordenado por ID y por el momento en que se grabo.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-ID             PIC 9(6).
               02 ORD-MARCA          PIC 9(14).
               02 ORD-SECUENCIA      PIC 9(7).
               02 ORD-OPERADOR       PIC X(10).
               02 ORD-OPERACION      PIC X(8).
               02 ORD-ANTES          PIC X(168).
               02 ORD-DESPUES        PIC X(168).

           FD CONCILIA-ARCHIVO.
             01 LINEA-CONCILIA PIC X(120).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "CONCIL".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  ESTADO-ANTERIOR       PIC XX.
       01  ESTADO-POSTERIOR      PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-CONCILIA       PIC XX.
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".
       01  FIN-ORDEN             PIC A VALUE "N".

       01  RUTA-ANTERIOR.
           02 FILLER             PIC X(5) VALUE "EMPBK".
           02 FECHA-ANTERIOR     PIC 9(8).
       01  RUTA-POSTERIOR.
           02 FILLER             PIC X(5) VALUE "EMPBK".
           02 FECHA-POSTERIOR    PIC 9(8).
       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).

       01  CABECERA-DATOS.
           02 CAB-FECHA          PIC 9(8).
           02 CAB-HORA           PIC 9(6).
       01  TOTAL-DATOS.
           02 TOT-CONTADOR       PIC 9(6).

      * momento de cada vuelco como AAAAMMDDHHMMSS; entran los
      * movimientos posteriores al primero y hasta el segundo
      * inclusive.
       01  MARCA-DESDE           PIC 9(14).
       01  MARCA-HASTA           PIC 9(14).
       01  FECHA-HOY             PIC 9(8).

      * la auditoria graba la fecha como 00AAMMDD: el siglo se toma
      * del segundo respaldo, y del anterior si el ano de dos cifras
      * queda por encima del suyo.
       01  FECHA-MOVIMIENTO      PIC 9(8).
       01  FECHA-MOV-PARTES REDEFINES FECHA-MOVIMIENTO.
           02 FILLER             PIC 9(2).
           02 MOV-AA             PIC 9(2).
           02 MOV-MMDD           PIC 9(4).
       01  SIGLO-POSTERIOR       PIC 9(2).
       01  AA-POSTERIOR          PIC 9(2).
       01  FECHA-LARGA           PIC 9(8).
       01  MARCA-MOVIMIENTO      PIC 9(14).

       01  MOVIMIENTO-AUDIT.
           02 MAU-FECHA          PIC 9(8).
           02 MAU-HORA           PIC 9(6).
           02 MAU-OPERADOR       PIC X(10).
           02 MAU-OPERACION      PIC X(8).
           02 MAU-ID             PIC 9(6).
           02 MAU-ANTES          PIC X(168).
           02 MAU-DESPUES        PIC X(168).

      * claves del cruce: 9999999 marca el final de cada corriente.
       01  CLAVE-ANTERIOR        PIC 9(7).
       01  CLAVE-POSTERIOR       PIC 9(7).
       01  CLAVE-MOVIMIENTO      PIC 9(7).
       01  CLAVE-ACTUAL          PIC 9(7).
       01  DETALLE-LEIDO         PIC A.
       01  TOTAL-ANTERIOR        PIC A VALUE "N".
       01  TOTAL-POSTERIOR       PIC A VALUE "N".
       01  LEIDOS-ANTERIOR       PIC 9(6) VALUE ZEROS.
       01  LEIDOS-POSTERIOR      PIC 9(6) VALUE ZEROS.
       01  RECUENTO-ANTERIOR     PIC 9(6) VALUE ZEROS.
       01  RECUENTO-POSTERIOR    PIC 9(6) VALUE ZEROS.

      * imagenes que se comparan (espacios = el ID no existe).
       01  IMAGEN-ANTERIOR       PIC X(168).
       01  IMAGEN-POSTERIOR      PIC X(168).
       01  IMAGEN-ESPERADA       PIC X(168).
       01  IMAGEN-ENCONTRADA     PIC X(168).
       01  IMAGEN-VIEJA.
           02 VIE-ID             PIC X(6).
           02 VIE-NOMBRE         PIC X(35).
           02 VIE-AP-PATERNO     PIC X(35).
           02 VIE-AP-MATERNO     PIC X(35).
           02 VIE-EDAD           PIC X(2).
           02 VIE-TELEFONO       PIC X(9).
           02 VIE-DIRECCION      PIC X(35).
           02 VIE-DEPARTAMENTO   PIC X(3).
           02 VIE-NACIMIENTO     PIC X(8).
       01  IMAGEN-NUEVA.
           02 NUE-ID             PIC X(6).
           02 NUE-NOMBRE         PIC X(35).
           02 NUE-AP-PATERNO     PIC X(35).
           02 NUE-AP-MATERNO     PIC X(35).
           02 NUE-EDAD           PIC X(2).
           02 NUE-TELEFONO       PIC X(9).
           02 NUE-DIRECCION      PIC X(35).
           02 NUE-DEPARTAMENTO   PIC X(3).
           02 NUE-NACIMIENTO     PIC X(8).
       01  MOTIVO-DIFERENCIA     PIC X(40).
       01  CAMPO-DIFERENCIA      PIC X(12).
       01  VALOR-VIEJO           PIC X(35).
       01  VALOR-NUEVO           PIC X(35).
       01  MOVIMIENTOS-ID        PIC 9(5).
       01  ULTIMA-OPERACION      PIC X(8).
       01  ULTIMO-OPERADOR       PIC X(10).
       01  ID-SIN-EXPLICAR       PIC A.

       01  CONTADOR-SECUENCIA    PIC 9(7) VALUE ZEROS.
       01  CONTADOR-LEIDOS-AUD   PIC 9(7) VALUE ZEROS.
       01  CONTADOR-MOVIMIENTOS  PIC 9(7) VALUE ZEROS.
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.
       01  CONTADOR-PURGADAS     PIC 9(4) VALUE ZEROS.
       01  CONTADOR-IDS          PIC 9(6) VALUE ZEROS.
       01  CONTADOR-IGUALES      PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EXPLICADOS   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-SIN-EXPLICAR PIC 9(6) VALUE ZEROS.
       01  CONTADOR-DIFERENCIAS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-AVISOS       PIC 9(4) VALUE ZEROS.

       01  LINEA-SEPARADORA      PIC X(100) VALUE ALL "-".

       01  LINEA-ID.
           02 FILLER             PIC X(3) VALUE "ID ".
           02 LID-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LID-MOTIVO         PIC X(40).
           02 FILLER             PIC X(13) VALUE " MOVIMIENTOS ".
           02 LID-MOVIMIENTOS    PIC ZZZZ9.
           02 FILLER             PIC X(8) VALUE " ULTIMO ".
           02 LID-OPERACION      PIC X(8).
           02 FILLER             PIC X VALUE SPACE.
           02 LID-OPERADOR       PIC X(10).

       01  LINEA-CAMPO.
           02 FILLER             PIC X(5) VALUE SPACES.
           02 LCA-CAMPO          PIC X(12).
           02 FILLER             PIC X VALUE "<".
           02 LCA-VIEJO          PIC X(35).
           02 FILLER             PIC X(5) VALUE "> -> ".
           02 FILLER             PIC X VALUE "<".
           02 LCA-NUEVO          PIC X(35).
           02 FILLER             PIC X VALUE ">".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY "Fecha del respaldo anterior (AAAAMMDD): ".
       ACCEPT FECHA-ANTERIOR.
       DISPLAY "Fecha del respaldo posterior (AAAAMMDD): ".
       ACCEPT FECHA-POSTERIOR.
       IF FECHA-ANTERIOR NOT < FECHA-POSTERIOR
           DISPLAY "El respaldo anterior tiene que ser de una fecha "
               "anterior al posterior."
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       PERFORM 2-ABRE-RESPALDOS.
       PERFORM 3-ABRE-INFORME.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-ID ORD-MARCA ORD-SECUENCIA
           INPUT PROCEDURE 4-CARGA-AUDITORIA
           OUTPUT PROCEDURE 6-CONCILIA.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 8-CIERRA-ARCHIVOS.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * cada respaldo tiene que empezar por su CABECERA: de ahi sale
      * el momento del vuelco que limita el intervalo de auditoria.
       2-ABRE-RESPALDOS.
       OPEN INPUT RESPALDO-ANTERIOR.
       IF ESTADO-ANTERIOR = "05" OR ESTADO-ANTERIOR > "09"
           DISPLAY "No existe la generacion " RUTA-ANTERIOR
               " (estado " ESTADO-ANTERIOR ")."
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT RESPALDO-POSTERIOR.
       IF ESTADO-POSTERIOR = "05" OR ESTADO-POSTERIOR > "09"
           DISPLAY "No existe la generacion " RUTA-POSTERIOR
               " (estado " ESTADO-POSTERIOR ")."
           CLOSE RESPALDO-ANTERIOR
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       READ RESPALDO-ANTERIOR
           AT END MOVE SPACES TO RAN-TIPO.
       IF RAN-TIPO NOT = "CABECERA"
           DISPLAY RUTA-ANTERIOR " no empieza por CABECERA: no es "
               "una generacion valida."
           CLOSE RESPALDO-ANTERIOR RESPALDO-POSTERIOR
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       MOVE RAN-DATOS TO CABECERA-DATOS.
       COMPUTE MARCA-DESDE = CAB-FECHA * 1000000 + CAB-HORA.
       READ RESPALDO-POSTERIOR
           AT END MOVE SPACES TO RPO-TIPO.
       IF RPO-TIPO NOT = "CABECERA"
           DISPLAY RUTA-POSTERIOR " no empieza por CABECERA: no es "
               "una generacion valida."
           CLOSE RESPALDO-ANTERIOR RESPALDO-POSTERIOR
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       MOVE RPO-DATOS TO CABECERA-DATOS.
       COMPUTE MARCA-HASTA = CAB-FECHA * 1000000 + CAB-HORA.
       DIVIDE CAB-FECHA BY 1000000 GIVING SIGLO-POSTERIOR.
       MOVE CAB-FECHA (3:2) TO AA-POSTERIOR.

       3-ABRE-INFORME.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT CONCILIA-ARCHIVO.
       IF ESTADO-CONCILIA > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-CONCILIA
           CLOSE RESPALDO-ANTERIOR RESPALDO-POSTERIOR
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       MOVE SPACES TO LINEA-CONCILIA.
       STRING "CONCILIACION DE RESPALDOS CONTRA LA AUDITORIA - "
           DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CONCILIA.
       STRING "DESDE " DELIMITED BY SIZE
           RUTA-ANTERIOR DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           MARCA-DESDE DELIMITED BY SIZE
           ")  HASTA " DELIMITED BY SIZE
           RUTA-POSTERIOR DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           MARCA-HASTA DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.

      * entrada del SORT: los movimientos de empleado grabados entre
      * los dos vuelcos. Una generacion cortada antes del dia del
      * primer respaldo no puede traer ninguno; una PURGADA de dentro
      * del intervalo ya no se puede leer y se avisa, porque sus
      * movimientos saldran como diferencias sin explicar.
       4-CARGA-AUDITORIA.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 41-LEE-CONTROL
           PERFORM 42-PROCESA-GENERACION UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 47-LEE-AUDITORIA
           PERFORM 48-PROCESA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       41-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       42-PROCESA-GENERACION.
       IF CTL-FECHA >= FECHA-ANTERIOR
           IF CTL-ESTADO = "ACTIVA"
               MOVE CTL-FECHA TO GENERACION-FECHA
               PERFORM 43-LEE-GENERACION
           ELSE
           IF CTL-ESTADO = "PURGADA" AND CTL-FECHA <= FECHA-POSTERIOR
               ADD 1 TO CONTADOR-PURGADAS
               ADD 1 TO CONTADOR-AVISOS
               MOVE SPACES TO LINEA-CONCILIA
               STRING "*** AVISO: LA GENERACION AUDG" DELIMITED BY SIZE
                   CTL-FECHA DELIMITED BY SIZE
                   " ESTA PURGADA; SUS MOVIMIENTOS NO SE PUEDEN "
                   DELIMITED BY SIZE
                   "CONTRASTAR ***" DELIMITED BY SIZE
                   INTO LINEA-CONCILIA
               PERFORM 91-ESCRIBE-LINEA
           END-IF
       END-IF.
       PERFORM 41-LEE-CONTROL.

       43-LEE-GENERACION.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           ADD 1 TO CONTADOR-GENERACIONES
           MOVE "N" TO FIN-GENERACION
           PERFORM 44-LEE-LINEA
           PERFORM 45-PROCESA-LINEA UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
       END-IF.

       44-LEE-LINEA.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       45-PROCESA-LINEA.
       MOVE GENERACION-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 46-SELECCIONA-MOVIMIENTO.
       PERFORM 44-LEE-LINEA.

      * las firmas fallidas no tocan el maestro y no cuentan.
       46-SELECCIONA-MOVIMIENTO.
       ADD 1 TO CONTADOR-LEIDOS-AUD.
       IF MAU-ID NOT = ZERO AND MAU-OPERACION NOT = "SIGNONKO"
           MOVE MAU-FECHA TO FECHA-MOVIMIENTO
           IF MOV-AA > AA-POSTERIOR
               COMPUTE FECHA-LARGA = (SIGLO-POSTERIOR - 1) * 1000000
                   + MOV-AA * 10000 + MOV-MMDD
           ELSE
               COMPUTE FECHA-LARGA = SIGLO-POSTERIOR * 1000000
                   + MOV-AA * 10000 + MOV-MMDD
           END-IF
           COMPUTE MARCA-MOVIMIENTO = FECHA-LARGA * 1000000 + MAU-HORA
           IF MARCA-MOVIMIENTO > MARCA-DESDE
               AND MARCA-MOVIMIENTO <= MARCA-HASTA
               ADD 1 TO CONTADOR-SECUENCIA
               ADD 1 TO CONTADOR-MOVIMIENTOS
               MOVE MAU-ID TO ORD-ID
               MOVE MARCA-MOVIMIENTO TO ORD-MARCA
               MOVE CONTADOR-SECUENCIA TO ORD-SECUENCIA
               MOVE MAU-OPERADOR TO ORD-OPERADOR
               MOVE MAU-OPERACION TO ORD-OPERACION
               MOVE MAU-ANTES TO ORD-ANTES
               MOVE MAU-DESPUES TO ORD-DESPUES
               RELEASE ORDEN-REGISTRO
           END-IF
       END-IF.

       47-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       48-PROCESA-VIVO.
       MOVE AUDITORIA-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 46-SELECCIONA-MOVIMIENTO.
       PERFORM 47-LEE-AUDITORIA.

      * salida del SORT: cruce de los dos respaldos y los movimientos
      * ordenados, los tres por ID. Cada vuelta trata el ID mas bajo
      * de los tres.
       6-CONCILIA.
       PERFORM 61-LEE-ANTERIOR.
       PERFORM 62-LEE-POSTERIOR.
       PERFORM 63-RETURN-ORDEN.
       PERFORM 64-CONCILIA-ID
           UNTIL CLAVE-ANTERIOR = 9999999
             AND CLAVE-POSTERIOR = 9999999
             AND CLAVE-MOVIMIENTO = 9999999.

       61-LEE-ANTERIOR.
       MOVE "N" TO DETALLE-LEIDO.
       PERFORM 611-LEE-REGISTRO-ANTERIOR
           UNTIL DETALLE-LEIDO = "S" OR CLAVE-ANTERIOR = 9999999.

       611-LEE-REGISTRO-ANTERIOR.
       READ RESPALDO-ANTERIOR
           AT END MOVE 9999999 TO CLAVE-ANTERIOR.
       IF CLAVE-ANTERIOR NOT = 9999999
           IF RAN-TIPO = "DETALLE"
               MOVE "S" TO DETALLE-LEIDO
               ADD 1 TO LEIDOS-ANTERIOR
               MOVE RAN-DATOS TO IMAGEN-VIEJA
               MOVE VIE-ID TO CLAVE-ANTERIOR
           ELSE
           IF RAN-TIPO = "TOTAL"
               MOVE "S" TO TOTAL-ANTERIOR
               MOVE RAN-DATOS TO TOTAL-DATOS
               MOVE TOT-CONTADOR TO RECUENTO-ANTERIOR
           END-IF
       END-IF.

       62-LEE-POSTERIOR.
       MOVE "N" TO DETALLE-LEIDO.
       PERFORM 621-LEE-REGISTRO-POSTERIOR
           UNTIL DETALLE-LEIDO = "S" OR CLAVE-POSTERIOR = 9999999.

       621-LEE-REGISTRO-POSTERIOR.
       READ RESPALDO-POSTERIOR
           AT END MOVE 9999999 TO CLAVE-POSTERIOR.
       IF CLAVE-POSTERIOR NOT = 9999999
           IF RPO-TIPO = "DETALLE"
               MOVE "S" TO DETALLE-LEIDO
               ADD 1 TO LEIDOS-POSTERIOR
               MOVE RPO-DATOS TO IMAGEN-NUEVA
               MOVE NUE-ID TO CLAVE-POSTERIOR
           ELSE
           IF RPO-TIPO = "TOTAL"
               MOVE "S" TO TOTAL-POSTERIOR
               MOVE RPO-DATOS TO TOTAL-DATOS
               MOVE TOT-CONTADOR TO RECUENTO-POSTERIOR
           END-IF
       END-IF.

       63-RETURN-ORDEN.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.
       IF FIN-ORDEN = "S"
           MOVE 9999999 TO CLAVE-MOVIMIENTO
       ELSE
           MOVE ORD-ID TO CLAVE-MOVIMIENTO.

      * la imagen esperada arranca en la del primer respaldo (o en
      * blanco si el ID no estaba) y avanza con cada movimiento; al
      * final tiene que ser la del segundo respaldo.
       64-CONCILIA-ID.
       MOVE CLAVE-ANTERIOR TO CLAVE-ACTUAL.
       IF CLAVE-POSTERIOR < CLAVE-ACTUAL
           MOVE CLAVE-POSTERIOR TO CLAVE-ACTUAL.
       IF CLAVE-MOVIMIENTO < CLAVE-ACTUAL
           MOVE CLAVE-MOVIMIENTO TO CLAVE-ACTUAL.
       ADD 1 TO CONTADOR-IDS.
       MOVE "N" TO ID-SIN-EXPLICAR.
       MOVE ZERO TO MOVIMIENTOS-ID.
       MOVE SPACES TO ULTIMA-OPERACION.
       MOVE SPACES TO ULTIMO-OPERADOR.
       IF CLAVE-ANTERIOR = CLAVE-ACTUAL
           MOVE RAN-DATOS TO IMAGEN-ANTERIOR
           PERFORM 61-LEE-ANTERIOR
       ELSE
           MOVE SPACES TO IMAGEN-ANTERIOR.
       IF CLAVE-POSTERIOR = CLAVE-ACTUAL
           MOVE RPO-DATOS TO IMAGEN-POSTERIOR
           PERFORM 62-LEE-POSTERIOR
       ELSE
           MOVE SPACES TO IMAGEN-POSTERIOR.
       MOVE IMAGEN-ANTERIOR TO IMAGEN-ESPERADA.
       PERFORM 65-APLICA-MOVIMIENTO
           UNTIL CLAVE-MOVIMIENTO NOT = CLAVE-ACTUAL.
       IF IMAGEN-ESPERADA NOT = IMAGEN-POSTERIOR
           IF MOVIMIENTOS-ID = ZERO
               MOVE "CAMBIO SIN AUDITORIA" TO MOTIVO-DIFERENCIA
           ELSE
               MOVE "AUDITORIA NO REFLEJADA EN EL RESPALDO"
                   TO MOTIVO-DIFERENCIA
           END-IF
           MOVE IMAGEN-ESPERADA TO IMAGEN-VIEJA
           MOVE IMAGEN-POSTERIOR TO IMAGEN-NUEVA
           PERFORM 66-IMPRIME-DIFERENCIA
       END-IF.
       IF ID-SIN-EXPLICAR = "S"
           ADD 1 TO CONTADOR-SIN-EXPLICAR
       ELSE
       IF MOVIMIENTOS-ID > ZERO
           ADD 1 TO CONTADOR-EXPLICADOS
       ELSE
           ADD 1 TO CONTADOR-IGUALES.

      * el "antes" de cada movimiento tiene que ser lo que habia: si
      * no, alguien cambio el registro sin dejar rastro entre el
      * movimiento anterior (o el primer respaldo) y este.
       65-APLICA-MOVIMIENTO.
       ADD 1 TO MOVIMIENTOS-ID.
       IF ORD-ANTES NOT = IMAGEN-ESPERADA
           IF MOVIMIENTOS-ID = 1
               MOVE "CAMBIO SIN AUDITORIA ANTES DEL PRIMER MOV."
                   TO MOTIVO-DIFERENCIA
           ELSE
               MOVE "CAMBIO SIN AUDITORIA ENTRE MOVIMIENTOS"
                   TO MOTIVO-DIFERENCIA
           END-IF
           MOVE IMAGEN-ESPERADA TO IMAGEN-VIEJA
           MOVE ORD-ANTES TO IMAGEN-NUEVA
           MOVE ORD-OPERACION TO ULTIMA-OPERACION
           MOVE ORD-OPERADOR TO ULTIMO-OPERADOR
           PERFORM 66-IMPRIME-DIFERENCIA
       END-IF.
       MOVE ORD-DESPUES TO IMAGEN-ESPERADA.
       MOVE ORD-OPERACION TO ULTIMA-OPERACION.
       MOVE ORD-OPERADOR TO ULTIMO-OPERADOR.
       PERFORM 63-RETURN-ORDEN.

      * una linea con el ID y el motivo y otra por campo distinto; si
      * de un lado el registro no existe, basta con decirlo.
       66-IMPRIME-DIFERENCIA.
       MOVE "S" TO ID-SIN-EXPLICAR.
       ADD 1 TO CONTADOR-DIFERENCIAS.
       MOVE SPACES TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CLAVE-ACTUAL TO LID-ID.
       MOVE MOTIVO-DIFERENCIA TO LID-MOTIVO.
       MOVE MOVIMIENTOS-ID TO LID-MOVIMIENTOS.
       MOVE ULTIMA-OPERACION TO LID-OPERACION.
       MOVE ULTIMO-OPERADOR TO LID-OPERADOR.
       MOVE LINEA-ID TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       IF IMAGEN-VIEJA = SPACES OR IMAGEN-NUEVA = SPACES
           MOVE "REGISTRO" TO CAMPO-DIFERENCIA
           IF IMAGEN-VIEJA = SPACES
               MOVE "(no existe)" TO VALOR-VIEJO
               MOVE "(existe)" TO VALOR-NUEVO
           ELSE
               MOVE "(existe)" TO VALOR-VIEJO
               MOVE "(no existe)" TO VALOR-NUEVO
           END-IF
           PERFORM 67-IMPRIME-CAMPO
       ELSE
           PERFORM 68-COMPARA-CAMPOS
       END-IF.

       67-IMPRIME-CAMPO.
       MOVE CAMPO-DIFERENCIA TO LCA-CAMPO.
       MOVE VALOR-VIEJO TO LCA-VIEJO.
       MOVE VALOR-NUEVO TO LCA-NUEVO.
       MOVE LINEA-CAMPO TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.

       68-COMPARA-CAMPOS.
       IF VIE-NOMBRE NOT = NUE-NOMBRE
           MOVE "NOMBRE" TO CAMPO-DIFERENCIA
           MOVE VIE-NOMBRE TO VALOR-VIEJO
           MOVE NUE-NOMBRE TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-AP-PATERNO NOT = NUE-AP-PATERNO
           MOVE "AP. PATERNO" TO CAMPO-DIFERENCIA
           MOVE VIE-AP-PATERNO TO VALOR-VIEJO
           MOVE NUE-AP-PATERNO TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-AP-MATERNO NOT = NUE-AP-MATERNO
           MOVE "AP. MATERNO" TO CAMPO-DIFERENCIA
           MOVE VIE-AP-MATERNO TO VALOR-VIEJO
           MOVE NUE-AP-MATERNO TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-EDAD NOT = NUE-EDAD
           MOVE "EDAD" TO CAMPO-DIFERENCIA
           MOVE VIE-EDAD TO VALOR-VIEJO
           MOVE NUE-EDAD TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-TELEFONO NOT = NUE-TELEFONO
           MOVE "TELEFONO" TO CAMPO-DIFERENCIA
           MOVE VIE-TELEFONO TO VALOR-VIEJO
           MOVE NUE-TELEFONO TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-DIRECCION NOT = NUE-DIRECCION
           MOVE "DIRECCION" TO CAMPO-DIFERENCIA
           MOVE VIE-DIRECCION TO VALOR-VIEJO
           MOVE NUE-DIRECCION TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-DEPARTAMENTO NOT = NUE-DEPARTAMENTO
           MOVE "DEPARTAMENTO" TO CAMPO-DIFERENCIA
           MOVE VIE-DEPARTAMENTO TO VALOR-VIEJO
           MOVE NUE-DEPARTAMENTO TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.
       IF VIE-NACIMIENTO NOT = NUE-NACIMIENTO
           MOVE "NACIMIENTO" TO CAMPO-DIFERENCIA
           MOVE VIE-NACIMIENTO TO VALOR-VIEJO
           MOVE NUE-NACIMIENTO TO VALOR-NUEVO
           PERFORM 67-IMPRIME-CAMPO.

      * un respaldo sin registro TOTAL, o con un TOTAL que no cuadra
      * con sus detalles, esta cortado y la conciliacion no vale.
       7-IMPRIME-TOTALES.
       IF TOTAL-ANTERIOR = "N"
           OR RECUENTO-ANTERIOR NOT = LEIDOS-ANTERIOR
           ADD 1 TO CONTADOR-AVISOS
           MOVE SPACES TO LINEA-CONCILIA
           STRING "*** AVISO: " DELIMITED BY SIZE
               RUTA-ANTERIOR DELIMITED BY SIZE
               " NO CUADRA CON SU REGISTRO TOTAL (INCOMPLETA) ***"
               DELIMITED BY SIZE
               INTO LINEA-CONCILIA
           PERFORM 91-ESCRIBE-LINEA.
       IF TOTAL-POSTERIOR = "N"
           OR RECUENTO-POSTERIOR NOT = LEIDOS-POSTERIOR
           ADD 1 TO CONTADOR-AVISOS
           MOVE SPACES TO LINEA-CONCILIA
           STRING "*** AVISO: " DELIMITED BY SIZE
               RUTA-POSTERIOR DELIMITED BY SIZE
               " NO CUADRA CON SU REGISTRO TOTAL (INCOMPLETA) ***"
               DELIMITED BY SIZE
               INTO LINEA-CONCILIA
           PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CONCILIA.
       STRING "REGISTROS ANTERIOR " DELIMITED BY SIZE
           LEIDOS-ANTERIOR DELIMITED BY SIZE
           "  POSTERIOR " DELIMITED BY SIZE
           LEIDOS-POSTERIOR DELIMITED BY SIZE
           "  MOVIMIENTOS DEL INTERVALO " DELIMITED BY SIZE
           CONTADOR-MOVIMIENTOS DELIMITED BY SIZE
           "  GENERACIONES " DELIMITED BY SIZE
           CONTADOR-GENERACIONES DELIMITED BY SIZE
           INTO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CONCILIA.
       STRING "ID SIN CAMBIOS " DELIMITED BY SIZE
           CONTADOR-IGUALES DELIMITED BY SIZE
           "  EXPLICADOS POR LA AUDITORIA " DELIMITED BY SIZE
           CONTADOR-EXPLICADOS DELIMITED BY SIZE
           "  SIN EXPLICAR " DELIMITED BY SIZE
           CONTADOR-SIN-EXPLICAR DELIMITED BY SIZE
           INTO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.
       IF CONTADOR-SIN-EXPLICAR = ZERO AND CONTADOR-AVISOS = ZERO
           MOVE "RESPALDOS CONCILIADOS: TODA DIFERENCIA ESTA AUDITADA"
               TO LINEA-CONCILIA
       ELSE
           MOVE "*** HAY DIFERENCIAS SIN EXPLICAR: REVISAR EL DETALLE"
               TO LINEA-CONCILIA.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-CONCILIA.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "CONCIL" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       8-CIERRA-ARCHIVOS.
       CLOSE RESPALDO-ANTERIOR.
       CLOSE RESPALDO-POSTERIOR.
       CLOSE CONCILIA-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== CONCILIACION DE RESPALDOS =====".
       DISPLAY "Respaldos: " RUTA-ANTERIOR " y " RUTA-POSTERIOR.
       DISPLAY "Movimientos de auditoria leidos:   "
           CONTADOR-LEIDOS-AUD.
       DISPLAY "Movimientos dentro del intervalo:  "
           CONTADOR-MOVIMIENTOS.
       DISPLAY "ID revisados:                      " CONTADOR-IDS.
       DISPLAY "ID sin cambios:                    " CONTADOR-IGUALES.
       DISPLAY "ID con cambios auditados:          "
           CONTADOR-EXPLICADOS.
       DISPLAY "ID con diferencias sin explicar:   "
           CONTADOR-SIN-EXPLICAR.
       IF CONTADOR-PURGADAS > ZERO
           DISPLAY "Generaciones purgadas en el intervalo: "
               CONTADOR-PURGADAS.
       DISPLAY "Informe en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-SIN-EXPLICAR > ZERO OR CONTADOR-AVISOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM CONCILIA.
