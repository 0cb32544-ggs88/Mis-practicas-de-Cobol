      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE CADUCIDAD DE CERTIFICADOS. Saca en
      *          tres apartados, ordenados con un SORT, los
      *          certificados de CERTIFICADOSDAT ya CADUCADOS, los que
      *          CADUCAN en los proximos 60 dias y, contra la tabla de
      *          obligatorios por departamento de REQUISITOSDAT, los
      *          empleados de EMPLEADOSDAT a los que les FALTA un
      *          certificado que su departamento exige (uno caducado
      *          no cuenta como falta: ya sale en el primer apartado).
      *          Dentro de cada apartado va por fecha de caducidad y
      *          por ID, con los dias pasados o restantes. Ambos
      *          archivos los mantiene
      *          83_BBDD_mantiene_certificados.cbl. No pregunta nada,
      *          asi que puede lanzarse a mano cada mes o ir como paso
      *          en JOBCTLTXT. Sale a una generacion fechada (CADCER +
      *          AAAAMMDD) anotada en el registro de spool; codigo de
      *          retorno 4 si algun apartado trae lineas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CERTIFICADOS-ARCHIVO
                 ASSIGN TO "CERTIFICADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CER-CLAVE
                 STATUS ESTADO-CERTIFICADOS.

                 SELECT OPTIONAL REQUISITOS-ARCHIVO
                 ASSIGN TO "REQUISITOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS REQ-CLAVE
                 STATUS ESTADO-REQUISITOS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * los certificados se recorren enteros y despues se consultan
      * por clave para cada obligatorio; el maestro, al reves.

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "CERTSORTTMP".

                 SELECT OPTIONAL CADUCIDAD-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CADUCIDAD.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * cada ejecucion escribe una generacion fechada (CADCER +
      * AAAAMMDD) y la anota en el registro de spool SPOOLCTLTXT para
      * el menu de operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD CERTIFICADOS-ARCHIVO.
           COPY CERTIFICADO.
      * CERTIFICADOS-REGISTRO viene del copybook CERTIFICADO.cpy, el
      * layout comun con el mantenimiento de certificados.

           FD REQUISITOS-ARCHIVO.
           COPY REQUISITO.
      * REQUISITOS-REGISTRO viene del copybook REQUISITO.cpy, el
      * layout comun con el mantenimiento de certificados.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

      * una linea por certificado caducado, por caducar o que falta,
      * ordenada por apartado, fecha de caducidad e ID.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-APARTADO       PIC 9.
               02 ORD-CADUCIDAD      PIC 9(8).
               02 ORD-ID             PIC 9(6).
               02 ORD-TIPO           PIC X(8).
               02 ORD-DEPARTAMENTO   PIC 9(3).
               02 ORD-NOMBRE         PIC X(30).
               02 ORD-EMISOR         PIC X(30).
               02 ORD-DIAS           PIC 9(5).

           FD CADUCIDAD-ARCHIVO.
             01 LINEA-CADUCIDAD PIC X(110).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-CERTIFICADOS   PIC XX.
       01  ESTADO-REQUISITOS     PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-APERTURA-CERTIFICADOS PIC XX.
       01  ESTADO-CADUCIDAD      PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "CADCER".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-CERTIFICADOS      PIC A VALUE "N".
       01  FIN-REQUISITOS        PIC A VALUE "N".
       01  FIN-ARCHIVO           PIC A VALUE "N".
       01  FIN-ORDEN             PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-LIMITE          PIC 9(8).
       01  DIAS-AVISO            PIC 9(3) VALUE 60.

      * tabla de obligatorios en memoria, en orden de departamento.
       01  TABLA-REQUISITOS.
           02 ENTRADA-REQUISITO OCCURS 500 TIMES.
             03 TRQ-DEPARTAMENTO PIC 9(3).
             03 TRQ-TIPO         PIC X(8).
       01  TOTAL-REQUISITOS      PIC 9(3) VALUE ZEROS.
       01  IDX-REQUISITO         PIC 9(3).

       01  APARTADO-ACTUAL       PIC 9.
       01  APARTADO-LINEAS       PIC 9(6).
       01  CONTADOR-CERTIFICADOS PIC 9(6) VALUE ZEROS.
       01  CONTADOR-CADUCADOS    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-POR-CADUCAR  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-FALTAN       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EMPLEADOS    PIC 9(6) VALUE ZEROS.

      * fechas a dia corrido para los dias pasados o restantes, y
      * avance dia a dia para la fecha limite del aviso.
       01  FECHA-TRABAJO         PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO             PIC 9(4).
           02 FT-MES             PIC 9(2).
           02 FT-DIA             PIC 9(2).
       01  DIAS-DEL-MES          PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).
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
           02 FILLER             PIC X(6) VALUE "DEPTO".
           02 FILLER             PIC X(10) VALUE "TIPO".
           02 FILLER             PIC X(31) VALUE "EMISOR".
           02 FILLER             PIC X(10) VALUE "CADUCIDAD".
           02 FILLER             PIC X(5) VALUE "DIAS".

       01  LINEA-DETALLE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-NOMBRE         PIC X(30).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-DEPARTAMENTO   PIC 9(3).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 DET-TIPO           PIC X(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-EMISOR         PIC X(30).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-CADUCIDAD      PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-DIAS           PIC ZZZZ9.
       01  LINEA-SEPARADORA      PIC X(110) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       MOVE DIAS-SERIE TO DIAS-HOY.
       PERFORM 58-SIGUIENTE-DIA DIAS-AVISO TIMES.
       MOVE FECHA-TRABAJO TO FECHA-LIMITE.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 21-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-APARTADO ORD-CADUCIDAD ORD-ID
               ORD-TIPO
           INPUT PROCEDURE 3-REVISA-CERTIFICADOS
           OUTPUT PROCEDURE 5-IMPRIME-APARTADOS.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 9-CIERRA-ARCHIVOS.
       DISPLAY "Informe de caducidad de certificados en la generacion "
           RUTA-SPOOL ".".
       DISPLAY "Caducados: " CONTADOR-CADUCADOS "  caducan en "
           DIAS-AVISO " dias: " CONTADOR-POR-CADUCAR
           "  obligatorios que faltan: " CONTADOR-FALTAN.
       IF CONTADOR-CADUCADOS > ZERO OR CONTADOR-POR-CADUCAR > ZERO
           OR CONTADOR-FALTAN > ZERO
           MOVE 4 TO RETURN-CODE.
       GOBACK.

      * sin certificados ni obligatorios el informe sale vacio, pero
      * sale: que no haya nada tambien es una respuesta.
       2-ABRE-ARCHIVOS.
       OPEN INPUT CERTIFICADOS-ARCHIVO.
       MOVE ESTADO-CERTIFICADOS TO ESTADO-APERTURA-CERTIFICADOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       PERFORM 22-CARGA-REQUISITOS.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT CADUCIDAD-ARCHIVO.
       IF ESTADO-CADUCIDAD > "09"
           DISPLAY "No se pudo crear la generacion " RUTA-SPOOL
               ", estado " ESTADO-CADUCIDAD
           MOVE 8 TO RETURN-CODE
           GOBACK.

       21-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-CADUCIDAD.
       STRING "CADUCIDAD DE CERTIFICADOS - " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           " - AVISO HASTA EL " DELIMITED BY SIZE
           FECHA-LIMITE DELIMITED BY SIZE
           INTO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.

       22-CARGA-REQUISITOS.
       OPEN INPUT REQUISITOS-ARCHIVO.
       IF ESTADO-REQUISITOS = "00"
           PERFORM 23-LEE-REQUISITO
           PERFORM 24-GUARDA-REQUISITO UNTIL FIN-REQUISITOS = "S"
       END-IF.
       IF ESTADO-REQUISITOS < "90"
           CLOSE REQUISITOS-ARCHIVO.

       23-LEE-REQUISITO.
       READ REQUISITOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-REQUISITOS.

       24-GUARDA-REQUISITO.
       IF TOTAL-REQUISITOS < 500
           ADD 1 TO TOTAL-REQUISITOS
           MOVE REQ-DEPARTAMENTO TO TRQ-DEPARTAMENTO (TOTAL-REQUISITOS)
           MOVE REQ-TIPO TO TRQ-TIPO (TOTAL-REQUISITOS)
       ELSE
           DISPLAY "Mas de 500 obligatorios: se ignora "
               REQ-DEPARTAMENTO " " REQ-TIPO.
       PERFORM 23-LEE-REQUISITO.

      * entrada del SORT: primero los certificados caducados o por
      * caducar, despues los obligatorios que faltan.
       3-REVISA-CERTIFICADOS.
       IF ESTADO-APERTURA-CERTIFICADOS = "00"
           MOVE LOW-VALUES TO CER-CLAVE
           START CERTIFICADOS-ARCHIVO KEY IS NOT LESS THAN CER-CLAVE
               INVALID KEY MOVE "S" TO FIN-CERTIFICADOS
           END-START
           PERFORM 31-LEE-CERTIFICADO
           PERFORM 32-REVISA-UNO UNTIL FIN-CERTIFICADOS = "S"
       END-IF.
       IF ESTADO-APERTURA-EMPLEADOS = "00" AND TOTAL-REQUISITOS > 0
           PERFORM 41-LEE-EMPLEADO
           PERFORM 42-REVISA-EMPLEADO UNTIL FIN-ARCHIVO = "S"
       END-IF.

       31-LEE-CERTIFICADO.
       IF FIN-CERTIFICADOS = "N"
           READ CERTIFICADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-CERTIFICADOS
           END-READ
       END-IF.

       32-REVISA-UNO.
       ADD 1 TO CONTADOR-CERTIFICADOS.
       IF CER-CADUCIDAD NOT = ZERO AND CER-CADUCIDAD < FECHA-HOY
           ADD 1 TO CONTADOR-CADUCADOS
           MOVE 1 TO ORD-APARTADO
           PERFORM 33-SUELTA-CERTIFICADO
       ELSE
           IF CER-CADUCIDAD NOT = ZERO
               AND CER-CADUCIDAD NOT > FECHA-LIMITE
               ADD 1 TO CONTADOR-POR-CADUCAR
               MOVE 2 TO ORD-APARTADO
               PERFORM 33-SUELTA-CERTIFICADO
           END-IF
       END-IF.
       PERFORM 31-LEE-CERTIFICADO.

      * dias desde la caducidad (apartado 1) o hasta ella (2).
       33-SUELTA-CERTIFICADO.
       MOVE CER-CADUCIDAD TO ORD-CADUCIDAD.
       MOVE CER-ID TO ORD-ID.
       MOVE CER-TIPO TO ORD-TIPO.
       MOVE CER-EMISOR TO ORD-EMISOR.
       MOVE CER-CADUCIDAD TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       IF ORD-APARTADO = 1
           COMPUTE ORD-DIAS = DIAS-HOY - DIAS-SERIE
       ELSE
           COMPUTE ORD-DIAS = DIAS-SERIE - DIAS-HOY.
       MOVE ZERO TO ORD-DEPARTAMENTO.
       MOVE "(no esta en el maestro)" TO ORD-NOMBRE.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE CER-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 34-NOMBRE-EMPLEADO
           END-READ
       END-IF.
       RELEASE ORDEN-REGISTRO.

       34-NOMBRE-EMPLEADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO ORD-DEPARTAMENTO.
       MOVE SPACES TO ORD-NOMBRE.
       STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
           " " DELIMITED BY SIZE
           EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
           INTO ORD-NOMBRE.

      * el maestro se recorre desde el principio por clave: la
      * lectura al azar del primer paso lo deja en cualquier sitio.
       41-LEE-EMPLEADO.
       IF CONTADOR-EMPLEADOS = ZERO
           MOVE ZERO TO EMPLEADOS-ID
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START
       END-IF.
       IF FIN-ARCHIVO = "N"
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "S" TO FIN-ARCHIVO
           END-READ
       END-IF.

       42-REVISA-EMPLEADO.
       ADD 1 TO CONTADOR-EMPLEADOS.
       PERFORM 43-COMPRUEBA-REQUISITO
           VARYING IDX-REQUISITO FROM 1 BY 1
           UNTIL IDX-REQUISITO > TOTAL-REQUISITOS.
       PERFORM 41-LEE-EMPLEADO.

       43-COMPRUEBA-REQUISITO.
       IF TRQ-DEPARTAMENTO (IDX-REQUISITO) = EMPLEADOS-DEPARTAMENTO
           MOVE EMPLEADOS-ID TO CER-ID
           MOVE TRQ-TIPO (IDX-REQUISITO) TO CER-TIPO
           IF ESTADO-APERTURA-CERTIFICADOS = "00"
               READ CERTIFICADOS-ARCHIVO
                   INVALID KEY PERFORM 44-SUELTA-FALTA
               END-READ
           ELSE
               PERFORM 44-SUELTA-FALTA
           END-IF
       END-IF.

       44-SUELTA-FALTA.
       ADD 1 TO CONTADOR-FALTAN.
       MOVE 3 TO ORD-APARTADO.
       MOVE ZERO TO ORD-CADUCIDAD.
       MOVE EMPLEADOS-ID TO ORD-ID.
       MOVE TRQ-TIPO (IDX-REQUISITO) TO ORD-TIPO.
       MOVE "(no lo tiene)" TO ORD-EMISOR.
       MOVE ZERO TO ORD-DIAS.
       PERFORM 34-NOMBRE-EMPLEADO.
       RELEASE ORDEN-REGISTRO.

      * salida del SORT: una cabecera por apartado con su recuento.
       5-IMPRIME-APARTADOS.
       PERFORM 51-RETURN-ORDEN.
       PERFORM 52-PROCESA-APARTADO UNTIL FIN-ORDEN = "S".

       51-RETURN-ORDEN.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.

       52-PROCESA-APARTADO.
       MOVE ORD-APARTADO TO APARTADO-ACTUAL.
       MOVE ZERO TO APARTADO-LINEAS.
       MOVE SPACES TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       IF APARTADO-ACTUAL = 1
           MOVE "CERTIFICADOS CADUCADOS (DIAS DESDE LA CADUCIDAD)"
               TO LINEA-CADUCIDAD
       ELSE
           IF APARTADO-ACTUAL = 2
               MOVE "CERTIFICADOS QUE CADUCAN PRONTO (DIAS QUE QUEDAN)"
                   TO LINEA-CADUCIDAD
           ELSE
               MOVE SPACES TO LINEA-CADUCIDAD
               STRING "CERTIFICADOS OBLIGATORIOS DEL DEPARTAMENTO "
                   DELIMITED BY SIZE
                   "QUE FALTAN" DELIMITED BY SIZE
                   INTO LINEA-CADUCIDAD
           END-IF
       END-IF.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 54-IMPRIME-LINEA
           UNTIL FIN-ORDEN = "S"
              OR ORD-APARTADO NOT = APARTADO-ACTUAL.
       MOVE SPACES TO LINEA-CADUCIDAD.
       STRING "  LINEAS EN EL APARTADO: " DELIMITED BY SIZE
           APARTADO-LINEAS DELIMITED BY SIZE
           INTO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.

       54-IMPRIME-LINEA.
       ADD 1 TO APARTADO-LINEAS.
       MOVE ORD-ID TO DET-ID.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-DEPARTAMENTO TO DET-DEPARTAMENTO.
       MOVE ORD-TIPO TO DET-TIPO.
       MOVE ORD-EMISOR TO DET-EMISOR.
       MOVE ORD-CADUCIDAD TO DET-CADUCIDAD.
       MOVE ORD-DIAS TO DET-DIAS.
       MOVE LINEA-DETALLE TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 51-RETURN-ORDEN.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CADUCIDAD.
       STRING "CERTIFICADOS REVISADOS: " DELIMITED BY SIZE
           CONTADOR-CERTIFICADOS DELIMITED BY SIZE
           "   EMPLEADOS REVISADOS: " DELIMITED BY SIZE
           CONTADOR-EMPLEADOS DELIMITED BY SIZE
           "   OBLIGATORIOS EN TABLA: " DELIMITED BY SIZE
           TOTAL-REQUISITOS DELIMITED BY SIZE
           INTO LINEA-CADUCIDAD.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CADUCIDAD.
       STRING "CADUCADOS: " DELIMITED BY SIZE
           CONTADOR-CADUCADOS DELIMITED BY SIZE
           "   CADUCAN PRONTO: " DELIMITED BY SIZE
           CONTADOR-POR-CADUCAR DELIMITED BY SIZE
           "   FALTAN: " DELIMITED BY SIZE
           CONTADOR-FALTAN DELIMITED BY SIZE
           INTO LINEA-CADUCIDAD.
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

       91-ESCRIBE-LINEA.
       WRITE LINEA-CADUCIDAD.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "CADCER" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       IF ESTADO-APERTURA-CERTIFICADOS < "90"
           CLOSE CERTIFICADOS-ARCHIVO.
       IF ESTADO-APERTURA-EMPLEADOS < "90"
           CLOSE EMPLEADOS-ARCHIVO.
       CLOSE CADUCIDAD-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END PROGRAM CADCER.
