      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME SEMANAL DE VENCIMIENTOS DE CONTRATO Y
      *          ANIVERSARIOS. Recorre CONTRATOSDAT, que mantiene
      *          85_BBDD_mantiene_contratos.cbl, y saca en tres
      *          apartados ordenados con un SORT: los contratos con
      *          fecha de fin ya pasada cuyo empleado sigue en
      *          EMPLEADOSDAT (alguien trabajando sin contrato, o una
      *          baja encolada que no llego a aplicarse), los que
      *          terminan en los proximos 30 dias, con su estado para
      *          ver si ya se decidio NO RENUEVA, y los empleados que
      *          cumplen anos de antiguedad en los proximos 7 dias,
      *          contados desde el inicio de su primer contrato. Los
      *          contratos de empleados que ya no estan en el maestro
      *          no salen. No pregunta nada, asi que puede lanzarse a
      *          mano cada semana o ir como paso en JOBCTLTXT. Sale a
      *          una generacion fechada (VENCON + AAAAMMDD) anotada en
      *          el registro de spool; codigo de retorno 4 si hay
      *          contratos vencidos o por vencer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CONTRATOS-ARCHIVO
                 ASSIGN TO "CONTRATOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS CTR-CLAVE
                 STATUS ESTADO-CONTRATOS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * el maestro se consulta una vez por empleado, para saber si
      * sigue de alta y para el nombre y el departamento.

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "CONTSORTTMP".

                 SELECT OPTIONAL VENCIMIENTOS-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-VENCIMIENTOS.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * cada ejecucion escribe una generacion fechada (VENCON +
      * AAAAMMDD) y la anota en el registro de spool SPOOLCTLTXT para
      * el menu de operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD CONTRATOS-ARCHIVO.
           COPY CONTRATO.
      * CONTRATOS-REGISTRO viene del copybook CONTRATO.cpy, el layout
      * comun con el mantenimiento de contratos.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

      * una linea por contrato vencido o por vencer y por aniversario,
      * ordenada por apartado, fecha e ID.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-APARTADO       PIC 9.
               02 ORD-FECHA          PIC 9(8).
               02 ORD-ID             PIC 9(6).
               02 ORD-NOMBRE         PIC X(30).
               02 ORD-DEPARTAMENTO   PIC 9(3).
               02 ORD-TIPO           PIC X(10).
               02 ORD-ESTADO         PIC X(10).
               02 ORD-INICIO         PIC 9(8).
               02 ORD-CANTIDAD       PIC 9(5).

           FD VENCIMIENTOS-ARCHIVO.
             01 LINEA-VENCIMIENTOS PIC X(110).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-CONTRATOS      PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-VENCIMIENTOS   PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "VENCON".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-CONTRATOS         PIC A VALUE "N".
       01  FIN-ORDEN             PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-LIMITE          PIC 9(8).
       01  DIAS-AVISO            PIC 9(3) VALUE 30.

      * empleado en curso: los contratos de cada uno van juntos.
       01  ID-ACTUAL             PIC 9(6) VALUE ZEROS.
       01  EMPLEADO-DE-ALTA      PIC A.
       01  NOMBRE-ACTUAL         PIC X(30).
       01  DEPARTAMENTO-ACTUAL   PIC 9(3).

      * los 7 dias de la semana que cubre el informe, para los
      * aniversarios; quien entro un 29 de febrero los cumple el 28
      * en los anos que no son bisiestos.
       01  TABLA-SEMANA.
           02 DIA-SEMANA OCCURS 7 TIMES.
             03 SEM-FECHA        PIC 9(8).
             03 SEM-PARTES REDEFINES SEM-FECHA.
               04 SEM-ANO        PIC 9(4).
               04 SEM-MMDD       PIC 9(4).
             03 SEM-28-FEBRERO   PIC A.
       01  IDX-SEMANA            PIC 9(2).
       01  MMDD-INICIO           PIC 9(4).

       01  APARTADO-ACTUAL       PIC 9.
       01  APARTADO-LINEAS       PIC 9(6).
       01  CONTADOR-CONTRATOS    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-VENCIDOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-POR-VENCER   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ANIVERSARIOS PIC 9(6) VALUE ZEROS.

      * fechas a dia corrido para los dias pasados o restantes, y
      * avance dia a dia para la fecha limite y la semana.
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
           02 FILLER             PIC X(12) VALUE "TIPO".
           02 FILLER             PIC X(12) VALUE "ESTADO".
           02 FILLER             PIC X(10) VALUE "INICIO".
           02 FILLER             PIC X(10) VALUE "FECHA".
           02 CAB-CANTIDAD       PIC X(5) VALUE "DIAS".

       01  LINEA-DETALLE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-NOMBRE         PIC X(30).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-DEPARTAMENTO   PIC 9(3).
           02 FILLER             PIC X(3) VALUE SPACES.
           02 DET-TIPO           PIC X(10).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-ESTADO         PIC X(10).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-INICIO         PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-FECHA          PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-CANTIDAD       PIC ZZZZ9.
       01  LINEA-SEPARADORA      PIC X(110) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       MOVE DIAS-SERIE TO DIAS-HOY.
       PERFORM 22-PREPARA-SEMANA
           VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 7.
       MOVE FECHA-HOY TO FECHA-TRABAJO.
       PERFORM 58-SIGUIENTE-DIA DIAS-AVISO TIMES.
       MOVE FECHA-TRABAJO TO FECHA-LIMITE.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 21-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-APARTADO ORD-FECHA ORD-ID
           INPUT PROCEDURE 3-REVISA-CONTRATOS
           OUTPUT PROCEDURE 5-IMPRIME-APARTADOS.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 9-CIERRA-ARCHIVOS.
       DISPLAY "Informe de vencimientos de contrato en la generacion "
           RUTA-SPOOL ".".
       DISPLAY "Vencidos: " CONTADOR-VENCIDOS "  vencen en "
           DIAS-AVISO " dias: " CONTADOR-POR-VENCER
           "  aniversarios: " CONTADOR-ANIVERSARIOS.
       IF CONTADOR-VENCIDOS > ZERO OR CONTADOR-POR-VENCER > ZERO
           MOVE 4 TO RETURN-CODE.
       GOBACK.

      * sin contratos el informe sale vacio, pero sale; sin maestro
      * no se puede saber quien sigue de alta y no se saca nada.
       2-ABRE-ARCHIVOS.
       OPEN INPUT CONTRATOS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Maestro de empleados no disponible, estado "
               ESTADO-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT VENCIMIENTOS-ARCHIVO.
       IF ESTADO-VENCIMIENTOS > "09"
           DISPLAY "No se pudo crear la generacion " RUTA-SPOOL
               ", estado " ESTADO-VENCIMIENTOS
           MOVE 8 TO RETURN-CODE
           GOBACK.

       21-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-VENCIMIENTOS.
       STRING "VENCIMIENTOS DE CONTRATO Y ANIVERSARIOS - "
           DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           " - VENCIMIENTOS HASTA EL " DELIMITED BY SIZE
           FECHA-LIMITE DELIMITED BY SIZE
           INTO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.

       22-PREPARA-SEMANA.
       MOVE FECHA-TRABAJO TO SEM-FECHA (IDX-SEMANA).
       MOVE "N" TO SEM-28-FEBRERO (IDX-SEMANA).
       IF FT-MES = 2 AND FT-DIA = 28
           PERFORM 59-CALCULA-DIAS-DEL-MES
           IF DIAS-DEL-MES = 28
               MOVE "S" TO SEM-28-FEBRERO (IDX-SEMANA)
           END-IF
       END-IF.
       PERFORM 58-SIGUIENTE-DIA.

      * entrada del SORT: un paso por CONTRATOSDAT; al cambiar de
      * empleado se mira el maestro y el aniversario de su primer
      * contrato.
       3-REVISA-CONTRATOS.
       IF ESTADO-CONTRATOS = "00"
           PERFORM 31-LEE-CONTRATO
           PERFORM 32-REVISA-UNO UNTIL FIN-CONTRATOS = "S"
       END-IF.

       31-LEE-CONTRATO.
       READ CONTRATOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-CONTRATOS.

       32-REVISA-UNO.
       ADD 1 TO CONTADOR-CONTRATOS.
       IF CTR-ID NOT = ID-ACTUAL
           PERFORM 33-CAMBIO-DE-EMPLEADO.
       IF EMPLEADO-DE-ALTA = "S" AND CTR-ESTADO NOT = "RENOVADO"
           AND CTR-FIN NOT = ZERO
           PERFORM 35-REVISA-FIN.
       PERFORM 31-LEE-CONTRATO.

       33-CAMBIO-DE-EMPLEADO.
       MOVE CTR-ID TO ID-ACTUAL.
       MOVE "N" TO EMPLEADO-DE-ALTA.
       MOVE CTR-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM 34-DATOS-EMPLEADO
       END-READ.
       IF EMPLEADO-DE-ALTA = "S"
           MOVE CTR-INICIO TO FECHA-TRABAJO
           COMPUTE MMDD-INICIO = FT-MES * 100 + FT-DIA
           PERFORM 36-MIRA-ANIVERSARIO
               VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 7.

       34-DATOS-EMPLEADO.
       MOVE "S" TO EMPLEADO-DE-ALTA.
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-ACTUAL.
       MOVE SPACES TO NOMBRE-ACTUAL.
       STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
           " " DELIMITED BY SIZE
           EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
           INTO NOMBRE-ACTUAL.

      * vencido: dias desde el fin; por vencer: dias que quedan. En
      * los aniversarios la cantidad son los anos que se cumplen.
       35-REVISA-FIN.
       IF CTR-FIN < FECHA-HOY
           ADD 1 TO CONTADOR-VENCIDOS
           MOVE 1 TO ORD-APARTADO
           PERFORM 37-SUELTA-CONTRATO
       ELSE
           IF CTR-FIN NOT > FECHA-LIMITE
               ADD 1 TO CONTADOR-POR-VENCER
               MOVE 2 TO ORD-APARTADO
               PERFORM 37-SUELTA-CONTRATO
           END-IF
       END-IF.

       36-MIRA-ANIVERSARIO.
       IF SEM-MMDD (IDX-SEMANA) = MMDD-INICIO
           OR (MMDD-INICIO = 229 AND SEM-28-FEBRERO (IDX-SEMANA) = "S")
           IF SEM-ANO (IDX-SEMANA) > FT-ANO
               ADD 1 TO CONTADOR-ANIVERSARIOS
               MOVE 3 TO ORD-APARTADO
               MOVE SEM-FECHA (IDX-SEMANA) TO ORD-FECHA
               MOVE CTR-ID TO ORD-ID
               MOVE NOMBRE-ACTUAL TO ORD-NOMBRE
               MOVE DEPARTAMENTO-ACTUAL TO ORD-DEPARTAMENTO
               MOVE SPACES TO ORD-TIPO
               MOVE SPACES TO ORD-ESTADO
               MOVE CTR-INICIO TO ORD-INICIO
               COMPUTE ORD-CANTIDAD = SEM-ANO (IDX-SEMANA) - FT-ANO
               RELEASE ORDEN-REGISTRO
           END-IF
       END-IF.

       37-SUELTA-CONTRATO.
       MOVE CTR-FIN TO ORD-FECHA.
       MOVE CTR-ID TO ORD-ID.
       MOVE NOMBRE-ACTUAL TO ORD-NOMBRE.
       MOVE DEPARTAMENTO-ACTUAL TO ORD-DEPARTAMENTO.
       MOVE CTR-TIPO TO ORD-TIPO.
       MOVE CTR-ESTADO TO ORD-ESTADO.
       MOVE CTR-INICIO TO ORD-INICIO.
       MOVE CTR-FIN TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       IF ORD-APARTADO = 1
           COMPUTE ORD-CANTIDAD = DIAS-HOY - DIAS-SERIE
       ELSE
           COMPUTE ORD-CANTIDAD = DIAS-SERIE - DIAS-HOY.
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
       MOVE SPACES TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "DIAS" TO CAB-CANTIDAD.
       IF APARTADO-ACTUAL = 1
           MOVE "CONTRATOS VENCIDOS CON EL EMPLEADO DE ALTA"
               TO LINEA-VENCIMIENTOS
       ELSE
           IF APARTADO-ACTUAL = 2
               MOVE "CONTRATOS QUE VENCEN PRONTO"
                   TO LINEA-VENCIMIENTOS
           ELSE
               MOVE "ANIVERSARIOS DE ANTIGUEDAD DE LA SEMANA"
                   TO LINEA-VENCIMIENTOS
               MOVE "ANOS" TO CAB-CANTIDAD
           END-IF
       END-IF.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 54-IMPRIME-LINEA
           UNTIL FIN-ORDEN = "S"
              OR ORD-APARTADO NOT = APARTADO-ACTUAL.
       MOVE SPACES TO LINEA-VENCIMIENTOS.
       STRING "  LINEAS EN EL APARTADO: " DELIMITED BY SIZE
           APARTADO-LINEAS DELIMITED BY SIZE
           INTO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.

       54-IMPRIME-LINEA.
       ADD 1 TO APARTADO-LINEAS.
       MOVE ORD-ID TO DET-ID.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-DEPARTAMENTO TO DET-DEPARTAMENTO.
       MOVE ORD-TIPO TO DET-TIPO.
       MOVE ORD-ESTADO TO DET-ESTADO.
       MOVE ORD-INICIO TO DET-INICIO.
       MOVE ORD-FECHA TO DET-FECHA.
       MOVE ORD-CANTIDAD TO DET-CANTIDAD.
       MOVE LINEA-DETALLE TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 51-RETURN-ORDEN.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-VENCIMIENTOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-VENCIMIENTOS.
       STRING "CONTRATOS REVISADOS: " DELIMITED BY SIZE
           CONTADOR-CONTRATOS DELIMITED BY SIZE
           "   VENCIDOS: " DELIMITED BY SIZE
           CONTADOR-VENCIDOS DELIMITED BY SIZE
           "   VENCEN PRONTO: " DELIMITED BY SIZE
           CONTADOR-POR-VENCER DELIMITED BY SIZE
           "   ANIVERSARIOS: " DELIMITED BY SIZE
           CONTADOR-ANIVERSARIOS DELIMITED BY SIZE
           INTO LINEA-VENCIMIENTOS.
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
       WRITE LINEA-VENCIMIENTOS.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "VENCON" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       IF ESTADO-CONTRATOS < "90"
           CLOSE CONTRATOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE VENCIMIENTOS-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END PROGRAM VENCON.
