      ******************************************************************
      * Author:
      * Date:
      * Purpose: ORGANIGRAMA DE LA EMPRESA. Imprime el arbol de
      *          departamentos que se teclea en
      *          29_BBDD_mantiene_departamentos.cbl (cada departamento
      *          con el departamento del que depende), sangrado por
      *          niveles, con el nombre del responsable, la plantilla
      *          real (empleados adscritos en el maestro), las plazas
      *          presupuestadas y los totales acumulados de toda la
      *          rama que cuelga de cada departamento. Un departamento
      *          cuyo padre no existe sale como cabeza de rama con
      *          aviso; los que quedan fuera del arbol por un bucle se
      *          listan aparte, igual que los empleados sin
      *          departamento o con un codigo que no esta en el
      *          maestro. Sale a una generacion fechada (ORGANI +
      *          AAAAMMDD) anotada en el registro de spool; codigo de
      *          retorno 4 si hay padres o responsables que no existen
      *          o departamentos fuera del arbol.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGANIGRAMA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS DEPARTAMENTOS-CODIGO
                 STATUS ESTADO-DEPARTAMENTOS.

                 SELECT OPTIONAL ORGANIGRAMA-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-ORGANIGRAMA.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * cada ejecucion escribe una generacion fechada (ORGANI +
      * AAAAMMDD) y la anota en el registro de spool SPOOLCTLTXT para
      * el menu de operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD DEPARTAMENTOS-ARCHIVO.
           COPY DEPARTAMENTO.
      * DEPARTAMENTOS-REGISTRO viene del copybook DEPARTAMENTO.cpy,
      * el layout comun con el mantenimiento de departamentos.

           FD ORGANIGRAMA-ARCHIVO.
             01 LINEA-ORGANIGRAMA PIC X(100).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-DEPARTAMENTOS  PIC XX.
       01  ESTADO-ORGANIGRAMA    PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "ORGANI".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-EMPLEADOS         PIC A VALUE "N".
       01  FIN-DEPARTAMENTOS     PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).

      * el maestro de departamentos entero en memoria, por codigo: el
      * arbol se recorre sobre la tabla y no sobre el archivo.
       01  TABLA-DEPARTAMENTOS.
           02 DEPTO-TABLA OCCURS 999 TIMES.
             03 TD-EXISTE          PIC A.
             03 TD-NOMBRE          PIC X(30).
             03 TD-PLAZAS          PIC 9(3).
             03 TD-PADRE           PIC 9(3).
             03 TD-RESPONSABLE     PIC 9(6).
             03 TD-NOMBRE-RESPONSABLE PIC X(20).
             03 TD-PLANTILLA       PIC 9(6).
             03 TD-RAMA-PLANTILLA  PIC 9(6).
             03 TD-RAMA-PLAZAS     PIC 9(6).
             03 TD-IMPRESO         PIC A.
             03 TD-HUERFANO        PIC A.
       01  IDX-DEPTO             PIC 9(4).
       01  IDX-HIJO              PIC 9(4).
       01  CODIGO-SUBIDA         PIC 9(3).
       01  NIVELES-SUBIDOS       PIC 9(4).
       01  FIN-SUBIDA            PIC A.

      * pila del recorrido en profundidad: en cada nivel, el
      * departamento y el ultimo hijo ya impreso.
       01  PILA-RECORRIDO.
           02 PILA-NIVEL OCCURS 999 TIMES.
             03 PILA-CODIGO        PIC 9(3).
             03 PILA-ULTIMO-HIJO   PIC 9(4).
       01  PROFUNDIDAD           PIC 9(4).
       01  HIJO-HALLADO          PIC 9(4).
       01  SANGRIA               PIC 9(4).

       01  EMPLEADOS-SIN-DEPARTAMENTO PIC 9(6) VALUE ZEROS.
       01  EMPLEADOS-NO-EN-MAESTRO PIC 9(6) VALUE ZEROS.
       01  TOTAL-EMPLEADOS       PIC 9(6) VALUE ZEROS.
       01  TOTAL-PLAZAS          PIC 9(6) VALUE ZEROS.
       01  TOTAL-DEPARTAMENTOS   PIC 9(4) VALUE ZEROS.
       01  CONTADOR-HUERFANOS    PIC 9(4) VALUE ZEROS.
       01  CONTADOR-SIN-RESPONSABLE PIC 9(4) VALUE ZEROS.
       01  CONTADOR-FUERA-ARBOL  PIC 9(4) VALUE ZEROS.

       01  TEXTO-DEPARTAMENTO.
           02 TXD-CODIGO         PIC 9(3).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 TXD-NOMBRE         PIC X(30).

       01  CABECERA-COLUMNAS.
           02 FILLER             PIC X(44) VALUE "DEPARTAMENTO".
           02 FILLER             PIC X(21) VALUE "RESPONSABLE".
           02 FILLER             PIC X(7) VALUE " PLANT.".
           02 FILLER             PIC X(7) VALUE " PLAZAS".
           02 FILLER             PIC X(7) VALUE "  RAMA:".
           02 FILLER             PIC X(7) VALUE " PLANT.".
           02 FILLER             PIC X(7) VALUE " PLAZAS".

       01  LINEA-DETALLE.
           02 DET-ARBOL          PIC X(44).
           02 DET-RESPONSABLE    PIC X(20).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-PLANTILLA      PIC ZZZZZZ9.
           02 DET-PLAZAS         PIC ZZZZZZ9.
           02 FILLER             PIC X(7) VALUE SPACES.
           02 DET-RAMA-PLANTILLA PIC ZZZZZZ9.
           02 DET-RAMA-PLAZAS    PIC ZZZZZZ9.
       01  LINEA-SEPARADORA      PIC X(100) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       INITIALIZE TABLA-DEPARTAMENTOS.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 3-LEE-DEPARTAMENTO.
       PERFORM 31-CARGA-DEPARTAMENTO UNTIL FIN-DEPARTAMENTOS = "S".
       PERFORM 4-LEE-EMPLEADO.
       PERFORM 41-CUENTA-EMPLEADO UNTIL FIN-EMPLEADOS = "S".
       PERFORM 5-PREPARA-DEPARTAMENTO
           VARYING IDX-DEPTO FROM 1 BY 1 UNTIL IDX-DEPTO > 999.
       PERFORM 6-IMPRIME-ORGANIGRAMA.
       PERFORM 9-CIERRA-ARCHIVOS.
       DISPLAY "Organigrama en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-HUERFANOS > ZERO OR CONTADOR-FUERA-ARBOL > ZERO
           OR CONTADOR-SIN-RESPONSABLE > ZERO
           DISPLAY "Departamentos con el arbol o el responsable mal: "
               "revisar en MANTDEP."
           MOVE 4 TO RETURN-CODE.
       STOP RUN.

       2-ABRE-ARCHIVOS.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF ESTADO-DEPARTAMENTOS = "05" OR ESTADO-DEPARTAMENTOS > "09"
           DISPLAY "No se pudo abrir el maestro de departamentos, "
               "estado " ESTADO-DEPARTAMENTOS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF ESTADO-FILE = "05" OR ESTADO-FILE > "09"
           DISPLAY "No se pudo abrir el maestro, estado " ESTADO-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT ORGANIGRAMA-ARCHIVO.

       3-LEE-DEPARTAMENTO.
       READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-DEPARTAMENTOS.

      * el codigo cero esta reservado ("sin departamento"): si un
      * archivo migrado lo trae, se salta como en PRESUPDEP.
       31-CARGA-DEPARTAMENTO.
       IF DEPARTAMENTOS-CODIGO NOT = ZERO
           MOVE DEPARTAMENTOS-CODIGO TO IDX-DEPTO
           MOVE "S" TO TD-EXISTE (IDX-DEPTO)
           MOVE DEPARTAMENTOS-NOMBRE TO TD-NOMBRE (IDX-DEPTO)
           MOVE DEPARTAMENTOS-PLAZAS TO TD-PLAZAS (IDX-DEPTO)
           MOVE DEPARTAMENTOS-PADRE TO TD-PADRE (IDX-DEPTO)
           MOVE DEPARTAMENTOS-RESPONSABLE TO TD-RESPONSABLE (IDX-DEPTO)
           ADD 1 TO TOTAL-DEPARTAMENTOS
           ADD DEPARTAMENTOS-PLAZAS TO TOTAL-PLAZAS
       END-IF.
       PERFORM 3-LEE-DEPARTAMENTO.

       4-LEE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-EMPLEADOS.

       41-CUENTA-EMPLEADO.
       ADD 1 TO TOTAL-EMPLEADOS.
       IF EMPLEADOS-DEPARTAMENTO = ZERO
           ADD 1 TO EMPLEADOS-SIN-DEPARTAMENTO
       ELSE
           IF TD-EXISTE (EMPLEADOS-DEPARTAMENTO) NOT = "S"
               ADD 1 TO EMPLEADOS-NO-EN-MAESTRO
           ELSE
               ADD 1 TO TD-PLANTILLA (EMPLEADOS-DEPARTAMENTO)
           END-IF
       END-IF.
       PERFORM 4-LEE-EMPLEADO.

      * por cada departamento: nombre del responsable, marca de padre
      * inexistente y acumulado de su plantilla y plazas en el y en
      * todos los que tiene por encima.
       5-PREPARA-DEPARTAMENTO.
       IF TD-EXISTE (IDX-DEPTO) = "S"
           PERFORM 51-BUSCA-RESPONSABLE
           MOVE TD-PADRE (IDX-DEPTO) TO CODIGO-SUBIDA
           IF CODIGO-SUBIDA NOT = ZERO
               AND TD-EXISTE (CODIGO-SUBIDA) NOT = "S"
               MOVE "S" TO TD-HUERFANO (IDX-DEPTO)
               ADD 1 TO CONTADOR-HUERFANOS
           END-IF
           MOVE IDX-DEPTO TO CODIGO-SUBIDA
           MOVE ZERO TO NIVELES-SUBIDOS
           MOVE "N" TO FIN-SUBIDA
           PERFORM 52-ACUMULA-EN-RAMA UNTIL FIN-SUBIDA = "S"
       END-IF.

       51-BUSCA-RESPONSABLE.
       IF TD-RESPONSABLE (IDX-DEPTO) = ZERO
           MOVE "(sin responsable)" TO TD-NOMBRE-RESPONSABLE (IDX-DEPTO)
       ELSE
           MOVE TD-RESPONSABLE (IDX-DEPTO) TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "** NO EN MAESTRO **"
                       TO TD-NOMBRE-RESPONSABLE (IDX-DEPTO)
                   ADD 1 TO CONTADOR-SIN-RESPONSABLE
               NOT INVALID KEY
                   STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
                       INTO TD-NOMBRE-RESPONSABLE (IDX-DEPTO)
           END-READ
       END-IF.

      * se sube de padre en padre sumando en cada uno; se para en el
      * primer nivel, en un padre que no existe o al volver al punto
      * de partida (bucle), con un tope de niveles por seguridad.
       52-ACUMULA-EN-RAMA.
       ADD TD-PLANTILLA (IDX-DEPTO)
           TO TD-RAMA-PLANTILLA (CODIGO-SUBIDA).
       ADD TD-PLAZAS (IDX-DEPTO) TO TD-RAMA-PLAZAS (CODIGO-SUBIDA).
       ADD 1 TO NIVELES-SUBIDOS.
       MOVE TD-PADRE (CODIGO-SUBIDA) TO CODIGO-SUBIDA.
       IF CODIGO-SUBIDA = ZERO
           MOVE "S" TO FIN-SUBIDA
       ELSE
           IF TD-EXISTE (CODIGO-SUBIDA) NOT = "S"
               MOVE "S" TO FIN-SUBIDA
           ELSE
               IF CODIGO-SUBIDA = IDX-DEPTO OR NIVELES-SUBIDOS > 999
                   MOVE "S" TO FIN-SUBIDA
               END-IF
           END-IF
       END-IF.

       6-IMPRIME-ORGANIGRAMA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "ORGANIGRAMA DE LA EMPRESA - " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 61-IMPRIME-CABEZA
           VARYING IDX-DEPTO FROM 1 BY 1 UNTIL IDX-DEPTO > 999.
       PERFORM 66-IMPRIME-FUERA-ARBOL.
       PERFORM 67-IMPRIME-TOTALES.

      * cabezas de rama: los de primer nivel y los que cuelgan de un
      * padre que no existe.
       61-IMPRIME-CABEZA.
       IF TD-EXISTE (IDX-DEPTO) = "S"
           AND (TD-PADRE (IDX-DEPTO) = ZERO
               OR TD-HUERFANO (IDX-DEPTO) = "S")
           MOVE 1 TO PROFUNDIDAD
           MOVE IDX-DEPTO TO PILA-CODIGO (1)
           MOVE ZERO TO PILA-ULTIMO-HIJO (1)
           PERFORM 64-IMPRIME-DEPARTAMENTO
           PERFORM 62-RECORRE-RAMA UNTIL PROFUNDIDAD = ZERO
       END-IF.

      * en la cima de la pila se busca el siguiente hijo: si lo hay
      * se imprime y se apila; si no, se desapila el nivel.
       62-RECORRE-RAMA.
       MOVE ZERO TO HIJO-HALLADO.
       COMPUTE IDX-HIJO = PILA-ULTIMO-HIJO (PROFUNDIDAD) + 1.
       PERFORM 63-MIRA-HIJO
           UNTIL IDX-HIJO > 999 OR HIJO-HALLADO NOT = ZERO.
       IF HIJO-HALLADO = ZERO
           SUBTRACT 1 FROM PROFUNDIDAD
       ELSE
           MOVE HIJO-HALLADO TO PILA-ULTIMO-HIJO (PROFUNDIDAD)
           ADD 1 TO PROFUNDIDAD
           MOVE HIJO-HALLADO TO PILA-CODIGO (PROFUNDIDAD)
           MOVE ZERO TO PILA-ULTIMO-HIJO (PROFUNDIDAD)
           PERFORM 64-IMPRIME-DEPARTAMENTO.

       63-MIRA-HIJO.
       IF TD-EXISTE (IDX-HIJO) = "S"
           AND TD-PADRE (IDX-HIJO) = PILA-CODIGO (PROFUNDIDAD)
           AND TD-IMPRESO (IDX-HIJO) NOT = "S"
           MOVE IDX-HIJO TO HIJO-HALLADO
       ELSE
           ADD 1 TO IDX-HIJO.

      * dos espacios de sangria por nivel.
       64-IMPRIME-DEPARTAMENTO.
       MOVE PILA-CODIGO (PROFUNDIDAD) TO IDX-HIJO.
       MOVE "S" TO TD-IMPRESO (IDX-HIJO).
       MOVE SPACES TO DET-ARBOL.
       COMPUTE SANGRIA = (PROFUNDIDAD - 1) * 2 + 1.
       IF SANGRIA > 30
           MOVE 30 TO SANGRIA.
       MOVE IDX-HIJO TO TXD-CODIGO.
       MOVE TD-NOMBRE (IDX-HIJO) TO TXD-NOMBRE.
       MOVE TEXTO-DEPARTAMENTO TO DET-ARBOL (SANGRIA:).
       PERFORM 65-RELLENA-CIFRAS.
       MOVE LINEA-DETALLE TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       IF TD-HUERFANO (IDX-HIJO) = "S"
           MOVE SPACES TO LINEA-ORGANIGRAMA
           STRING "      ** DEPENDE DE " DELIMITED BY SIZE
               TD-PADRE (IDX-HIJO) DELIMITED BY SIZE
               ", QUE NO ESTA EN EL MAESTRO **" DELIMITED BY SIZE
               INTO LINEA-ORGANIGRAMA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       65-RELLENA-CIFRAS.
       MOVE TD-NOMBRE-RESPONSABLE (IDX-HIJO) TO DET-RESPONSABLE.
       MOVE TD-PLANTILLA (IDX-HIJO) TO DET-PLANTILLA.
       MOVE TD-PLAZAS (IDX-HIJO) TO DET-PLAZAS.
       MOVE TD-RAMA-PLANTILLA (IDX-HIJO) TO DET-RAMA-PLANTILLA.
       MOVE TD-RAMA-PLAZAS (IDX-HIJO) TO DET-RAMA-PLAZAS.

      * lo que no se imprimio colgando de una cabeza de rama esta en
      * un bucle (depende, de padre en padre, de si mismo).
       66-IMPRIME-FUERA-ARBOL.
       PERFORM 661-MIRA-FUERA-ARBOL
           VARYING IDX-HIJO FROM 1 BY 1 UNTIL IDX-HIJO > 999.

       661-MIRA-FUERA-ARBOL.
       IF TD-EXISTE (IDX-HIJO) = "S"
           AND TD-IMPRESO (IDX-HIJO) NOT = "S"
           IF CONTADOR-FUERA-ARBOL = ZERO
               MOVE SPACES TO LINEA-ORGANIGRAMA
               PERFORM 91-ESCRIBE-LINEA
               MOVE "DEPARTAMENTOS FUERA DEL ARBOL (BUCLE EN PADRES)"
                   TO LINEA-ORGANIGRAMA
               PERFORM 91-ESCRIBE-LINEA
           END-IF
           ADD 1 TO CONTADOR-FUERA-ARBOL
           MOVE SPACES TO DET-ARBOL
           MOVE IDX-HIJO TO TXD-CODIGO
           MOVE TD-NOMBRE (IDX-HIJO) TO TXD-NOMBRE
           MOVE TEXTO-DEPARTAMENTO TO DET-ARBOL
           PERFORM 65-RELLENA-CIFRAS
           MOVE ZERO TO DET-RAMA-PLANTILLA
           MOVE ZERO TO DET-RAMA-PLAZAS
           MOVE LINEA-DETALLE TO LINEA-ORGANIGRAMA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       67-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "DEPARTAMENTOS: " DELIMITED BY SIZE
           TOTAL-DEPARTAMENTOS DELIMITED BY SIZE
           "   PLAZAS PRESUPUESTADAS: " DELIMITED BY SIZE
           TOTAL-PLAZAS DELIMITED BY SIZE
           "   EMPLEADOS: " DELIMITED BY SIZE
           TOTAL-EMPLEADOS DELIMITED BY SIZE
           INTO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "EMPLEADOS SIN DEPARTAMENTO: " DELIMITED BY SIZE
           EMPLEADOS-SIN-DEPARTAMENTO DELIMITED BY SIZE
           "   CON DEPARTAMENTO QUE NO ESTA EN EL MAESTRO: "
               DELIMITED BY SIZE
           EMPLEADOS-NO-EN-MAESTRO DELIMITED BY SIZE
           INTO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ORGANIGRAMA.
       STRING "PADRES INEXISTENTES: " DELIMITED BY SIZE
           CONTADOR-HUERFANOS DELIMITED BY SIZE
           "   RESPONSABLES FUERA DEL MAESTRO: " DELIMITED BY SIZE
           CONTADOR-SIN-RESPONSABLE DELIMITED BY SIZE
           "   FUERA DEL ARBOL: " DELIMITED BY SIZE
           CONTADOR-FUERA-ARBOL DELIMITED BY SIZE
           INTO LINEA-ORGANIGRAMA.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-ORGANIGRAMA.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "ORGANI" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       CLOSE ORGANIGRAMA-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END PROGRAM ORGANIGRAMA.
