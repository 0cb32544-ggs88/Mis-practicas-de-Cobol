      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME DE SALARIOS FUERA DE BANDA. Recorre el
      *          maestro de salarios y compara el salario base de cada
      *          empleado con la banda (minimo y maximo) de su
      *          categoria en CATEGORIASDAT, que mantiene
      *          72_BBDD_mantiene_categorias.cbl. Lista, agrupado por
      *          categoria con un SORT, a quien cobra POR DEBAJO o POR
      *          ENCIMA de su banda con la diferencia, y aparte los
      *          salarios cuya categoria no esta en el maestro (texto
      *          libre sin convertir con CONVCAT o codigo borrado).
      *          No pregunta nada, asi que puede ir como paso del
      *          proceso nocturno en JOBCTLTXT o lanzarse a mano cada
      *          mes. Sale a una generacion fechada (BANDAS +
      *          AAAAMMDD) anotada en el registro de spool; codigo de
      *          retorno 4 si hay alguien fuera de banda o sin
      *          categoria valida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDASAL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL SALARIOS-ARCHIVO
                 ASSIGN TO "SALARIOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS SAL-ID
                 STATUS ESTADO-SALARIOS.

                 SELECT OPTIONAL CATEGORIAS-ARCHIVO
                 ASSIGN TO "CATEGORIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAT-CODIGO
                 STATUS ESTADO-CATEGORIAS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 STATUS ESTADO-FILE.

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "BANDSORTTMP".

                 SELECT OPTIONAL BANDAS-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-BANDAS.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * cada ejecucion escribe una generacion fechada (BANDAS +
      * AAAAMMDD) y la anota en el registro de spool SPOOLCTLTXT para
      * el menu de operador de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD SALARIOS-ARCHIVO.
           COPY SALARIO.
      * SALARIOS-REGISTRO viene del copybook SALARIO.cpy, el layout
      * comun con el mantenimiento de salarios y la nomina mensual.

           FD CATEGORIAS-ARCHIVO.
           COPY CATEGORIA.
      * CATEGORIAS-REGISTRO viene del copybook CATEGORIA.cpy, el
      * layout comun con el mantenimiento de categorias.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

      * un registro por salario fuera de banda o sin categoria,
      * ordenado por categoria e ID.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-CATEGORIA      PIC X(15).
               02 ORD-ID             PIC 9(6).
               02 ORD-NOMBRE         PIC X(35).
               02 ORD-BASE           PIC 9(7)V99.
               02 ORD-DIFERENCIA     PIC S9(7)V99.
               02 ORD-MARCA          PIC X(14).

           FD BANDAS-ARCHIVO.
             01 LINEA-BANDAS PIC X(100).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-SALARIOS       PIC XX.
       01  ESTADO-CATEGORIAS     PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-BANDAS         PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "BANDAS".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-SALARIOS          PIC A VALUE "N".
       01  FIN-ORDEN             PIC A VALUE "N".
       01  FECHA-HOY             PIC 9(8).

       01  CATEGORIA-ACTUAL      PIC X(15).
       01  CATEGORIA-EN-MAESTRO  PIC A.
       01  CONTADOR-SALARIOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-DEBAJO       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ENCIMA       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-SIN-CATEGORIA PIC 9(6) VALUE ZEROS.
       01  CONTADOR-EN-BANDA     PIC 9(6) VALUE ZEROS.
       01  CATEGORIA-LINEAS      PIC 9(6).
       01  IMPORTE-MINIMO        PIC ZZZZZZ9.99.
       01  IMPORTE-MAXIMO        PIC ZZZZZZ9.99.

       01  CABECERA-COLUMNAS.
           02 FILLER             PIC X(10) VALUE "  ID".
           02 FILLER             PIC X(36) VALUE "EMPLEADO".
           02 FILLER             PIC X(12) VALUE "  SAL. BASE".
           02 FILLER             PIC X(14) VALUE "  DIFERENCIA".
           02 FILLER             PIC X(2) VALUE SPACES.
           02 FILLER             PIC X(14) VALUE "SITUACION".

       01  LINEA-DETALLE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-NOMBRE         PIC X(35).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 DET-BASE           PIC ZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 DET-DIFERENCIA     PIC -------9.99.
           02 FILLER             PIC X(3) VALUE SPACES.
           02 DET-MARCA          PIC X(14).
       01  LINEA-SEPARADORA      PIC X(100) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 21-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-CATEGORIA ORD-ID
           INPUT PROCEDURE 3-REVISA-SALARIOS
           OUTPUT PROCEDURE 5-IMPRIME-CATEGORIAS.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 9-CIERRA-ARCHIVOS.
       DISPLAY "Informe de salarios fuera de banda en la generacion "
           RUTA-SPOOL ".".
       DISPLAY "Por debajo: " CONTADOR-DEBAJO "  por encima: "
           CONTADOR-ENCIMA "  sin categoria valida: "
           CONTADOR-SIN-CATEGORIA.
       IF CONTADOR-DEBAJO > ZERO OR CONTADOR-ENCIMA > ZERO
           OR CONTADOR-SIN-CATEGORIA > ZERO
           MOVE 4 TO RETURN-CODE.
       GOBACK.

       2-ABRE-ARCHIVOS.
       OPEN INPUT SALARIOS-ARCHIVO.
       IF ESTADO-SALARIOS = "05" OR ESTADO-SALARIOS > "09"
           DISPLAY "No se pudo abrir el maestro de salarios, estado "
               ESTADO-SALARIOS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT CATEGORIAS-ARCHIVO.
       IF ESTADO-CATEGORIAS NOT = "00"
           DISPLAY "No se pudo abrir el maestro de categorias, estado "
               ESTADO-CATEGORIAS
           CLOSE SALARIOS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT BANDAS-ARCHIVO.
       IF ESTADO-BANDAS > "09"
           DISPLAY "No se pudo crear la generacion " RUTA-SPOOL
               ", estado " ESTADO-BANDAS
           CLOSE SALARIOS-ARCHIVO
           CLOSE CATEGORIAS-ARCHIVO
           IF ESTADO-APERTURA-EMPLEADOS = "00"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF
           MOVE 8 TO RETURN-CODE
           GOBACK.

       21-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-BANDAS.
       STRING "SALARIOS FUERA DE LA BANDA DE SU CATEGORIA - "
           DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.

      * entrada del SORT: cada salario contra la banda de su
      * categoria. Un codigo de mas de 6 posiciones es texto libre
      * sin convertir y no se busca recortado en el maestro.
       3-REVISA-SALARIOS.
       PERFORM 31-LEE-SALARIO.
       PERFORM 32-REVISA-UNO UNTIL FIN-SALARIOS = "S".

       31-LEE-SALARIO.
       READ SALARIOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SALARIOS.

       32-REVISA-UNO.
       ADD 1 TO CONTADOR-SALARIOS.
       MOVE "N" TO CATEGORIA-EN-MAESTRO.
       IF SAL-CATEGORIA (7:9) = SPACES
           MOVE SAL-CATEGORIA TO CAT-CODIGO
           READ CATEGORIAS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO CATEGORIA-EN-MAESTRO
           END-READ
       END-IF.
       MOVE SAL-CATEGORIA TO ORD-CATEGORIA.
       MOVE SAL-ID TO ORD-ID.
       MOVE SAL-BASE TO ORD-BASE.
       MOVE ZERO TO ORD-DIFERENCIA.
       IF CATEGORIA-EN-MAESTRO = "N"
           ADD 1 TO CONTADOR-SIN-CATEGORIA
           MOVE "SIN CATEGORIA" TO ORD-MARCA
           PERFORM 33-SUELTA-SALARIO
       ELSE
           IF SAL-BASE < CAT-BASE-MINIMA
               ADD 1 TO CONTADOR-DEBAJO
               COMPUTE ORD-DIFERENCIA = SAL-BASE - CAT-BASE-MINIMA
               MOVE "POR DEBAJO" TO ORD-MARCA
               PERFORM 33-SUELTA-SALARIO
           ELSE
               IF SAL-BASE > CAT-BASE-MAXIMA
                   ADD 1 TO CONTADOR-ENCIMA
                   COMPUTE ORD-DIFERENCIA = SAL-BASE - CAT-BASE-MAXIMA
                   MOVE "POR ENCIMA" TO ORD-MARCA
                   PERFORM 33-SUELTA-SALARIO
               ELSE
                   ADD 1 TO CONTADOR-EN-BANDA
               END-IF
           END-IF
       END-IF.
       PERFORM 31-LEE-SALARIO.

       33-SUELTA-SALARIO.
       MOVE "(no esta en el maestro)" TO ORD-NOMBRE.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE SAL-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO ORD-NOMBRE
                   STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
                       INTO ORD-NOMBRE
           END-READ
       END-IF.
       RELEASE ORDEN-REGISTRO.

      * salida del SORT: una cabecera por categoria con su banda.
       5-IMPRIME-CATEGORIAS.
       PERFORM 51-RETURN-ORDEN.
       PERFORM 52-PROCESA-CATEGORIA UNTIL FIN-ORDEN = "S".

       51-RETURN-ORDEN.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.

       52-PROCESA-CATEGORIA.
       MOVE ORD-CATEGORIA TO CATEGORIA-ACTUAL.
       MOVE ZERO TO CATEGORIA-LINEAS.
       PERFORM 53-CABECERA-CATEGORIA.
       PERFORM 54-IMPRIME-SALARIO
           UNTIL FIN-ORDEN = "S"
              OR ORD-CATEGORIA NOT = CATEGORIA-ACTUAL.
       MOVE SPACES TO LINEA-BANDAS.
       STRING "  EMPLEADOS FUERA DE BANDA EN LA CATEGORIA: "
           DELIMITED BY SIZE
           CATEGORIA-LINEAS DELIMITED BY SIZE
           INTO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.

       53-CABECERA-CATEGORIA.
       MOVE SPACES TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-BANDAS.
       MOVE "N" TO CATEGORIA-EN-MAESTRO.
       IF CATEGORIA-ACTUAL (7:9) = SPACES
           MOVE CATEGORIA-ACTUAL TO CAT-CODIGO
           READ CATEGORIAS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO CATEGORIA-EN-MAESTRO
           END-READ
       END-IF.
       IF CATEGORIA-EN-MAESTRO = "S"
           MOVE CAT-BASE-MINIMA TO IMPORTE-MINIMO
           MOVE CAT-BASE-MAXIMA TO IMPORTE-MAXIMO
           STRING "CATEGORIA " DELIMITED BY SIZE
               CAT-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAT-DESCRIPCION DELIMITED BY SIZE
               " BANDA " DELIMITED BY SIZE
               IMPORTE-MINIMO DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               IMPORTE-MAXIMO DELIMITED BY SIZE
               INTO LINEA-BANDAS
       ELSE
           STRING "CATEGORIA """ DELIMITED BY SIZE
               CATEGORIA-ACTUAL DELIMITED BY SIZE
               """ NO ESTA EN EL MAESTRO DE CATEGORIAS"
                   DELIMITED BY SIZE
               INTO LINEA-BANDAS
       END-IF.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.

       54-IMPRIME-SALARIO.
       ADD 1 TO CATEGORIA-LINEAS.
       MOVE ORD-ID TO DET-ID.
       MOVE ORD-NOMBRE TO DET-NOMBRE.
       MOVE ORD-BASE TO DET-BASE.
       MOVE ORD-DIFERENCIA TO DET-DIFERENCIA.
       MOVE ORD-MARCA TO DET-MARCA.
       MOVE LINEA-DETALLE TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 51-RETURN-ORDEN.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-BANDAS.
       STRING "SALARIOS REVISADOS: " DELIMITED BY SIZE
           CONTADOR-SALARIOS DELIMITED BY SIZE
           "   EN BANDA: " DELIMITED BY SIZE
           CONTADOR-EN-BANDA DELIMITED BY SIZE
           INTO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-BANDAS.
       STRING "POR DEBAJO: " DELIMITED BY SIZE
           CONTADOR-DEBAJO DELIMITED BY SIZE
           "   POR ENCIMA: " DELIMITED BY SIZE
           CONTADOR-ENCIMA DELIMITED BY SIZE
           "   SIN CATEGORIA VALIDA: " DELIMITED BY SIZE
           CONTADOR-SIN-CATEGORIA DELIMITED BY SIZE
           INTO LINEA-BANDAS.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-BANDAS.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "BANDAS" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-CIERRA-ARCHIVOS.
       CLOSE SALARIOS-ARCHIVO.
       CLOSE CATEGORIAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE BANDAS-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END PROGRAM BANDASAL.
