      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE LA LISTA DE REPARTO DE INFORMES
      *          (REPARTODAT). Cada manana alguien partia a mano el
      *          listado del directorio, la hoja de emergencia, los
      *          ausentes del dia y el presupuesto y subia las hojas a
      *          cada planta. Aqui se da de alta que departamentos
      *          recibe cada destinatario de cada informe (el 000 son
      *          todos), y el reparto nocturno de
      *          88_BBDD_reparte_spool.cbl saca una copia por
      *          destinatario. El departamento tiene que estar en
      *          DEPARTAMENTOSDAT; si el maestro no esta disponible se
      *          avisa y no se valida, como en el menu de empleados.
      *          Mismo esquema de menu que el mantenimiento de
      *          categorias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTREP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL REPARTO-ARCHIVO
                 ASSIGN TO "REPARTODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS REP-CLAVE
                 STATUS ESTADO-REPARTO.

                 SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS DEPARTAMENTOS-CODIGO
                 STATUS ESTADO-DEPARTAMENTOS.

      * el maestro de departamentos solo se lee, para validar.

       DATA DIVISION.
       FILE SECTION.
           FD REPARTO-ARCHIVO.
           COPY REPARTO.
      * REPARTO-REGISTRO viene del copybook REPARTO.cpy, el layout
      * comun con el reparto nocturno del spool.

           FD DEPARTAMENTOS-ARCHIVO.
           COPY DEPARTAMENTO.
      * DEPARTAMENTOS-REGISTRO viene del copybook DEPARTAMENTO.cpy,
      * el layout comun con el mantenimiento de departamentos.

       WORKING-STORAGE SECTION.
       01  ESTADO-REPARTO        PIC XX.
       01  ESTADO-DEPARTAMENTOS  PIC XX.
       01  ESTADO-APERTURA-DEPARTAMENTOS PIC XX.
       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  OPCION-MENU           PIC 9 VALUE ZERO.
       01  DESTINATARIO-BUSQUEDA PIC X(4).
       01  CONFIRMA-BORRADO      PIC A.
       01  FIN-LISTADO           PIC A.
       01  DATOS-VALIDOS         PIC A.
       01  TOTAL-LISTADOS        PIC 9(5).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVOS.
       STOP RUN.

       2-ABRE-ARCHIVOS.
       OPEN I-O REPARTO-ARCHIVO.
       IF ESTADO-REPARTO = "35"
           OPEN OUTPUT REPARTO-ARCHIVO
           CLOSE REPARTO-ARCHIVO
           OPEN I-O REPARTO-ARCHIVO.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       MOVE ESTADO-DEPARTAMENTOS TO ESTADO-APERTURA-DEPARTAMENTOS.
       IF ESTADO-APERTURA-DEPARTAMENTOS NOT = "00"
           DISPLAY "Aviso: maestro de departamentos no disponible "
               "(estado " ESTADO-DEPARTAMENTOS "); no se validara "
               "el departamento.".

       3-CIERRA-ARCHIVOS.
       CLOSE REPARTO-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta en la lista de reparto".
       DISPLAY "2. Baja de la lista de reparto".
       DISPLAY "3. Reparto de un destinatario".
       DISPLAY "4. Lista de reparto completa".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-REPARTO.
       IF OPCION-MENU = 2 PERFORM 5-BORRA-REPARTO.
       IF OPCION-MENU = 3 PERFORM 6-LISTA-DESTINATARIO.
       IF OPCION-MENU = 4 PERFORM 7-LISTA-REPARTO.

       43-PIDE-CLAVE.
       DISPLAY "Destinatario (codigo de 4 letras, p.ej. PL01): ".
       ACCEPT REP-DESTINATARIO.
       DISPLAY "Informe (RPTDIR, HOJAEM, AUSHOY o PRESUP): ".
       ACCEPT REP-INFORME.
       DISPLAY "Departamento (000 = todos): ".
       ACCEPT REP-DEPARTAMENTO.

      * el codigo del destinatario va pegado al nombre del informe en
      * el nombre de la copia, asi que no puede llevar blancos.
       4-AGREGA-REPARTO.
       PERFORM 43-PIDE-CLAVE.
       MOVE "S" TO DATOS-VALIDOS.
       IF REP-DESTINATARIO (1:1) = SPACE
           OR REP-DESTINATARIO (2:1) = SPACE
           OR REP-DESTINATARIO (3:1) = SPACE
           OR REP-DESTINATARIO (4:1) = SPACE
           DISPLAY "El destinatario tiene que llevar 4 letras."
           MOVE "N" TO DATOS-VALIDOS.
       IF REP-INFORME NOT = "RPTDIR" AND REP-INFORME NOT = "HOJAEM"
           AND REP-INFORME NOT = "AUSHOY" AND REP-INFORME NOT = "PRESUP"
           DISPLAY "Ese informe no se reparte: " REP-INFORME
           MOVE "N" TO DATOS-VALIDOS.
       IF DATOS-VALIDOS = "S" AND REP-DEPARTAMENTO NOT = ZERO
           AND ESTADO-APERTURA-DEPARTAMENTOS = "00"
           MOVE REP-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El departamento " REP-DEPARTAMENTO
                       " no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ
       END-IF.
       IF DATOS-VALIDOS = "S"
           DISPLAY "Nombre del destinatario: "
           ACCEPT REP-NOMBRE
           IF REP-NOMBRE = SPACES
               DISPLAY "El nombre no puede ir en blanco."
               MOVE "N" TO DATOS-VALIDOS
           END-IF
       END-IF.
       IF DATOS-VALIDOS = "S"
           MOVE FECHA-HOY TO REP-FECHA-ALTA
           MOVE OPERADOR-ID TO REP-OPERADOR
           WRITE REPARTO-REGISTRO
               INVALID KEY
                   DISPLAY "Ese reparto ya existe, estado "
                       ESTADO-REPARTO
               NOT INVALID KEY
                   DISPLAY "Reparto guardado."
           END-WRITE
       ELSE
           DISPLAY "Reparto no guardado."
       END-IF.

       5-BORRA-REPARTO.
       PERFORM 43-PIDE-CLAVE.
       READ REPARTO-ARCHIVO
           INVALID KEY DISPLAY "No existe ese reparto."
           NOT INVALID KEY PERFORM 51-CONFIRMA-Y-BORRA.

       51-CONFIRMA-Y-BORRA.
       PERFORM 8-MUESTRA-REPARTO.
       DISPLAY "¿Confirma que desea borrar este reparto? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE REPARTO-ARCHIVO RECORD
           IF ESTADO-REPARTO > "09"
               DISPLAY "Error al borrar, estado " ESTADO-REPARTO
           ELSE
               DISPLAY "Reparto borrado."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       6-LISTA-DESTINATARIO.
       DISPLAY "Destinatario: ".
       ACCEPT DESTINATARIO-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO REP-CLAVE.
       MOVE DESTINATARIO-BUSQUEDA TO REP-DESTINATARIO.
       MOVE "N" TO FIN-LISTADO.
       START REPARTO-ARCHIVO KEY IS NOT LESS THAN REP-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 61-LISTA-DEL-DESTINATARIO UNTIL FIN-LISTADO = "S".
       IF TOTAL-LISTADOS = ZERO
           DISPLAY "El destinatario " DESTINATARIO-BUSQUEDA
               " no recibe nada.".

       61-LISTA-DEL-DESTINATARIO.
       READ REPARTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF REP-DESTINATARIO NOT = DESTINATARIO-BUSQUEDA
               MOVE "S" TO FIN-LISTADO
           ELSE
               PERFORM 8-MUESTRA-REPARTO
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

       7-LISTA-REPARTO.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO REP-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START REPARTO-ARCHIVO KEY IS NOT LESS THAN REP-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 71-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Repartos listados: " TOTAL-LISTADOS.

       71-LISTA-UNO.
       READ REPARTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 8-MUESTRA-REPARTO
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       8-MUESTRA-REPARTO.
       IF REP-DEPARTAMENTO = ZERO
           DISPLAY REP-DESTINATARIO " " REP-NOMBRE "  " REP-INFORME
               "  todos los departamentos"
       ELSE
           DISPLAY REP-DESTINATARIO " " REP-NOMBRE "  " REP-INFORME
               "  departamento " REP-DEPARTAMENTO.

       END PROGRAM MANTREP.
