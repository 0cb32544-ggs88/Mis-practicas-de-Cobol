      ******************************************************************
      * Author:
      * Date:
      * Purpose: CIERRE A MANO DE LAS TAREAS DE ENTRADA Y SALIDA. Las
      *          listas las abre cada noche 80_BBDD_abre_seguimiento.cbl
      *          en SEGUIMIENTODAT; las tareas que no se comprueban
      *          solas (tarjeta del torno, liquidacion final, equipos)
      *          las da por hechas aqui quien las ha hecho. Pide el
      *          operador al empezar, como los mantenimientos, y lo
      *          deja en la tarea junto con la fecha de cierre. Permite
      *          ver la lista completa de un empleado, recorrer sus
      *          tareas pendientes cerrando las que se confirmen y ver
      *          las pendientes de un responsable, vencidas o no.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSEG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL SEGUIMIENTO-ARCHIVO
                 ASSIGN TO "SEGUIMIENTODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SEG-CLAVE
                 STATUS ESTADO-SEGUIMIENTO.

       DATA DIVISION.
       FILE SECTION.
           FD SEGUIMIENTO-ARCHIVO.
           COPY SEGUIMIENTO.
      * SEGUIMIENTO-REGISTRO viene del copybook SEGUIMIENTO.cpy, el
      * layout comun con la apertura nocturna y el informe de vencidas.

       WORKING-STORAGE SECTION.
       01  ESTADO-SEGUIMIENTO    PIC XX.
       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  OPCION-MENU           PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA           PIC 9(6).
       01  RESPONSABLE-BUSQUEDA  PIC X(10).
       01  CONFIRMA-CIERRE       PIC A.
       01  FIN-LISTADO           PIC A.
       01  AVISO-VENCIDA         PIC X(8).
       01  TOTAL-LISTADAS        PIC 9(5).
       01  TOTAL-CERRADAS        PIC 9(5).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-ABRE-ARCHIVO.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVO.
       STOP RUN.

       2-ABRE-ARCHIVO.
       OPEN I-O SEGUIMIENTO-ARCHIVO.
       IF ESTADO-SEGUIMIENTO = "35"
           OPEN OUTPUT SEGUIMIENTO-ARCHIVO
           CLOSE SEGUIMIENTO-ARCHIVO
           OPEN I-O SEGUIMIENTO-ARCHIVO.

       3-CIERRA-ARCHIVO.
       CLOSE SEGUIMIENTO-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Lista completa de un empleado".
       DISPLAY "2. Cerrar tareas pendientes de un empleado".
       DISPLAY "3. Pendientes de un responsable".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 10-LISTA-EMPLEADO.
       IF OPCION-MENU = 2 PERFORM 11-CIERRA-TAREAS.
       IF OPCION-MENU = 3 PERFORM 12-LISTA-RESPONSABLE.

      * las tareas de un empleado estan juntas en la clave: se
      * posiciona en su ID y se lee mientras no cambie.
       4-POSICIONA-EMPLEADO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADAS.
       MOVE ZERO TO TOTAL-CERRADAS.
       MOVE ID-BUSQUEDA TO SEG-ID.
       MOVE ZERO TO SEG-FECHA-APERTURA.
       MOVE ZERO TO SEG-HORA-APERTURA.
       MOVE LOW-VALUES TO SEG-CODIGO.
       MOVE "N" TO FIN-LISTADO.
       START SEGUIMIENTO-ARCHIVO KEY IS NOT LESS THAN SEG-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.

       41-LEE-DEL-EMPLEADO.
       READ SEGUIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N" AND SEG-ID NOT = ID-BUSQUEDA
           MOVE "S" TO FIN-LISTADO.

       5-MUESTRA-TAREA.
       MOVE SPACES TO AVISO-VENCIDA.
       IF SEG-ESTADO = "PENDIENTE" AND SEG-VENCE < FECHA-HOY
           MOVE "VENCIDA" TO AVISO-VENCIDA.
       DISPLAY SEG-ID " " SEG-CIRCUITO " " SEG-CODIGO " "
           SEG-DESCRIPCION.
       DISPLAY "    Abierta " SEG-FECHA-APERTURA " por "
           SEG-OPERACION "  Responsable " SEG-RESPONSABLE
           "  Vence " SEG-VENCE " " AVISO-VENCIDA.
       IF SEG-ESTADO = "PENDIENTE"
           DISPLAY "    " SEG-ESTADO
       ELSE
           DISPLAY "    " SEG-ESTADO " el " SEG-FECHA-CIERRE
               " por " SEG-CERRADA-POR.

       10-LISTA-EMPLEADO.
       PERFORM 4-POSICIONA-EMPLEADO.
       IF FIN-LISTADO = "N"
           PERFORM 41-LEE-DEL-EMPLEADO.
       PERFORM 101-LISTA-UNA UNTIL FIN-LISTADO = "S".
       IF TOTAL-LISTADAS = ZERO
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene tareas."
       ELSE
           DISPLAY "Tareas listadas: " TOTAL-LISTADAS.

       101-LISTA-UNA.
       PERFORM 5-MUESTRA-TAREA.
       ADD 1 TO TOTAL-LISTADAS.
       PERFORM 41-LEE-DEL-EMPLEADO.

      * recorre las pendientes del empleado una a una; cada una se
      * cierra solo si se confirma, y una respuesta X deja de
      * preguntar por las demas.
       11-CIERRA-TAREAS.
       PERFORM 4-POSICIONA-EMPLEADO.
       IF FIN-LISTADO = "N"
           PERFORM 41-LEE-DEL-EMPLEADO.
       PERFORM 111-OFRECE-CIERRE UNTIL FIN-LISTADO = "S".
       IF TOTAL-LISTADAS = ZERO
           DISPLAY "El empleado " ID-BUSQUEDA
               " no tiene tareas pendientes."
       ELSE
           DISPLAY "Pendientes vistas: " TOTAL-LISTADAS
               "  Cerradas: " TOTAL-CERRADAS.

       111-OFRECE-CIERRE.
       IF SEG-ESTADO = "PENDIENTE"
           ADD 1 TO TOTAL-LISTADAS
           PERFORM 5-MUESTRA-TAREA
           DISPLAY "¿Esta hecha? S/N (X para terminar)"
           ACCEPT CONFIRMA-CIERRE
           IF CONFIRMA-CIERRE = "S" OR CONFIRMA-CIERRE = "s"
               PERFORM 112-MARCA-HECHA
           END-IF
           IF CONFIRMA-CIERRE = "X" OR CONFIRMA-CIERRE = "x"
               MOVE "S" TO FIN-LISTADO
           END-IF
       END-IF.
       IF FIN-LISTADO = "N"
           PERFORM 41-LEE-DEL-EMPLEADO.

       112-MARCA-HECHA.
       MOVE "HECHA" TO SEG-ESTADO.
       MOVE FECHA-HOY TO SEG-FECHA-CIERRE.
       MOVE OPERADOR-ID TO SEG-CERRADA-POR.
       REWRITE SEGUIMIENTO-REGISTRO.
       IF ESTADO-SEGUIMIENTO > "09"
           DISPLAY "Error al cerrar la tarea, estado "
               ESTADO-SEGUIMIENTO
       ELSE
           ADD 1 TO TOTAL-CERRADAS
           DISPLAY "Tarea cerrada.".

      * el archivo va por empleado, asi que para un responsable hay
      * que leerlo entero.
       12-LISTA-RESPONSABLE.
       DISPLAY "Responsable: ".
       ACCEPT RESPONSABLE-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADAS.
       MOVE LOW-VALUES TO SEG-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START SEGUIMIENTO-ARCHIVO KEY IS NOT LESS THAN SEG-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 121-LISTA-SI-ES-SUYA UNTIL FIN-LISTADO = "S".
       DISPLAY "Pendientes de " RESPONSABLE-BUSQUEDA ": "
           TOTAL-LISTADAS.

       121-LISTA-SI-ES-SUYA.
       READ SEGUIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           AND SEG-ESTADO = "PENDIENTE"
           AND SEG-RESPONSABLE = RESPONSABLE-BUSQUEDA
           PERFORM 5-MUESTRA-TAREA
           ADD 1 TO TOTAL-LISTADAS.

       END PROGRAM COMPSEG.
