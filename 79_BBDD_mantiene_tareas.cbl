      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE LA PLANTILLA DE TAREAS DE ENTRADA Y
      *          SALIDA (TAREASDAT). Lo que habia que hacer al entrar o
      *          salir alguien (registro de salario, contactos de
      *          emergencia, departamento, tarjeta del torno,
      *          liquidacion final, devolucion de tarjeta y de equipos)
      *          dependia de quien se acordara. Cada tarea lleva su
      *          circuito (ENTRADA para altas y readmisiones, SALIDA
      *          para bajas), responsable, plazo en dias naturales y,
      *          si la pasada nocturna puede darla por hecha sola, la
      *          comprobacion (SALARIO, CONTACTO o DEPARTAM). La pasada
      *          de 80_BBDD_abre_seguimiento.cbl copia la plantilla en
      *          cada lista nueva; cambiarla no toca las listas ya
      *          abiertas. Mismo esquema de menu que el mantenimiento
      *          de categorias: alta, consulta, modificacion, baja y
      *          listado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTTAR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL TAREAS-ARCHIVO
                 ASSIGN TO "TAREASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TAR-CLAVE
                 STATUS ESTADO-TAREAS.

       DATA DIVISION.
       FILE SECTION.
           FD TAREAS-ARCHIVO.
           COPY TAREA.
      * TAREAS-REGISTRO viene del copybook TAREA.cpy, el layout comun
      * con la apertura nocturna de listas de tareas.

       WORKING-STORAGE SECTION.
       01  ESTADO-TAREAS     PIC XX.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  CIRCUITO-BUSQUEDA PIC X(8).
       01  CODIGO-BUSQUEDA   PIC X(4).
       01  CONFIRMA-BORRADO  PIC A.
       01  FIN-LISTADO       PIC A.
       01  TAREA-GUARDADA    PIC A.
       01  TAREA-VALIDA      PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       PERFORM 2-ABRE-ARCHIVO.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVO.
       STOP RUN.

       2-ABRE-ARCHIVO.
       OPEN I-O TAREAS-ARCHIVO.
       IF ESTADO-TAREAS = "35"
           OPEN OUTPUT TAREAS-ARCHIVO
           CLOSE TAREAS-ARCHIVO
           OPEN I-O TAREAS-ARCHIVO.

       3-CIERRA-ARCHIVO.
       CLOSE TAREAS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de tarea".
       DISPLAY "2. Consulta de tarea".
       DISPLAY "3. Modificar tarea".
       DISPLAY "4. Baja de tarea".
       DISPLAY "5. Listado completo".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-TAREA.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-TAREA.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-TAREA.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-TAREA.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-TAREAS.

       4-AGREGA-TAREA.
       PERFORM 43-PIDE-CLAVE.
       MOVE CIRCUITO-BUSQUEDA TO TAR-CIRCUITO.
       MOVE CODIGO-BUSQUEDA TO TAR-CODIGO.
       IF TAR-CIRCUITO NOT = "ENTRADA" AND TAR-CIRCUITO NOT = "SALIDA"
           DISPLAY "El circuito tiene que ser ENTRADA o SALIDA."
       ELSE
           IF TAR-CODIGO = SPACES
               DISPLAY "El codigo no puede ir en blanco."
           ELSE
               PERFORM 42-PIDE-DATOS
               IF TAREA-VALIDA = "S"
                   PERFORM 41-GUARDA-TAREA
               ELSE
                   DISPLAY "Tarea no guardada."
               END-IF
           END-IF
       END-IF.

       43-PIDE-CLAVE.
       DISPLAY "Circuito (ENTRADA o SALIDA): ".
       ACCEPT CIRCUITO-BUSQUEDA.
       DISPLAY "Codigo de la tarea (hasta 4 letras): ".
       ACCEPT CODIGO-BUSQUEDA.

      * el responsable es obligatorio: sin el, la tarea no sale en el
      * informe de vencidas de nadie. La comprobacion automatica solo
      * admite las que sabe hacer la pasada nocturna.
       42-PIDE-DATOS.
       MOVE "S" TO TAREA-VALIDA.
       DISPLAY "Descripcion: ".
       ACCEPT TAR-DESCRIPCION.
       DISPLAY "Responsable (RRHH, NOMINAS, SEGURIDAD...): ".
       ACCEPT TAR-RESPONSABLE.
       DISPLAY "Plazo en dias naturales desde el movimiento: ".
       ACCEPT TAR-PLAZO-DIAS.
       DISPLAY "Comprobacion automatica (SALARIO, CONTACTO, DEPARTAM "
           "o en blanco): ".
       ACCEPT TAR-COMPROBACION.
       IF TAR-DESCRIPCION = SPACES
           DISPLAY "La descripcion no puede ir en blanco."
           MOVE "N" TO TAREA-VALIDA
       ELSE
           IF TAR-RESPONSABLE = SPACES
               DISPLAY "El responsable no puede ir en blanco."
               MOVE "N" TO TAREA-VALIDA
           ELSE
               IF TAR-COMPROBACION NOT = SPACES
                   AND TAR-COMPROBACION NOT = "SALARIO"
                   AND TAR-COMPROBACION NOT = "CONTACTO"
                   AND TAR-COMPROBACION NOT = "DEPARTAM"
                   DISPLAY "Comprobacion desconocida: " TAR-COMPROBACION
                   MOVE "N" TO TAREA-VALIDA
               ELSE
                   IF TAR-COMPROBACION NOT = SPACES
                       AND TAR-CIRCUITO = "SALIDA"
                       DISPLAY "Las comprobaciones automaticas son "
                           "de ENTRADA."
                       MOVE "N" TO TAREA-VALIDA
                   ELSE
                       ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                       MOVE FECHA-HOY TO TAR-FECHA-ALTA
                       MOVE OPERADOR-ID TO TAR-OPERADOR
                   END-IF
               END-IF
           END-IF
       END-IF.

       41-GUARDA-TAREA.
       MOVE "N" TO TAREA-GUARDADA.
       WRITE TAREAS-REGISTRO
           INVALID KEY
               DISPLAY "La tarea " TAR-CIRCUITO " " TAR-CODIGO
                   " ya existe."
           NOT INVALID KEY
               DISPLAY "Tarea guardada."
               MOVE "S" TO TAREA-GUARDADA
       END-WRITE.
       IF TAREA-GUARDADA = "N" AND ESTADO-TAREAS NOT = "22"
           DISPLAY "Error de E/S al guardar, estado " ESTADO-TAREAS.

       10-CONSULTA-TAREA.
       PERFORM 43-PIDE-CLAVE.
       MOVE CIRCUITO-BUSQUEDA TO TAR-CIRCUITO.
       MOVE CODIGO-BUSQUEDA TO TAR-CODIGO.
       READ TAREAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa tarea."
           NOT INVALID KEY PERFORM 101-MUESTRA-TAREA.

       101-MUESTRA-TAREA.
       DISPLAY TAR-CIRCUITO " " TAR-CODIGO "  " TAR-DESCRIPCION.
       DISPLAY "    Responsable: " TAR-RESPONSABLE
           "  Plazo: " TAR-PLAZO-DIAS " dias"
           "  Comprobacion: " TAR-COMPROBACION.

       11-MODIFICA-TAREA.
       PERFORM 43-PIDE-CLAVE.
       MOVE CIRCUITO-BUSQUEDA TO TAR-CIRCUITO.
       MOVE CODIGO-BUSQUEDA TO TAR-CODIGO.
       READ TAREAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa tarea."
           NOT INVALID KEY PERFORM 111-CAPTURA-CAMBIOS.

       111-CAPTURA-CAMBIOS.
       PERFORM 101-MUESTRA-TAREA.
       PERFORM 42-PIDE-DATOS.
       IF TAREA-VALIDA = "N"
           DISPLAY "Tarea no modificada."
       ELSE
           REWRITE TAREAS-REGISTRO
           IF ESTADO-TAREAS > "09"
               DISPLAY "Error al modificar, estado " ESTADO-TAREAS
           ELSE
               DISPLAY "Tarea modificada."
           END-IF
       END-IF.

      * la baja solo quita la tarea de la plantilla: las listas ya
      * abiertas la conservan hasta que se cierre.
       12-BORRA-TAREA.
       PERFORM 43-PIDE-CLAVE.
       MOVE CIRCUITO-BUSQUEDA TO TAR-CIRCUITO.
       MOVE CODIGO-BUSQUEDA TO TAR-CODIGO.
       READ TAREAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa tarea."
           NOT INVALID KEY PERFORM 121-CONFIRMA-Y-BORRA.

       121-CONFIRMA-Y-BORRA.
       PERFORM 101-MUESTRA-TAREA.
       DISPLAY "¿Confirma que desea borrar esta tarea? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE TAREAS-ARCHIVO RECORD
           IF ESTADO-TAREAS > "09"
               DISPLAY "Error al borrar, estado " ESTADO-TAREAS
           ELSE
               DISPLAY "Tarea borrada."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       13-LISTA-TAREAS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO TAR-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START TAREAS-ARCHIVO KEY IS NOT LESS THAN TAR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 131-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Tareas listadas: " TOTAL-LISTADOS.

       131-LISTA-UNO.
       READ TAREAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 101-MUESTRA-TAREA
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       END PROGRAM MANTTAR.
