      *          EMPLEADOS-DEPARTAMENTO en las altas y modificaciones
      *          de 17_BBDD_crea_un_archivo.cbl. Mismo esquema de menu
      *          que el mantenimiento de empleados: alta, consulta,
      *          modificacion, baja y listado. Cada departamento
      *          lleva ademas el departamento del que depende y el
      *          EMPLEADOS-ID de su responsable: se rechaza el padre
      *          que no existe o que cerraria un bucle en el arbol, el
      *          responsable que no esta en el maestro de empleados, y
      *          la baja de un departamento del que aun cuelgan otros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      * EMPLEADOS-ARCHIVO solo se lee, para impedir la baja de un
      * departamento mientras algun empleado siga adscrito a el: el
      * codigo huerfano dejaba registros imposibles de validar. Con
      * el tambien se comprueba que el responsable exista.

       DATA DIVISION.
       FILE SECTION.
       01  CODIGO-GUARDADO   PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).

      * validacion de la jerarquia: se sube de padre en padre desde
      * el padre tecleado; si se llega al propio departamento hay
      * bucle. El tope de niveles corta un arbol ya roto a mano.
       01  REGISTRO-CAPTURADO PIC X(45).
       01  JERARQUIA-VALIDA  PIC A.
       01  CODIGO-PROPIO     PIC 9(3).
       01  CODIGO-SUBIDA     PIC 9(3).
       01  NIVELES-SUBIDOS   PIC 9(4).
       01  FIN-SUBIDA        PIC A.
       01  DEPARTAMENTOS-HIJOS PIC 9(3).

      ***************************************************
       PROCEDURE DIVISION.

           DISPLAY "Nombre del departamento: "
           ACCEPT DEPARTAMENTOS-NOMBRE
           PERFORM 42-PIDE-PLAZAS
           PERFORM 43-PIDE-JERARQUIA
           IF JERARQUIA-VALIDA = "S"
               PERFORM 41-GUARDA-DEPARTAMENTO
           ELSE
               DISPLAY "Departamento no guardado."
           END-IF
       END-IF.

      * cero vale como "sin control de presupuesto": el departamento
       DISPLAY "Plazas presupuestadas (0 = sin control): ".
       ACCEPT DEPARTAMENTOS-PLAZAS.

      * padre cero es primer nivel; responsable cero es "sin
      * responsable". El registro tecleado se aparta mientras se leen
      * otros departamentos para validar y se repone al final.
       43-PIDE-JERARQUIA.
       DISPLAY "Departamento del que depende (0 = primer nivel): ".
       ACCEPT DEPARTAMENTOS-PADRE.
       DISPLAY "ID del empleado responsable (0 = sin responsable): ".
       ACCEPT DEPARTAMENTOS-RESPONSABLE.
       MOVE "S" TO JERARQUIA-VALIDA.
       MOVE DEPARTAMENTOS-REGISTRO TO REGISTRO-CAPTURADO.
       MOVE DEPARTAMENTOS-CODIGO TO CODIGO-PROPIO.
       IF DEPARTAMENTOS-PADRE NOT = ZERO
           PERFORM 44-VALIDA-PADRE.
       MOVE REGISTRO-CAPTURADO TO DEPARTAMENTOS-REGISTRO.
       IF DEPARTAMENTOS-RESPONSABLE NOT = ZERO
           PERFORM 45-VALIDA-RESPONSABLE.
       MOVE REGISTRO-CAPTURADO TO DEPARTAMENTOS-REGISTRO.

       44-VALIDA-PADRE.
       MOVE DEPARTAMENTOS-PADRE TO CODIGO-SUBIDA.
       MOVE ZERO TO NIVELES-SUBIDOS.
       MOVE "N" TO FIN-SUBIDA.
       PERFORM 441-SUBE-NIVEL UNTIL FIN-SUBIDA = "S".

       441-SUBE-NIVEL.
       IF CODIGO-SUBIDA = CODIGO-PROPIO
           DISPLAY "Rechazado: " CODIGO-PROPIO " acabaria dependiendo "
               "de si mismo (bucle en el organigrama)."
           MOVE "N" TO JERARQUIA-VALIDA
           MOVE "S" TO FIN-SUBIDA
       ELSE
           IF CODIGO-SUBIDA = ZERO
               MOVE "S" TO FIN-SUBIDA
           ELSE
               IF NIVELES-SUBIDOS > 999
                   DISPLAY "Rechazado: el arbol por encima de "
                       DEPARTAMENTOS-PADRE " ya tiene un bucle; "
                       "corrijalo antes."
                   MOVE "N" TO JERARQUIA-VALIDA
                   MOVE "S" TO FIN-SUBIDA
               ELSE
                   MOVE CODIGO-SUBIDA TO DEPARTAMENTOS-CODIGO
                   READ DEPARTAMENTOS-ARCHIVO
                       INVALID KEY
                           DISPLAY "Rechazado: el departamento "
                               CODIGO-SUBIDA " no existe."
                           MOVE "N" TO JERARQUIA-VALIDA
                           MOVE "S" TO FIN-SUBIDA
                       NOT INVALID KEY
                           MOVE DEPARTAMENTOS-PADRE TO CODIGO-SUBIDA
                           ADD 1 TO NIVELES-SUBIDOS
                   END-READ
               END-IF
           END-IF
       END-IF.

      * sin maestro de empleados no se puede comprobar el
      * responsable, y no se deja grabar uno a ciegas.
       45-VALIDA-RESPONSABLE.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Rechazado: maestro de empleados no disponible, "
               "no se puede comprobar el responsable."
           MOVE "N" TO JERARQUIA-VALIDA
       ELSE
           MOVE DEPARTAMENTOS-RESPONSABLE TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Rechazado: el responsable "
                       DEPARTAMENTOS-RESPONSABLE
                       " no esta en el maestro de empleados."
                   MOVE "N" TO JERARQUIA-VALIDA
               NOT INVALID KEY
                   DISPLAY "Responsable: " EMPLEADOS-NOMBRE
           END-READ
       END-IF.

       41-GUARDA-DEPARTAMENTO.
       MOVE "N" TO CODIGO-GUARDADO.
       WRITE DEPARTAMENTOS-REGISTRO
       101-MUESTRA-DEPARTAMENTO.
       DISPLAY "Codigo: " DEPARTAMENTOS-CODIGO
           "  Nombre: " DEPARTAMENTOS-NOMBRE
           "  Plazas: " DEPARTAMENTOS-PLAZAS
           "  Depende de: " DEPARTAMENTOS-PADRE
           "  Responsable: " DEPARTAMENTOS-RESPONSABLE.

       11-MODIFICA-DEPARTAMENTO.
       DISPLAY "Codigo a modificar: ".
       DISPLAY "Nuevo nombre: ".
       ACCEPT DEPARTAMENTOS-NOMBRE.
       PERFORM 42-PIDE-PLAZAS.
       PERFORM 43-PIDE-JERARQUIA.
       IF JERARQUIA-VALIDA = "N"
           DISPLAY "Departamento no modificado."
       ELSE
           REWRITE DEPARTAMENTOS-REGISTRO
           IF ESTADO-DEPARTAMENTOS > "09"
               DISPLAY "Error al modificar, estado "
                   ESTADO-DEPARTAMENTOS
           ELSE
               DISPLAY "Departamento modificado."
           END-IF
       END-IF.

       12-BORRA-DEPARTAMENTO.
       DISPLAY "Codigo a dar de baja: ".
       121-CONFIRMA-Y-BORRA.
       PERFORM 101-MUESTRA-DEPARTAMENTO.
       PERFORM 122-CUENTA-ADSCRITOS.
       PERFORM 124-CUENTA-HIJOS.
       MOVE CODIGO-BUSQUEDA TO DEPARTAMENTOS-CODIGO.
       IF EMPLEADOS-ADSCRITOS > ZERO
           DISPLAY "Baja rechazada: " EMPLEADOS-ADSCRITOS " empleados "
               "siguen adscritos a este departamento."
           DISPLAY "Reasignalos antes (REASIGDEP los mueve en bloque)."
       ELSE
           IF DEPARTAMENTOS-HIJOS > ZERO
               DISPLAY "Baja rechazada: " DEPARTAMENTOS-HIJOS
                   " departamentos dependen de este."
               DISPLAY "Cuelguelos de otro antes (opcion 3)."
           ELSE
               DISPLAY "¿Confirma que desea borrar este departamento? "
                   "S/N"
               ACCEPT CONFIRMA-BORRADO
               IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
                   DELETE DEPARTAMENTOS-ARCHIVO RECORD
                   IF ESTADO-DEPARTAMENTOS > "09"
                       DISPLAY "Error al borrar, estado "
                           ESTADO-DEPARTAMENTOS
                   ELSE
                       DISPLAY "Departamento borrado."
                   END-IF
               ELSE
                   DISPLAY "Borrado cancelado."
               END-IF
           END-IF
       END-IF.

           END-IF
       END-IF.

      * departamentos que cuelgan del que se quiere borrar: se
      * recorre el maestro de departamentos entero.
       124-CUENTA-HIJOS.
       MOVE ZERO TO DEPARTAMENTOS-HIJOS.
       MOVE ZEROS TO DEPARTAMENTOS-CODIGO.
       MOVE "N" TO FIN-LISTADO.
       START DEPARTAMENTOS-ARCHIVO KEY IS NOT LESS THAN
               DEPARTAMENTOS-CODIGO
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 125-CUENTA-HIJO UNTIL FIN-LISTADO = "S".

       125-CUENTA-HIJO.
       READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF DEPARTAMENTOS-PADRE = CODIGO-BUSQUEDA
               ADD 1 TO DEPARTAMENTOS-HIJOS
           END-IF
       END-IF.

       13-LISTA-DEPARTAMENTOS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ZEROS TO DEPARTAMENTOS-CODIGO.
