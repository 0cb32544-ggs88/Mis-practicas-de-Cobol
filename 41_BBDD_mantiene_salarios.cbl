      *          modificacion, baja y listado. El ID del alta tiene que
      *          existir en EMPLEADOS-ARCHIVO, igual que el menu de
      *          empleados valida el departamento contra su maestro.
      *          Cada alta o cambio queda ademas en el historial
      *          SALARIOSHIS con su fecha de efecto y el operador que
      *          lo tecleo, para que la pasada de atrasos
      *          (63_BBDD_atrasos_salariales.cbl) sepa que habia que
      *          pagar en cada mes aunque la subida se firme tarde.
      *          La categoria ya no es texto libre: tiene que ser un
      *          codigo del maestro de categorias CATEGORIASDAT
      *          (72_BBDD_mantiene_categorias.cbl), y si el salario
      *          base queda fuera de la banda de la categoria se
      *          avisa al grabarlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     WITH DUPLICATES
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL SALHIST-ARCHIVO
                 ASSIGN TO "SALARIOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HSA-CLAVE
                 STATUS ESTADO-SALHIST.

                 SELECT OPTIONAL CATEGORIAS-ARCHIVO
                 ASSIGN TO "CATEGORIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAT-CODIGO
                 STATUS ESTADO-CATEGORIAS.

      * EMPLEADOS-ARCHIVO solo se lee, para comprobar que el ID del
      * alta de salario corresponde a un empleado vivo del maestro.
      * SALHIST-ARCHIVO solo crece: cada cambio anade un registro y
      * nunca se reescribe ni se borra. CATEGORIAS-ARCHIVO solo se
      * lee, para validar el codigo de categoria y su banda.

       DATA DIVISION.
       FILE SECTION.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD SALHIST-ARCHIVO.
           COPY SALHIST.
      * SALHIST-REGISTRO viene del copybook SALHIST.cpy, el layout
      * comun con la pasada de atrasos.

           FD CATEGORIAS-ARCHIVO.
           COPY CATEGORIA.
      * CATEGORIAS-REGISTRO viene del copybook CATEGORIA.cpy, el
      * layout comun con el mantenimiento de categorias.

       WORKING-STORAGE SECTION.
       01  ESTADO-SALARIOS   PIC XX.
       01  ESTADO-FILE       PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-SALHIST    PIC XX.
       01  ESTADO-CATEGORIAS PIC XX.
       01  ESTADO-APERTURA-CATEGORIAS PIC XX.
       01  CATEGORIA-VALIDA  PIC A.
       01  CATEGORIA-HALLADA PIC A.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  HORA-HOY          PIC 9(6).
       01  FECHA-EFECTO      PIC 9(8).
       01  FECHA-EFECTO-PARTES REDEFINES FECHA-EFECTO.
           02 EFE-ANO        PIC 9(4).
           02 EFE-MES        PIC 9(2).
           02 EFE-DIA        PIC 9(2).
       01  FECHA-VALIDA      PIC A.
       01  FIN-HISTORIAL     PIC A.
       01  HAY-HISTORIAL     PIC A.
       01  TOTAL-HISTORIAL   PIC 9(3).
      * salario tal como estaba antes de un cambio, por si hay que
      * abrir el historial del ID con el.
       01  SALARIO-ANTERIOR.
           02 ANT-CATEGORIA  PIC X(15).
           02 ANT-BASE       PIC 9(7)V99.
           02 ANT-COMPLEMENTOS PIC 9(7)V99.
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA       PIC 9(6).
       01  CONFIRMA-BORRADO  PIC A.
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVOS.
           OPEN OUTPUT SALARIOS-ARCHIVO
           CLOSE SALARIOS-ARCHIVO
           OPEN I-O SALARIOS-ARCHIVO.
       OPEN I-O SALHIST-ARCHIVO.
       IF ESTADO-SALHIST = "35"
           OPEN OUTPUT SALHIST-ARCHIVO
           CLOSE SALHIST-ARCHIVO
           OPEN I-O SALHIST-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Aviso: maestro de empleados no disponible "
               "(estado " ESTADO-FILE "); no se validara el ID.".
       OPEN INPUT CATEGORIAS-ARCHIVO.
       MOVE ESTADO-CATEGORIAS TO ESTADO-APERTURA-CATEGORIAS.
       IF ESTADO-APERTURA-CATEGORIAS NOT = "00"
           DISPLAY "Aviso: maestro de categorias no disponible "
               "(estado " ESTADO-CATEGORIAS "); no se validara la "
               "categoria.".

       3-CIERRA-ARCHIVOS.
       CLOSE SALARIOS-ARCHIVO.
       CLOSE SALHIST-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE CATEGORIAS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "3. Modificar salario".
       DISPLAY "4. Baja de salario".
       DISPLAY "5. Listado completo".
       DISPLAY "6. Historial de salarios de un ID".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-SALARIO.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-SALARIO.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-SALARIOS.
       IF OPCION-MENU = 6 PERFORM 14-LISTA-HISTORIAL.

       4-AGREGA-SALARIO.
       DISPLAY "ID del empleado: ".
       PERFORM 5-VALIDA-EMPLEADO.
       IF EMPLEADO-VALIDO = "S"
           PERFORM 6-CAPTURA-IMPORTES
           IF CATEGORIA-VALIDA = "S"
               PERFORM 7-PIDE-FECHA-EFECTO
               PERFORM 41-GUARDA-SALARIO
               IF ID-GUARDADO = "S"
                   PERFORM 8-GRABA-HISTORIAL
               END-IF
           ELSE
               DISPLAY "Salario no guardado."
           END-IF
       END-IF.

      * el salario de un ID que no esta en el maestro de empleados no
      * sirve para nada: la nomina no lo encontraria nunca. Si el
           END-READ
       END-IF.

      * una categoria que no esta en el maestro deja el salario sin
      * grabar; fuera de banda solo se avisa, que hay pactos
      * personales. Sin maestro de categorias se acepta sin validar.
       6-CAPTURA-IMPORTES.
       DISPLAY "Codigo de categoria: ".
       ACCEPT SAL-CATEGORIA.
       PERFORM 61-VALIDA-CATEGORIA.
       IF CATEGORIA-VALIDA = "S"
           DISPLAY "Salario base mensual (sin decimales o con punto): "
           ACCEPT SAL-BASE
           DISPLAY "Complementos mensuales: "
           ACCEPT SAL-COMPLEMENTOS
           PERFORM 62-AVISA-BANDA
       END-IF.

       61-VALIDA-CATEGORIA.
       MOVE "N" TO CATEGORIA-HALLADA.
       IF ESTADO-APERTURA-CATEGORIAS NOT = "00"
           MOVE "S" TO CATEGORIA-VALIDA
       ELSE
           IF SAL-CATEGORIA (7:9) NOT = SPACES
               DISPLAY "El codigo de categoria tiene como mucho 6 "
                   "posiciones."
               MOVE "N" TO CATEGORIA-VALIDA
           ELSE
               MOVE SAL-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "La categoria " SAL-CATEGORIA
                           " no existe; las categorias se dan de alta "
                           "en MANTCAT."
                       MOVE "N" TO CATEGORIA-VALIDA
                   NOT INVALID KEY
                       DISPLAY "Categoria: " CAT-DESCRIPCION
                       MOVE "S" TO CATEGORIA-VALIDA
                       MOVE "S" TO CATEGORIA-HALLADA
               END-READ
           END-IF
       END-IF.

       62-AVISA-BANDA.
       IF CATEGORIA-HALLADA = "S"
           IF SAL-BASE < CAT-BASE-MINIMA
               MOVE CAT-BASE-MINIMA TO IMPORTE-EDITADO
               DISPLAY "AVISO: salario base por debajo del minimo de "
                   "la categoria (" IMPORTE-EDITADO ")."
           ELSE
               IF SAL-BASE > CAT-BASE-MAXIMA
                   MOVE CAT-BASE-MAXIMA TO IMPORTE-EDITADO
                   DISPLAY "AVISO: salario base por encima del maximo "
                       "de la categoria (" IMPORTE-EDITADO ")."
               END-IF
           END-IF
       END-IF.

      * el maestro de salarios se actualiza en el momento, asi que el
      * efecto no puede ser futuro: la nomina pagaria el importe nuevo
      * antes de tiempo. Un efecto pasado es justo el caso de la subida
      * firmada tarde, y de eso se encarga la pasada de atrasos.
       7-PIDE-FECHA-EFECTO.
       MOVE "N" TO FECHA-VALIDA.
       PERFORM 71-CAPTURA-FECHA-EFECTO UNTIL FECHA-VALIDA = "S".

       71-CAPTURA-FECHA-EFECTO.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       DISPLAY "Fecha de efecto (AAAAMMDD, 0 = hoy): ".
       ACCEPT FECHA-EFECTO.
       IF FECHA-EFECTO = ZERO
           MOVE FECHA-HOY TO FECHA-EFECTO.
       IF FECHA-EFECTO > FECHA-HOY
           DISPLAY "La fecha de efecto no puede ser posterior a hoy."
       ELSE
       IF EFE-MES < 1 OR EFE-MES > 12 OR EFE-DIA < 1 OR EFE-DIA > 31
           DISPLAY "Fecha no valida."
       ELSE
           MOVE "S" TO FECHA-VALIDA.

       41-GUARDA-SALARIO.
       MOVE "N" TO ID-GUARDADO.

       111-CAPTURA-CAMBIOS.
       PERFORM 101-MUESTRA-SALARIO.
       MOVE SAL-CATEGORIA TO ANT-CATEGORIA.
       MOVE SAL-BASE TO ANT-BASE.
       MOVE SAL-COMPLEMENTOS TO ANT-COMPLEMENTOS.
       PERFORM 6-CAPTURA-IMPORTES.
       IF CATEGORIA-VALIDA = "N"
           DISPLAY "Salario no modificado."
       ELSE
           PERFORM 7-PIDE-FECHA-EFECTO
           REWRITE SALARIOS-REGISTRO
           IF ESTADO-SALARIOS > "09"
               DISPLAY "Error al modificar, estado " ESTADO-SALARIOS
           ELSE
               DISPLAY "Salario modificado."
               PERFORM 81-ABRE-HISTORIAL-INICIAL
               PERFORM 8-GRABA-HISTORIAL
           END-IF
       END-IF.

      * cada alta o cambio deja su registro en el historial con la
      * fecha de efecto y quien lo tecleo.
       8-GRABA-HISTORIAL.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-HOY FROM TIME.
       MOVE SAL-ID TO HSA-ID.
       MOVE FECHA-EFECTO TO HSA-FECHA-EFECTO.
       MOVE FECHA-HOY TO HSA-FECHA-ALTA.
       MOVE HORA-HOY TO HSA-HORA-ALTA.
       MOVE OPERADOR-ID TO HSA-OPERADOR.
       MOVE SAL-CATEGORIA TO HSA-CATEGORIA.
       MOVE SAL-BASE TO HSA-BASE.
       MOVE SAL-COMPLEMENTOS TO HSA-COMPLEMENTOS.
       WRITE SALHIST-REGISTRO.
       IF ESTADO-SALHIST > "09"
           DISPLAY "Error al grabar el historial, estado "
               ESTADO-SALHIST.

      * un salario dado de alta antes de existir el historial no
      * tiene registro ninguno: antes del primer cambio se graba el
      * importe que tenia con efecto cero ("desde siempre"), para que
      * los meses anteriores a la subida tengan contra que comparar.
       81-ABRE-HISTORIAL-INICIAL.
       PERFORM 82-BUSCA-HISTORIAL.
       IF HAY-HISTORIAL = "N"
           MOVE SAL-ID TO HSA-ID
           MOVE ZEROS TO HSA-FECHA-EFECTO
           ACCEPT HSA-FECHA-ALTA FROM DATE YYYYMMDD
           ACCEPT HSA-HORA-ALTA FROM TIME
           MOVE "ANTERIOR" TO HSA-OPERADOR
           MOVE ANT-CATEGORIA TO HSA-CATEGORIA
           MOVE ANT-BASE TO HSA-BASE
           MOVE ANT-COMPLEMENTOS TO HSA-COMPLEMENTOS
           WRITE SALHIST-REGISTRO
           IF ESTADO-SALHIST > "09"
               DISPLAY "Error al abrir el historial, estado "
                   ESTADO-SALHIST
           END-IF
       END-IF.

       82-BUSCA-HISTORIAL.
       MOVE "N" TO HAY-HISTORIAL.
       MOVE SAL-ID TO HSA-ID.
       MOVE ZEROS TO HSA-FECHA-EFECTO.
       MOVE ZEROS TO HSA-FECHA-ALTA.
       MOVE ZEROS TO HSA-HORA-ALTA.
       START SALHIST-ARCHIVO KEY IS NOT LESS THAN HSA-CLAVE
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ SALHIST-ARCHIVO NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF HSA-ID = SAL-ID
                           MOVE "S" TO HAY-HISTORIAL
                       END-IF
               END-READ
       END-START.

       12-BORRA-SALARIO.
       DISPLAY "ID a dar de baja: ".
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       14-LISTA-HISTORIAL.
       DISPLAY "ID a consultar: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-HISTORIAL.
       MOVE ID-BUSQUEDA TO HSA-ID.
       MOVE ZEROS TO HSA-FECHA-EFECTO.
       MOVE ZEROS TO HSA-FECHA-ALTA.
       MOVE ZEROS TO HSA-HORA-ALTA.
       MOVE "N" TO FIN-HISTORIAL.
       START SALHIST-ARCHIVO KEY IS NOT LESS THAN HSA-CLAVE
           INVALID KEY MOVE "S" TO FIN-HISTORIAL.
       PERFORM 141-LISTA-CAMBIO UNTIL FIN-HISTORIAL = "S".
       IF TOTAL-HISTORIAL = ZERO
           DISPLAY "Ese ID no tiene historial de salarios."
       ELSE
           DISPLAY "Cambios listados: " TOTAL-HISTORIAL.

       141-LISTA-CAMBIO.
       READ SALHIST-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORIAL.
       IF FIN-HISTORIAL = "N"
           IF HSA-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-HISTORIAL
           ELSE
               ADD 1 TO TOTAL-HISTORIAL
               PERFORM 142-MUESTRA-CAMBIO
           END-IF
       END-IF.

       142-MUESTRA-CAMBIO.
       DISPLAY "Efecto " HSA-FECHA-EFECTO "  tecleado el "
           HSA-FECHA-ALTA " " HSA-HORA-ALTA " por " HSA-OPERADOR.
       MOVE HSA-BASE TO IMPORTE-EDITADO.
       DISPLAY "  Categoria: " HSA-CATEGORIA "  Base: "
           IMPORTE-EDITADO.
       MOVE HSA-COMPLEMENTOS TO IMPORTE-EDITADO.
       DISPLAY "  Complementos: " IMPORTE-EDITADO.

       END PROGRAM MANTSAL.
