      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DEL MAESTRO DE CATEGORIAS PROFESIONALES
      *          (codigo, descripcion y banda de salario base mensual),
      *          el archivo contra el que se valida SAL-CATEGORIA en
      *          41_BBDD_mantiene_salarios.cbl. Antes la categoria era
      *          texto libre y la misma plaza aparecia escrita de tres
      *          maneras, con lo que no habia forma de sacar costes por
      *          categoria. Mismo esquema de menu que el mantenimiento
      *          de departamentos: alta, consulta, modificacion, baja y
      *          listado. La baja se niega mientras algun salario siga
      *          con esa categoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCAT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CATEGORIAS-ARCHIVO
                 ASSIGN TO "CATEGORIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CAT-CODIGO
                 STATUS ESTADO-CATEGORIAS.

                 SELECT OPTIONAL SALARIOS-ARCHIVO
                 ASSIGN TO "SALARIOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SAL-ID
                 STATUS ESTADO-SALARIOS.

      * SALARIOS-ARCHIVO solo se lee, para impedir la baja de una
      * categoria mientras algun salario la siga usando.

       DATA DIVISION.
       FILE SECTION.
           FD CATEGORIAS-ARCHIVO.
           COPY CATEGORIA.
      * CATEGORIAS-REGISTRO viene del copybook CATEGORIA.cpy, el
      * layout comun con el mantenimiento de salarios y el informe de
      * salarios fuera de banda.

           FD SALARIOS-ARCHIVO.
           COPY SALARIO.
      * SALARIOS-REGISTRO viene del copybook SALARIO.cpy, el layout
      * comun con la nomina mensual.

       WORKING-STORAGE SECTION.
       01  ESTADO-CATEGORIAS PIC XX.
       01  ESTADO-SALARIOS   PIC XX.
       01  ESTADO-APERTURA-SALARIOS PIC XX.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  CODIGO-BUSQUEDA   PIC X(6).
       01  CONFIRMA-BORRADO  PIC A.
       01  FIN-LISTADO       PIC A.
       01  FIN-SALARIOS      PIC A.
       01  CODIGO-GUARDADO   PIC A.
       01  BANDA-VALIDA      PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).
       01  SALARIOS-CON-CATEGORIA PIC 9(6).
       01  IMPORTE-EDITADO   PIC ZZZZZZ9.99.
       01  IMPORTE-EDITADO-2 PIC ZZZZZZ9.99.

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
       OPEN I-O CATEGORIAS-ARCHIVO.
       IF ESTADO-CATEGORIAS = "35"
           OPEN OUTPUT CATEGORIAS-ARCHIVO
           CLOSE CATEGORIAS-ARCHIVO
           OPEN I-O CATEGORIAS-ARCHIVO.
       OPEN INPUT SALARIOS-ARCHIVO.
       MOVE ESTADO-SALARIOS TO ESTADO-APERTURA-SALARIOS.
       IF ESTADO-APERTURA-SALARIOS NOT = "00"
           DISPLAY "Aviso: maestro de salarios no disponible "
               "(estado " ESTADO-SALARIOS "); las bajas no comprobaran "
               "si quedan salarios con la categoria.".

       3-CIERRA-ARCHIVO.
       CLOSE CATEGORIAS-ARCHIVO.
       CLOSE SALARIOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de categoria".
       DISPLAY "2. Consulta por codigo".
       DISPLAY "3. Modificar categoria".
       DISPLAY "4. Baja de categoria".
       DISPLAY "5. Listado completo".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-CATEGORIA.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-CODIGO.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-CATEGORIA.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-CATEGORIA.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-CATEGORIAS.

       4-AGREGA-CATEGORIA.
       DISPLAY "Codigo de la categoria (hasta 6 letras): ".
       ACCEPT CAT-CODIGO.
       IF CAT-CODIGO = SPACES
           DISPLAY "El codigo no puede ir en blanco."
       ELSE
           DISPLAY "Descripcion: "
           ACCEPT CAT-DESCRIPCION
           PERFORM 42-PIDE-BANDA
           IF BANDA-VALIDA = "S"
               PERFORM 41-GUARDA-CATEGORIA
           ELSE
               DISPLAY "Categoria no guardada."
           END-IF
       END-IF.

      * la banda es del salario base mensual; el maximo no puede
      * quedar por debajo del minimo.
       42-PIDE-BANDA.
       DISPLAY "Salario base minimo mensual: ".
       ACCEPT CAT-BASE-MINIMA.
       DISPLAY "Salario base maximo mensual: ".
       ACCEPT CAT-BASE-MAXIMA.
       IF CAT-BASE-MAXIMA < CAT-BASE-MINIMA
           DISPLAY "El maximo no puede ser menor que el minimo."
           MOVE "N" TO BANDA-VALIDA
       ELSE
           MOVE "S" TO BANDA-VALIDA
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO CAT-FECHA-ALTA
           MOVE OPERADOR-ID TO CAT-OPERADOR.

       41-GUARDA-CATEGORIA.
       MOVE "N" TO CODIGO-GUARDADO.
       WRITE CATEGORIAS-REGISTRO
           INVALID KEY
               DISPLAY "La categoria " CAT-CODIGO " ya existe."
           NOT INVALID KEY
               DISPLAY "Categoria guardada."
               MOVE "S" TO CODIGO-GUARDADO
       END-WRITE.
       IF CODIGO-GUARDADO = "N" AND ESTADO-CATEGORIAS NOT = "22"
           DISPLAY "Error de E/S al guardar, estado "
               ESTADO-CATEGORIAS.

       10-CONSULTA-CODIGO.
       DISPLAY "Codigo a consultar: ".
       ACCEPT CODIGO-BUSQUEDA.
       MOVE CODIGO-BUSQUEDA TO CAT-CODIGO.
       READ CATEGORIAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa categoria."
           NOT INVALID KEY PERFORM 101-MUESTRA-CATEGORIA.

       101-MUESTRA-CATEGORIA.
       MOVE CAT-BASE-MINIMA TO IMPORTE-EDITADO.
       MOVE CAT-BASE-MAXIMA TO IMPORTE-EDITADO-2.
       DISPLAY "Codigo: " CAT-CODIGO "  " CAT-DESCRIPCION
           "  Banda: " IMPORTE-EDITADO " a " IMPORTE-EDITADO-2.

       11-MODIFICA-CATEGORIA.
       DISPLAY "Codigo a modificar: ".
       ACCEPT CODIGO-BUSQUEDA.
       MOVE CODIGO-BUSQUEDA TO CAT-CODIGO.
       READ CATEGORIAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa categoria."
           NOT INVALID KEY PERFORM 111-CAPTURA-CAMBIOS.

       111-CAPTURA-CAMBIOS.
       PERFORM 101-MUESTRA-CATEGORIA.
       DISPLAY "Nueva descripcion: ".
       ACCEPT CAT-DESCRIPCION.
       PERFORM 42-PIDE-BANDA.
       IF BANDA-VALIDA = "N"
           DISPLAY "Categoria no modificada."
       ELSE
           REWRITE CATEGORIAS-REGISTRO
           IF ESTADO-CATEGORIAS > "09"
               DISPLAY "Error al modificar, estado "
                   ESTADO-CATEGORIAS
           ELSE
               DISPLAY "Categoria modificada."
           END-IF
       END-IF.

       12-BORRA-CATEGORIA.
       DISPLAY "Codigo a dar de baja: ".
       ACCEPT CODIGO-BUSQUEDA.
       MOVE CODIGO-BUSQUEDA TO CAT-CODIGO.
       READ CATEGORIAS-ARCHIVO
           INVALID KEY DISPLAY "No existe esa categoria."
           NOT INVALID KEY PERFORM 121-CONFIRMA-Y-BORRA.

      * la baja se niega mientras algun salario tenga la categoria:
      * primero hay que pasarlos a otra en MANTSAL.
       121-CONFIRMA-Y-BORRA.
       PERFORM 101-MUESTRA-CATEGORIA.
       PERFORM 122-CUENTA-SALARIOS.
       IF SALARIOS-CON-CATEGORIA > ZERO
           DISPLAY "Baja rechazada: " SALARIOS-CON-CATEGORIA
               " salarios tienen esta categoria."
           DISPLAY "Cambialos antes en el mantenimiento de salarios."
       ELSE
           DISPLAY "¿Confirma que desea borrar esta categoria? S/N"
           ACCEPT CONFIRMA-BORRADO
           IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
               DELETE CATEGORIAS-ARCHIVO RECORD
               IF ESTADO-CATEGORIAS > "09"
                   DISPLAY "Error al borrar, estado "
                       ESTADO-CATEGORIAS
               ELSE
                   DISPLAY "Categoria borrada."
               END-IF
           ELSE
               DISPLAY "Borrado cancelado."
           END-IF
       END-IF.

      * no hay clave alterna por categoria: se recorre el maestro de
      * salarios entero contando coincidencias.
       122-CUENTA-SALARIOS.
       MOVE ZERO TO SALARIOS-CON-CATEGORIA.
       IF ESTADO-APERTURA-SALARIOS = "00"
           MOVE ZEROS TO SAL-ID
           MOVE "N" TO FIN-SALARIOS
           START SALARIOS-ARCHIVO KEY IS NOT LESS THAN SAL-ID
               INVALID KEY MOVE "S" TO FIN-SALARIOS
           END-START
           PERFORM 123-CUENTA-UNO UNTIL FIN-SALARIOS = "S"
       END-IF.

       123-CUENTA-UNO.
       READ SALARIOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SALARIOS.
       IF FIN-SALARIOS = "N"
           IF SAL-CATEGORIA = CODIGO-BUSQUEDA
               ADD 1 TO SALARIOS-CON-CATEGORIA
           END-IF
       END-IF.

       13-LISTA-CATEGORIAS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO CAT-CODIGO.
       MOVE "N" TO FIN-LISTADO.
       START CATEGORIAS-ARCHIVO KEY IS NOT LESS THAN CAT-CODIGO
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 131-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Categorias listadas: " TOTAL-LISTADOS.

       131-LISTA-UNO.
       READ CATEGORIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 101-MUESTRA-CATEGORIA
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       END PROGRAM MANTCAT.
