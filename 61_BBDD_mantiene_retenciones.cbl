      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE LA TABLA DE RETENCIONES Y
      *          COTIZACIONES (RETENCIONESDAT) contra la que la nomina
      *          mensual de 42_BBDD_nomina_mensual.cbl calcula la
      *          retencion de IRPF y la cotizacion del trabajador a la
      *          seguridad social. Los tramos IRPF llevan el bruto
      *          anual hasta el que se aplican y su porcentaje; las
      *          lineas SSOC, cada concepto de cotizacion con su
      *          porcentaje y la base maxima mensual. Mismo esquema de
      *          menu que el mantenimiento de departamentos: alta,
      *          consulta, modificacion, baja y listado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTRET.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL RETENCIONES-ARCHIVO
                 ASSIGN TO "RETENCIONESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS RET-CLAVE
                 STATUS ESTADO-RETENCIONES.

       DATA DIVISION.
       FILE SECTION.
           FD RETENCIONES-ARCHIVO.
           COPY RETENCION.
      * RETENCIONES-REGISTRO viene del copybook RETENCION.cpy, el
      * layout comun con la nomina mensual.

       WORKING-STORAGE SECTION.
       01  ESTADO-RETENCIONES PIC XX.
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  TIPO-BUSQUEDA     PIC X(4).
       01  TRAMO-BUSQUEDA    PIC 9(2).
       01  CONFIRMA-BORRADO  PIC A.
       01  FIN-LISTADO       PIC A.
       01  CLAVE-GUARDADA    PIC A.
       01  TIPO-VALIDO       PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).
       01  IMPORTE-EDITADO   PIC ZZZZZZ9.99.
       01  PORCENTAJE-EDITADO PIC Z9.99.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       PERFORM 2-ABRE-ARCHIVO.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVO.
       STOP RUN.

       2-ABRE-ARCHIVO.
       OPEN I-O RETENCIONES-ARCHIVO.
       IF ESTADO-RETENCIONES = "35"
           OPEN OUTPUT RETENCIONES-ARCHIVO
           CLOSE RETENCIONES-ARCHIVO
           OPEN I-O RETENCIONES-ARCHIVO.

       3-CIERRA-ARCHIVO.
       CLOSE RETENCIONES-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de tramo".
       DISPLAY "2. Consulta por tipo y tramo".
       DISPLAY "3. Modificar tramo".
       DISPLAY "4. Baja de tramo".
       DISPLAY "5. Listado completo".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-TRAMO.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-TRAMO.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-TRAMO.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-TRAMO.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-TRAMOS.

       4-AGREGA-TRAMO.
       PERFORM 5-PIDE-CLAVE.
       IF TIPO-VALIDO = "S"
           MOVE TIPO-BUSQUEDA TO RET-TIPO
           MOVE TRAMO-BUSQUEDA TO RET-TRAMO
           PERFORM 6-CAPTURA-DATOS
           PERFORM 41-GUARDA-TRAMO.

      * solo hay dos tipos de deduccion: la nomina ignoraria
      * cualquier otro rotulo y el tramo no serviria para nada.
       5-PIDE-CLAVE.
       DISPLAY "Tipo (IRPF o SSOC): ".
       ACCEPT TIPO-BUSQUEDA.
       IF TIPO-BUSQUEDA = "irpf" MOVE "IRPF" TO TIPO-BUSQUEDA.
       IF TIPO-BUSQUEDA = "ssoc" MOVE "SSOC" TO TIPO-BUSQUEDA.
       IF TIPO-BUSQUEDA = "IRPF" OR TIPO-BUSQUEDA = "SSOC"
           MOVE "S" TO TIPO-VALIDO
           DISPLAY "Numero de tramo (1-99): "
           ACCEPT TRAMO-BUSQUEDA
       ELSE
           DISPLAY "Tipo no valido: solo IRPF o SSOC."
           MOVE "N" TO TIPO-VALIDO.

       6-CAPTURA-DATOS.
       DISPLAY "Descripcion: ".
       ACCEPT RET-DESCRIPCION.
       IF RET-TIPO = "IRPF"
           DISPLAY "Bruto anual hasta el que se aplica el tramo: "
       ELSE
           DISPLAY "Base maxima mensual de cotizacion (0 = sin tope): ".
       ACCEPT RET-HASTA.
       DISPLAY "Porcentaje (con punto, p. ej. 4.70): ".
       ACCEPT RET-PORCENTAJE.

       41-GUARDA-TRAMO.
       MOVE "N" TO CLAVE-GUARDADA.
       WRITE RETENCIONES-REGISTRO
           INVALID KEY
               DISPLAY "El tramo " RET-TIPO " " RET-TRAMO " ya existe."
           NOT INVALID KEY
               DISPLAY "Tramo guardado."
               MOVE "S" TO CLAVE-GUARDADA
       END-WRITE.
       IF CLAVE-GUARDADA = "N" AND ESTADO-RETENCIONES NOT = "22"
           DISPLAY "Error de E/S al guardar, estado "
               ESTADO-RETENCIONES.

       10-CONSULTA-TRAMO.
       PERFORM 5-PIDE-CLAVE.
       IF TIPO-VALIDO = "S"
           MOVE TIPO-BUSQUEDA TO RET-TIPO
           MOVE TRAMO-BUSQUEDA TO RET-TRAMO
           READ RETENCIONES-ARCHIVO
               INVALID KEY DISPLAY "No existe ese tramo."
               NOT INVALID KEY PERFORM 101-MUESTRA-TRAMO
           END-READ
       END-IF.

       101-MUESTRA-TRAMO.
       MOVE RET-HASTA TO IMPORTE-EDITADO.
       MOVE RET-PORCENTAJE TO PORCENTAJE-EDITADO.
       DISPLAY RET-TIPO " " RET-TRAMO "  " RET-DESCRIPCION
           "  HASTA " IMPORTE-EDITADO "  " PORCENTAJE-EDITADO " %".

       11-MODIFICA-TRAMO.
       PERFORM 5-PIDE-CLAVE.
       IF TIPO-VALIDO = "S"
           MOVE TIPO-BUSQUEDA TO RET-TIPO
           MOVE TRAMO-BUSQUEDA TO RET-TRAMO
           READ RETENCIONES-ARCHIVO
               INVALID KEY DISPLAY "No existe ese tramo."
               NOT INVALID KEY PERFORM 111-CAPTURA-CAMBIOS
           END-READ
       END-IF.

       111-CAPTURA-CAMBIOS.
       PERFORM 101-MUESTRA-TRAMO.
       PERFORM 6-CAPTURA-DATOS.
       REWRITE RETENCIONES-REGISTRO.
       IF ESTADO-RETENCIONES > "09"
           DISPLAY "Error al modificar, estado " ESTADO-RETENCIONES
       ELSE
           DISPLAY "Tramo modificado.".

       12-BORRA-TRAMO.
       PERFORM 5-PIDE-CLAVE.
       IF TIPO-VALIDO = "S"
           MOVE TIPO-BUSQUEDA TO RET-TIPO
           MOVE TRAMO-BUSQUEDA TO RET-TRAMO
           READ RETENCIONES-ARCHIVO
               INVALID KEY DISPLAY "No existe ese tramo."
               NOT INVALID KEY PERFORM 121-CONFIRMA-Y-BORRA
           END-READ
       END-IF.

       121-CONFIRMA-Y-BORRA.
       PERFORM 101-MUESTRA-TRAMO.
       DISPLAY "OJO: la proxima nomina dejara de aplicar este tramo.".
       DISPLAY "¿Confirma que desea borrar este tramo? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE RETENCIONES-ARCHIVO RECORD
           IF ESTADO-RETENCIONES > "09"
               DISPLAY "Error al borrar, estado " ESTADO-RETENCIONES
           ELSE
               DISPLAY "Tramo borrado."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       13-LISTA-TRAMOS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO RET-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START RETENCIONES-ARCHIVO KEY IS NOT LESS THAN RET-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 131-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Tramos listados: " TOTAL-LISTADOS.

       131-LISTA-UNO.
       READ RETENCIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 101-MUESTRA-TRAMO
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       END PROGRAM MANTRET.
