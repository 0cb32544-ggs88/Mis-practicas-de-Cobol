      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE CERTIFICADOS Y CARNES DEL PERSONAL
      *          (CERTIFICADOSDAT) Y DE LOS CERTIFICADOS OBLIGATORIOS
      *          POR DEPARTAMENTO (REQUISITOSDAT). Los carnes de
      *          carretilla, primeros auxilios y seguridad caducan y se
      *          llevaban en una hoja de calculo siempre atrasada. Cada
      *          certificado va por ID de empleado y tipo, con fecha de
      *          expedicion, fecha de caducidad (a ceros si no caduca)
      *          y emisor; una renovacion se graba con la opcion de
      *          modificar. El ID tiene que estar en EMPLEADOSDAT y el
      *          departamento de un requisito en DEPARTAMENTOSDAT; si
      *          alguno de los dos maestros no esta disponible se avisa
      *          y no se valida, como en el menu de empleados. El
      *          informe mensual de caducidades es
      *          84_BBDD_caducidad_certificados.cbl. Mismo esquema de
      *          menu que el mantenimiento de categorias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CERTIFICADOS-ARCHIVO
                 ASSIGN TO "CERTIFICADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CER-CLAVE
                 STATUS ESTADO-CERTIFICADOS.

                 SELECT OPTIONAL REQUISITOS-ARCHIVO
                 ASSIGN TO "REQUISITOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS REQ-CLAVE
                 STATUS ESTADO-REQUISITOS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS DEPARTAMENTOS-CODIGO
                 STATUS ESTADO-DEPARTAMENTOS.

      * los dos maestros solo se leen, para validar el ID del
      * certificado y el departamento del requisito.

       DATA DIVISION.
       FILE SECTION.
           FD CERTIFICADOS-ARCHIVO.
           COPY CERTIFICADO.
      * CERTIFICADOS-REGISTRO viene del copybook CERTIFICADO.cpy, el
      * layout comun con el informe de caducidades y las bajas.

           FD REQUISITOS-ARCHIVO.
           COPY REQUISITO.
      * REQUISITOS-REGISTRO viene del copybook REQUISITO.cpy, el
      * layout comun con el informe de caducidades.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD DEPARTAMENTOS-ARCHIVO.
           COPY DEPARTAMENTO.
      * DEPARTAMENTOS-REGISTRO viene del copybook DEPARTAMENTO.cpy,
      * el layout comun con el mantenimiento de departamentos.

       WORKING-STORAGE SECTION.
       01  ESTADO-CERTIFICADOS   PIC XX.
       01  ESTADO-REQUISITOS     PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-DEPARTAMENTOS  PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-APERTURA-DEPARTAMENTOS PIC XX.
       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  OPCION-MENU           PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA           PIC 9(6).
       01  TIPO-BUSQUEDA         PIC X(8).
       01  DEPARTAMENTO-BUSQUEDA PIC 9(3).
       01  CONFIRMA-BORRADO      PIC A.
       01  FIN-LISTADO           PIC A.
       01  DATOS-VALIDOS         PIC A.
       01  REGISTRO-GUARDADO     PIC A.
       01  TOTAL-LISTADOS        PIC 9(5).
       01  AVISO-CADUCADO        PIC X(9).

      * validacion de fechas AAAAMMDD tecleadas.
       01  FECHA-VALIDAR         PIC 9(8).
       01  FECHA-VALIDAR-PARTES REDEFINES FECHA-VALIDAR.
           02 FV-ANO             PIC 9(4).
           02 FV-MES             PIC 9(2).
           02 FV-DIA             PIC 9(2).
       01  FECHA-CORRECTA        PIC A.

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
       OPEN I-O CERTIFICADOS-ARCHIVO.
       IF ESTADO-CERTIFICADOS = "35"
           OPEN OUTPUT CERTIFICADOS-ARCHIVO
           CLOSE CERTIFICADOS-ARCHIVO
           OPEN I-O CERTIFICADOS-ARCHIVO.
       OPEN I-O REQUISITOS-ARCHIVO.
       IF ESTADO-REQUISITOS = "35"
           OPEN OUTPUT REQUISITOS-ARCHIVO
           CLOSE REQUISITOS-ARCHIVO
           OPEN I-O REQUISITOS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Aviso: maestro de empleados no disponible "
               "(estado " ESTADO-FILE "); no se validara el ID.".
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       MOVE ESTADO-DEPARTAMENTOS TO ESTADO-APERTURA-DEPARTAMENTOS.
       IF ESTADO-APERTURA-DEPARTAMENTOS NOT = "00"
           DISPLAY "Aviso: maestro de departamentos no disponible "
               "(estado " ESTADO-DEPARTAMENTOS "); no se validara "
               "el departamento.".

       3-CIERRA-ARCHIVOS.
       CLOSE CERTIFICADOS-ARCHIVO.
       CLOSE REQUISITOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de certificado".
       DISPLAY "2. Certificados de un empleado".
       DISPLAY "3. Modificar o renovar certificado".
       DISPLAY "4. Baja de certificado".
       DISPLAY "5. Listado completo de certificados".
       DISPLAY "6. Alta de certificado obligatorio por departamento".
       DISPLAY "7. Baja de certificado obligatorio".
       DISPLAY "8. Listado de certificados obligatorios".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-CERTIFICADO.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-EMPLEADO.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-CERTIFICADO.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-CERTIFICADO.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-CERTIFICADOS.
       IF OPCION-MENU = 6 PERFORM 14-AGREGA-REQUISITO.
       IF OPCION-MENU = 7 PERFORM 15-BORRA-REQUISITO.
       IF OPCION-MENU = 8 PERFORM 16-LISTA-REQUISITOS.

       43-PIDE-CLAVE.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       DISPLAY "Tipo de certificado (hasta 8 letras, p.ej. CARRETIL): ".
       ACCEPT TIPO-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CER-ID.
       MOVE TIPO-BUSQUEDA TO CER-TIPO.

      * el ID solo se valida contra el maestro si se pudo abrir.
       4-AGREGA-CERTIFICADO.
       PERFORM 43-PIDE-CLAVE.
       MOVE "S" TO DATOS-VALIDOS.
       IF CER-TIPO = SPACES
           DISPLAY "El tipo no puede ir en blanco."
           MOVE "N" TO DATOS-VALIDOS.
       IF DATOS-VALIDOS = "S" AND ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE ID-BUSQUEDA TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El ID " ID-BUSQUEDA
                       " no esta en el maestro de empleados."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ
       END-IF.
       IF DATOS-VALIDOS = "S"
           PERFORM 42-PIDE-DATOS.
       IF DATOS-VALIDOS = "S"
           PERFORM 41-GUARDA-CERTIFICADO
       ELSE
           DISPLAY "Certificado no guardado.".

       41-GUARDA-CERTIFICADO.
       MOVE "N" TO REGISTRO-GUARDADO.
       WRITE CERTIFICADOS-REGISTRO
           INVALID KEY
               DISPLAY "El empleado ya tiene un " CER-TIPO
                   ": use la opcion 3 para renovarlo."
           NOT INVALID KEY
               DISPLAY "Certificado guardado."
               MOVE "S" TO REGISTRO-GUARDADO
       END-WRITE.
       IF REGISTRO-GUARDADO = "N" AND ESTADO-CERTIFICADOS NOT = "22"
           DISPLAY "Error de E/S al guardar, estado "
               ESTADO-CERTIFICADOS.

      * la caducidad puede ir a ceros (no caduca), pero si va tiene
      * que ser posterior a la expedicion.
       42-PIDE-DATOS.
       MOVE "S" TO DATOS-VALIDOS.
       DISPLAY "Fecha de expedicion (AAAAMMDD): ".
       ACCEPT CER-EXPEDICION.
       DISPLAY "Fecha de caducidad (AAAAMMDD, 0 si no caduca): ".
       ACCEPT CER-CADUCIDAD.
       DISPLAY "Emisor: ".
       ACCEPT CER-EMISOR.
       MOVE CER-EXPEDICION TO FECHA-VALIDAR.
       PERFORM 44-VALIDA-FECHA.
       IF FECHA-CORRECTA = "N" OR CER-EXPEDICION > FECHA-HOY
           DISPLAY "Fecha de expedicion no valida: " CER-EXPEDICION
           MOVE "N" TO DATOS-VALIDOS
       ELSE
           IF CER-CADUCIDAD NOT = ZERO
               MOVE CER-CADUCIDAD TO FECHA-VALIDAR
               PERFORM 44-VALIDA-FECHA
               IF FECHA-CORRECTA = "N"
                   OR CER-CADUCIDAD NOT > CER-EXPEDICION
                   DISPLAY "Fecha de caducidad no valida: "
                       CER-CADUCIDAD
                   MOVE "N" TO DATOS-VALIDOS
               END-IF
           END-IF
       END-IF.
       IF DATOS-VALIDOS = "S" AND CER-EMISOR = SPACES
           DISPLAY "El emisor no puede ir en blanco."
           MOVE "N" TO DATOS-VALIDOS.
       IF DATOS-VALIDOS = "S"
           MOVE FECHA-HOY TO CER-FECHA-ALTA
           MOVE OPERADOR-ID TO CER-OPERADOR.

       44-VALIDA-FECHA.
       MOVE "S" TO FECHA-CORRECTA.
       IF FV-ANO < 1900 OR FV-MES < 1 OR FV-MES > 12
           OR FV-DIA < 1 OR FV-DIA > 31
           MOVE "N" TO FECHA-CORRECTA.

       10-CONSULTA-EMPLEADO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ID-BUSQUEDA TO CER-ID.
       MOVE LOW-VALUES TO CER-TIPO.
       MOVE "N" TO FIN-LISTADO.
       START CERTIFICADOS-ARCHIVO KEY IS NOT LESS THAN CER-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 101-LISTA-DEL-EMPLEADO UNTIL FIN-LISTADO = "S".
       IF TOTAL-LISTADOS = ZERO
           DISPLAY "El empleado " ID-BUSQUEDA
               " no tiene certificados.".

       101-LISTA-DEL-EMPLEADO.
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF CER-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-LISTADO
           ELSE
               PERFORM 102-MUESTRA-CERTIFICADO
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

       102-MUESTRA-CERTIFICADO.
       MOVE SPACES TO AVISO-CADUCADO.
       IF CER-CADUCIDAD NOT = ZERO AND CER-CADUCIDAD < FECHA-HOY
           MOVE "CADUCADO" TO AVISO-CADUCADO.
       DISPLAY CER-ID " " CER-TIPO "  Expedido " CER-EXPEDICION
           "  Caduca " CER-CADUCIDAD " " AVISO-CADUCADO.
       DISPLAY "    Emisor: " CER-EMISOR.

       11-MODIFICA-CERTIFICADO.
       PERFORM 43-PIDE-CLAVE.
       READ CERTIFICADOS-ARCHIVO
           INVALID KEY DISPLAY "No existe ese certificado."
           NOT INVALID KEY PERFORM 111-CAPTURA-CAMBIOS.

       111-CAPTURA-CAMBIOS.
       PERFORM 102-MUESTRA-CERTIFICADO.
       PERFORM 42-PIDE-DATOS.
       IF DATOS-VALIDOS = "N"
           DISPLAY "Certificado no modificado."
       ELSE
           REWRITE CERTIFICADOS-REGISTRO
           IF ESTADO-CERTIFICADOS > "09"
               DISPLAY "Error al modificar, estado "
                   ESTADO-CERTIFICADOS
           ELSE
               DISPLAY "Certificado modificado."
           END-IF
       END-IF.

       12-BORRA-CERTIFICADO.
       PERFORM 43-PIDE-CLAVE.
       READ CERTIFICADOS-ARCHIVO
           INVALID KEY DISPLAY "No existe ese certificado."
           NOT INVALID KEY PERFORM 121-CONFIRMA-Y-BORRA.

       121-CONFIRMA-Y-BORRA.
       PERFORM 102-MUESTRA-CERTIFICADO.
       DISPLAY "¿Confirma que desea borrar este certificado? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE CERTIFICADOS-ARCHIVO RECORD
           IF ESTADO-CERTIFICADOS > "09"
               DISPLAY "Error al borrar, estado " ESTADO-CERTIFICADOS
           ELSE
               DISPLAY "Certificado borrado."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       13-LISTA-CERTIFICADOS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO CER-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START CERTIFICADOS-ARCHIVO KEY IS NOT LESS THAN CER-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 131-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Certificados listados: " TOTAL-LISTADOS.

       131-LISTA-UNO.
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 102-MUESTRA-CERTIFICADO
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

      * el departamento solo se valida contra el maestro si se pudo
      * abrir.
       14-AGREGA-REQUISITO.
       PERFORM 143-PIDE-CLAVE-REQUISITO.
       MOVE "S" TO DATOS-VALIDOS.
       IF REQ-TIPO = SPACES
           DISPLAY "El tipo no puede ir en blanco."
           MOVE "N" TO DATOS-VALIDOS.
       IF DATOS-VALIDOS = "S"
           AND ESTADO-APERTURA-DEPARTAMENTOS = "00"
           MOVE DEPARTAMENTO-BUSQUEDA TO DEPARTAMENTOS-CODIGO
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El departamento " DEPARTAMENTO-BUSQUEDA
                       " no existe."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ
       END-IF.
       IF DATOS-VALIDOS = "S"
           DISPLAY "Descripcion: "
           ACCEPT REQ-DESCRIPCION
           MOVE FECHA-HOY TO REQ-FECHA-ALTA
           MOVE OPERADOR-ID TO REQ-OPERADOR
           WRITE REQUISITOS-REGISTRO
               INVALID KEY
                   DISPLAY "Ese requisito ya existe, estado "
                       ESTADO-REQUISITOS
               NOT INVALID KEY
                   DISPLAY "Requisito guardado."
           END-WRITE
       ELSE
           DISPLAY "Requisito no guardado."
       END-IF.

       143-PIDE-CLAVE-REQUISITO.
       DISPLAY "Departamento: ".
       ACCEPT DEPARTAMENTO-BUSQUEDA.
       DISPLAY "Tipo de certificado obligatorio: ".
       ACCEPT TIPO-BUSQUEDA.
       MOVE DEPARTAMENTO-BUSQUEDA TO REQ-DEPARTAMENTO.
       MOVE TIPO-BUSQUEDA TO REQ-TIPO.

       15-BORRA-REQUISITO.
       PERFORM 143-PIDE-CLAVE-REQUISITO.
       READ REQUISITOS-ARCHIVO
           INVALID KEY DISPLAY "No existe ese requisito."
           NOT INVALID KEY PERFORM 151-CONFIRMA-Y-BORRA.

       151-CONFIRMA-Y-BORRA.
       PERFORM 162-MUESTRA-REQUISITO.
       DISPLAY "¿Confirma que desea borrar este requisito? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE REQUISITOS-ARCHIVO RECORD
           IF ESTADO-REQUISITOS > "09"
               DISPLAY "Error al borrar, estado " ESTADO-REQUISITOS
           ELSE
               DISPLAY "Requisito borrado."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       16-LISTA-REQUISITOS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO REQ-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START REQUISITOS-ARCHIVO KEY IS NOT LESS THAN REQ-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 161-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Requisitos listados: " TOTAL-LISTADOS.

       161-LISTA-UNO.
       READ REQUISITOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 162-MUESTRA-REQUISITO
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

       162-MUESTRA-REQUISITO.
       DISPLAY "Departamento " REQ-DEPARTAMENTO "  " REQ-TIPO "  "
           REQ-DESCRIPCION.

       END PROGRAM MANTCER.
