      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE LAS CUENTAS BANCARIAS DE ABONO
      *          (CUENTASDAT, una por EMPLEADOS-ID), de las que la
      *          nomina mensual de 42_BBDD_nomina_mensual.cbl saca el
      *          IBAN de cada transferencia de la remesa al banco. El
      *          IBAN se comprueba al teclearlo (pais, longitud y
      *          digitos de control por modulo 97) y no se graba si no
      *          cuadra. El ID tiene que existir en el maestro de
      *          empleados, como en el mantenimiento de salarios. La
      *          opcion 6 mantiene la cuenta ordenante de la empresa
      *          (ID cero). Mismo esquema de menu que el mantenimiento
      *          de departamentos: alta, consulta, modificacion, baja y
      *          listado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCTA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CUENTAS-ARCHIVO
                 ASSIGN TO "CUENTASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CTA-ID
                 STATUS ESTADO-CUENTAS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 ALTERNATE KEY IS EMPLEADOS-TELEFONO WITH DUPLICATES
                 ALTERNATE KEY IS EMPLEADOS-APELLIDO-PATERNO
                     WITH DUPLICATES
                 STATUS ESTADO-FILE.

      * EMPLEADOS-ARCHIVO solo se lee, para comprobar que el ID de la
      * cuenta corresponde a un empleado vivo del maestro.

       DATA DIVISION.
       FILE SECTION.
           FD CUENTAS-ARCHIVO.
           COPY CUENTA.
      * CUENTAS-REGISTRO viene del copybook CUENTA.cpy, el layout
      * comun con la nomina mensual.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

       WORKING-STORAGE SECTION.
       01  ESTADO-CUENTAS    PIC XX.
       01  ESTADO-FILE       PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  OPERADOR-ID       PIC X(10) VALUE SPACES.
       01  FECHA-HOY         PIC 9(8).
       01  OPCION-MENU       PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA       PIC 9(6).
       01  CONFIRMA-BORRADO  PIC A.
       01  FIN-LISTADO       PIC A.
       01  ID-GUARDADO       PIC A.
       01  EMPLEADO-VALIDO   PIC A.
       01  TOTAL-LISTADOS    PIC 9(3).

      * comprobacion del IBAN: se quitan los espacios, se pasa a
      * mayusculas, se llevan los cuatro primeros caracteres al final,
      * cada letra vale su posicion mas nueve (A = 10 ... Z = 35) y el
      * numero resultante, tomado por trozos, tiene que dar resto 1
      * entre 97.
       01  IBAN-TECLEADO     PIC X(40).
       01  IBAN-COMPACTO     PIC X(34).
       01  LONGITUD-IBAN     PIC 9(2).
       01  IDX-IBAN          PIC 9(2).
       01  CARACTER-IBAN     PIC X.
       01  DIGITO-IBAN REDEFINES CARACTER-IBAN PIC 9.
       01  ALFABETO          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  IDX-LETRA         PIC 9(2).
       01  VALOR-LETRA       PIC 9(2).
       01  RESTO-IBAN        PIC 9(2).
       01  ACUMULADO-IBAN    PIC 9(5).
       01  COCIENTE-IBAN     PIC 9(5).
       01  IBAN-VALIDO       PIC A.
       01  MOTIVO-IBAN       PIC X(40).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 9000-MENU-PRINCIPAL UNTIL OPCION-MENU = 9.
       PERFORM 3-CIERRA-ARCHIVOS.
       STOP RUN.

       2-ABRE-ARCHIVOS.
       OPEN I-O CUENTAS-ARCHIVO.
       IF ESTADO-CUENTAS = "35"
           OPEN OUTPUT CUENTAS-ARCHIVO
           CLOSE CUENTAS-ARCHIVO
           OPEN I-O CUENTAS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Aviso: maestro de empleados no disponible "
               "(estado " ESTADO-FILE "); no se validara el ID.".

       3-CIERRA-ARCHIVOS.
       CLOSE CUENTAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de cuenta".
       DISPLAY "2. Consulta por ID".
       DISPLAY "3. Modificar cuenta".
       DISPLAY "4. Baja de cuenta".
       DISPLAY "5. Listado completo".
       DISPLAY "6. Cuenta ordenante de la empresa".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-CUENTA.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-ID.
       IF OPCION-MENU = 3 PERFORM 11-MODIFICA-CUENTA.
       IF OPCION-MENU = 4 PERFORM 12-BORRA-CUENTA.
       IF OPCION-MENU = 5 PERFORM 13-LISTA-CUENTAS.
       IF OPCION-MENU = 6 PERFORM 14-CUENTA-ORDENANTE.

       4-AGREGA-CUENTA.
       DISPLAY "ID del empleado: ".
       ACCEPT CTA-ID.
       IF CTA-ID = ZERO
           DISPLAY "El ID cero es la cuenta de la empresa: opcion 6."
       ELSE
           PERFORM 5-VALIDA-EMPLEADO
           IF EMPLEADO-VALIDO = "S"
               PERFORM 6-CAPTURA-CUENTA
               PERFORM 41-GUARDA-CUENTA
           END-IF
       END-IF.

      * la cuenta de un ID que no esta en el maestro de empleados no
      * sirve para nada: la nomina no lo pagaria nunca. Si el maestro
      * no esta disponible se acepta sin validar, como hace el
      * mantenimiento de salarios.
       5-VALIDA-EMPLEADO.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           MOVE "S" TO EMPLEADO-VALIDO
           MOVE SPACES TO EMPLEADOS-NOMBRE
       ELSE
           MOVE CTA-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "Ese ID no existe en el maestro de "
                       "empleados."
                   MOVE "N" TO EMPLEADO-VALIDO
               NOT INVALID KEY
                   DISPLAY "Empleado: " EMPLEADOS-NOMBRE " "
                       EMPLEADOS-APELLIDO-PATERNO
                   MOVE "S" TO EMPLEADO-VALIDO
           END-READ
       END-IF.

      * el IBAN se pide hasta que cuadre o se deje en blanco, que
      * cancela la captura sin tocar lo que hubiera.
       6-CAPTURA-CUENTA.
       MOVE "N" TO IBAN-VALIDO.
       PERFORM 61-PIDE-IBAN UNTIL IBAN-VALIDO = "S".
       IF IBAN-COMPACTO NOT = SPACES
           MOVE IBAN-COMPACTO TO CTA-IBAN
           DISPLAY "BIC del banco (puede quedar en blanco): "
           ACCEPT CTA-BIC
           INSPECT CTA-BIC CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Titular (en blanco = el empleado): "
           ACCEPT CTA-TITULAR
           IF CTA-TITULAR = SPACES AND CTA-ID NOT = ZERO
               STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EMPLEADOS-APELLIDO-PATERNO DELIMITED BY "  "
                   INTO CTA-TITULAR
               END-STRING
           END-IF
           DISPLAY "NIF del titular: "
           ACCEPT CTA-NIF
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO CTA-FECHA-ALTA
           MOVE OPERADOR-ID TO CTA-OPERADOR
       END-IF.

       61-PIDE-IBAN.
       DISPLAY "IBAN (en blanco = cancelar): ".
       MOVE SPACES TO IBAN-TECLEADO.
       ACCEPT IBAN-TECLEADO.
       IF IBAN-TECLEADO = SPACES
           MOVE SPACES TO IBAN-COMPACTO
           MOVE "S" TO IBAN-VALIDO
       ELSE
           PERFORM 7-VALIDA-IBAN
           IF IBAN-VALIDO = "N"
               DISPLAY "IBAN no valido: " MOTIVO-IBAN
           END-IF
       END-IF.

       41-GUARDA-CUENTA.
       MOVE "N" TO ID-GUARDADO.
       IF IBAN-COMPACTO = SPACES
           DISPLAY "Alta cancelada."
       ELSE
           WRITE CUENTAS-REGISTRO
               INVALID KEY
                   DISPLAY "El ID " CTA-ID " ya tiene cuenta; usa la "
                       "opcion de modificar."
               NOT INVALID KEY
                   DISPLAY "Cuenta guardada."
                   MOVE "S" TO ID-GUARDADO
           END-WRITE
           IF ID-GUARDADO = "N" AND ESTADO-CUENTAS NOT = "22"
               DISPLAY "Error de E/S al guardar, estado "
                   ESTADO-CUENTAS
           END-IF
       END-IF.

      * pais de dos letras, dos digitos de control, el resto letras o
      * cifras; de 15 a 34 caracteres, y 24 justos si es espanol.
       7-VALIDA-IBAN.
       MOVE "S" TO IBAN-VALIDO.
       MOVE SPACES TO MOTIVO-IBAN.
       MOVE SPACES TO IBAN-COMPACTO.
       MOVE ZERO TO LONGITUD-IBAN.
       INSPECT IBAN-TECLEADO CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PERFORM 71-COMPACTA-CARACTER
           VARYING IDX-IBAN FROM 1 BY 1 UNTIL IDX-IBAN > 40.
       IF IBAN-VALIDO = "S"
           PERFORM 74-REVISA-FORMATO.
       IF IBAN-VALIDO = "S"
           MOVE ZERO TO RESTO-IBAN
           PERFORM 72-ACUMULA-CARACTER
               VARYING IDX-IBAN FROM 5 BY 1
               UNTIL IDX-IBAN > LONGITUD-IBAN
           PERFORM 72-ACUMULA-CARACTER
               VARYING IDX-IBAN FROM 1 BY 1 UNTIL IDX-IBAN > 4
           IF IBAN-VALIDO = "S" AND RESTO-IBAN NOT = 1
               MOVE "N" TO IBAN-VALIDO
               MOVE "los digitos de control no cuadran"
                   TO MOTIVO-IBAN
           END-IF
       END-IF.

       71-COMPACTA-CARACTER.
       IF IBAN-TECLEADO (IDX-IBAN:1) NOT = SPACE
           IF LONGITUD-IBAN < 34
               ADD 1 TO LONGITUD-IBAN
               MOVE IBAN-TECLEADO (IDX-IBAN:1)
                   TO IBAN-COMPACTO (LONGITUD-IBAN:1)
           ELSE
               MOVE "N" TO IBAN-VALIDO
               MOVE "pasa de 34 caracteres" TO MOTIVO-IBAN
           END-IF
       END-IF.

      * el resto se arrastra caracter a caracter: una cifra desplaza
      * una posicion, una letra (dos cifras) desplaza dos.
       72-ACUMULA-CARACTER.
       MOVE IBAN-COMPACTO (IDX-IBAN:1) TO CARACTER-IBAN.
       IF CARACTER-IBAN IS NUMERIC
           COMPUTE ACUMULADO-IBAN = RESTO-IBAN * 10 + DIGITO-IBAN
       ELSE
           MOVE ZERO TO VALOR-LETRA
           PERFORM 73-BUSCA-LETRA
               VARYING IDX-LETRA FROM 1 BY 1 UNTIL IDX-LETRA > 26
           IF VALOR-LETRA = ZERO
               MOVE "N" TO IBAN-VALIDO
               MOVE "lleva caracteres que no son letras ni cifras"
                   TO MOTIVO-IBAN
           END-IF
           COMPUTE ACUMULADO-IBAN = RESTO-IBAN * 100 + VALOR-LETRA
       END-IF.
       DIVIDE ACUMULADO-IBAN BY 97 GIVING COCIENTE-IBAN
           REMAINDER RESTO-IBAN.

       73-BUSCA-LETRA.
       IF ALFABETO (IDX-LETRA:1) = CARACTER-IBAN
           COMPUTE VALOR-LETRA = IDX-LETRA + 9.

       74-REVISA-FORMATO.
       IF LONGITUD-IBAN < 15
           MOVE "N" TO IBAN-VALIDO
           MOVE "demasiado corto" TO MOTIVO-IBAN
       ELSE
       IF IBAN-COMPACTO (1:2) = "ES" AND LONGITUD-IBAN NOT = 24
           MOVE "N" TO IBAN-VALIDO
           MOVE "un IBAN espanol lleva 24 caracteres" TO MOTIVO-IBAN
       ELSE
       IF IBAN-COMPACTO (1:1) NOT ALPHABETIC
           OR IBAN-COMPACTO (2:1) NOT ALPHABETIC
           OR IBAN-COMPACTO (3:2) NOT NUMERIC
           MOVE "N" TO IBAN-VALIDO
           MOVE "tiene que empezar por pais y dos cifras"
               TO MOTIVO-IBAN.

       10-CONSULTA-ID.
       DISPLAY "ID a consultar: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY DISPLAY "No hay cuenta para ese ID."
           NOT INVALID KEY PERFORM 101-MUESTRA-CUENTA.

       101-MUESTRA-CUENTA.
       DISPLAY "ID: " CTA-ID "  IBAN: " CTA-IBAN.
       DISPLAY "  BIC: " CTA-BIC "  Titular: " CTA-TITULAR.
       DISPLAY "  NIF: " CTA-NIF "  Ultimo cambio: " CTA-FECHA-ALTA
           " por " CTA-OPERADOR.

       11-MODIFICA-CUENTA.
       DISPLAY "ID a modificar: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY DISPLAY "No hay cuenta para ese ID."
           NOT INVALID KEY PERFORM 111-CAPTURA-CAMBIOS.

       111-CAPTURA-CAMBIOS.
       PERFORM 101-MUESTRA-CUENTA.
       IF CTA-ID NOT = ZERO
           PERFORM 5-VALIDA-EMPLEADO.
       PERFORM 6-CAPTURA-CUENTA.
       IF IBAN-COMPACTO = SPACES
           DISPLAY "Cambio cancelado."
       ELSE
           REWRITE CUENTAS-REGISTRO
           IF ESTADO-CUENTAS > "09"
               DISPLAY "Error al modificar, estado " ESTADO-CUENTAS
           ELSE
               DISPLAY "Cuenta modificada."
           END-IF
       END-IF.

       12-BORRA-CUENTA.
       DISPLAY "ID a dar de baja: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY DISPLAY "No hay cuenta para ese ID."
           NOT INVALID KEY PERFORM 121-CONFIRMA-Y-BORRA.

       121-CONFIRMA-Y-BORRA.
       PERFORM 101-MUESTRA-CUENTA.
       IF CTA-ID = ZERO
           DISPLAY "OJO: sin cuenta ordenante no sale la remesa."
       ELSE
           DISPLAY "OJO: la nomina retendra el pago de este empleado."
       END-IF.
       DISPLAY "¿Confirma que desea borrar esta cuenta? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE CUENTAS-ARCHIVO RECORD
           IF ESTADO-CUENTAS > "09"
               DISPLAY "Error al borrar, estado " ESTADO-CUENTAS
           ELSE
               DISPLAY "Cuenta borrada."
           END-IF
       ELSE
           DISPLAY "Borrado cancelado."
       END-IF.

       13-LISTA-CUENTAS.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ZEROS TO CTA-ID.
       MOVE "N" TO FIN-LISTADO.
       START CUENTAS-ARCHIVO KEY IS NOT LESS THAN CTA-ID
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 131-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Cuentas listadas: " TOTAL-LISTADOS.

       131-LISTA-UNO.
       READ CUENTAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           PERFORM 101-MUESTRA-CUENTA
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

      * la cuenta ordenante va en el ID cero: se da de alta la primera
      * vez y se modifica las siguientes.
       14-CUENTA-ORDENANTE.
       MOVE ZERO TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY
               DISPLAY "Todavia no hay cuenta ordenante: alta."
               MOVE SPACES TO CTA-TITULAR
               MOVE ZERO TO CTA-ID
               PERFORM 6-CAPTURA-CUENTA
               PERFORM 41-GUARDA-CUENTA
           NOT INVALID KEY
               PERFORM 111-CAPTURA-CAMBIOS
       END-READ.

       END PROGRAM MANTCTA.
