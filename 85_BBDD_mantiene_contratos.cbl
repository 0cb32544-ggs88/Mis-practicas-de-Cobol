      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DE CONTRATOS DEL PERSONAL (CONTRATOSDAT).
      *          EMPLEADO.cpy no tiene fecha de ingreso ni tipo de
      *          contrato: la antiguedad se deducia del ALTA en la
      *          auditoria y los temporales vencian sin que RRHH se
      *          enterase. Cada contrato lleva tipo, inicio, fin (a
      *          ceros si es indefinido) y porcentaje de jornada; una
      *          renovacion graba un contrato nuevo que empieza el dia
      *          siguiente al fin del anterior y deja este como
      *          RENOVADO, asi que la consulta de un empleado es su
      *          historial completo y su antiguedad. Marcar un contrato
      *          como NO RENUEVA encola en PENDIENTESTXT una BAJA con
      *          fecha de efecto el dia de fin, que
      *          56_BBDD_aplica_pendientes.cbl aplica esa noche igual
      *          que las cargadas con 55_BBDD_pendientes.cbl. El ID
      *          tiene que estar en EMPLEADOSDAT; si el maestro no esta
      *          disponible se avisa y no se valida, como en el menu de
      *          empleados. El informe semanal de vencimientos y
      *          aniversarios es 86_BBDD_vencimiento_contratos.cbl.
      *          Mismo esquema de menu que el mantenimiento de
      *          categorias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCON.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CONTRATOS-ARCHIVO
                 ASSIGN TO "CONTRATOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CTR-CLAVE
                 STATUS ESTADO-CONTRATOS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * el maestro solo se lee, para validar el ID del contrato.

                 SELECT OPTIONAL PENDIENTES-ARCHIVO
                 ASSIGN TO "PENDIENTESTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-PENDIENTES.

      * PENDIENTES-ARCHIVO: la cola de cambios con fecha de efecto de
      * 55_BBDD_pendientes.cbl; aqui solo se le anaden BAJAS al final.

       DATA DIVISION.
       FILE SECTION.
           FD CONTRATOS-ARCHIVO.
           COPY CONTRATO.
      * CONTRATOS-REGISTRO viene del copybook CONTRATO.cpy, el layout
      * comun con el informe de vencimientos.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD PENDIENTES-ARCHIVO.
             01 PENDIENTE-REGISTRO.
               02 PEN-FECHA-EFECTO PIC 9(8).
               02 PEN-OPERACION    PIC X(8).
               02 PEN-DATOS.
                 03 PEN-ID         PIC 9(6).
                 03 FILLER         PIC X(162).

      * mismo registro que en 55_BBDD_pendientes.cbl; una BAJA solo
      * necesita el ID en cabeza de los datos.

       WORKING-STORAGE SECTION.
       01  ESTADO-CONTRATOS      PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-PENDIENTES     PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  OPCION-MENU           PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA           PIC 9(6).
       01  CONFIRMA-BORRADO      PIC A.
       01  FIN-LISTADO           PIC A.
       01  DATOS-VALIDOS         PIC A.
       01  REGISTRO-GUARDADO     PIC A.
       01  TOTAL-LISTADOS        PIC 9(5).

      * ultimo contrato de un empleado, que es el que esta en vigor,
      * y primer inicio, que da la antiguedad.
       01  HAY-CONTRATO          PIC A.
       01  CLAVE-ULTIMO          PIC X(14).
       01  FECHA-ANTIGUEDAD      PIC 9(8).
       01  CONTRATO-ANTERIOR     PIC X(73).
       01  ANTERIOR-PARTES REDEFINES CONTRATO-ANTERIOR.
           02 ANT-ID             PIC 9(6).
           02 ANT-INICIO         PIC 9(8).
           02 ANT-TIPO           PIC X(10).
           02 ANT-FIN            PIC 9(8).
           02 ANT-JORNADA        PIC 9(3).
           02 ANT-ESTADO         PIC X(10).
           02 ANT-RENOVACION     PIC 9(2).
           02 FILLER             PIC X(26).

      * captura de tipo, fin y jornada; en la renovacion lo que se
      * deja en blanco o a cero se queda como estaba.
       01  TIPO-TECLEADO         PIC X(10).
       01  FIN-TECLEADO          PIC 9(8).
       01  JORNADA-TECLEADA      PIC 9(3).

      * validacion de fechas AAAAMMDD tecleadas.
       01  FECHA-VALIDAR         PIC 9(8).
       01  FECHA-VALIDAR-PARTES REDEFINES FECHA-VALIDAR.
           02 FV-ANO             PIC 9(4).
           02 FV-MES             PIC 9(2).
           02 FV-DIA             PIC 9(2).
       01  FECHA-CORRECTA        PIC A.

      * dia siguiente al fin del contrato que se renueva.
       01  FECHA-TRABAJO         PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO             PIC 9(4).
           02 FT-MES             PIC 9(2).
           02 FT-DIA             PIC 9(2).
       01  DIAS-DEL-MES          PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).

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
       OPEN I-O CONTRATOS-ARCHIVO.
       IF ESTADO-CONTRATOS = "35"
           OPEN OUTPUT CONTRATOS-ARCHIVO
           CLOSE CONTRATOS-ARCHIVO
           OPEN I-O CONTRATOS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "Aviso: maestro de empleados no disponible "
               "(estado " ESTADO-FILE "); no se validara el ID.".

       3-CIERRA-ARCHIVOS.
       CLOSE CONTRATOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta de contrato".
       DISPLAY "2. Contratos de un empleado (historial y antiguedad)".
       DISPLAY "3. Renovar el contrato en vigor".
       DISPLAY "4. Modificar el contrato en vigor".
       DISPLAY "5. Marcar el contrato en vigor como NO RENUEVA".
       DISPLAY "6. Anular el ultimo contrato de un empleado".
       DISPLAY "7. Listado de contratos en vigor".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-AGREGA-CONTRATO.
       IF OPCION-MENU = 2 PERFORM 10-CONSULTA-EMPLEADO.
       IF OPCION-MENU = 3 PERFORM 11-RENUEVA-CONTRATO.
       IF OPCION-MENU = 4 PERFORM 12-MODIFICA-CONTRATO.
       IF OPCION-MENU = 5 PERFORM 13-NO-RENUEVA.
       IF OPCION-MENU = 6 PERFORM 14-ANULA-ULTIMO.
       IF OPCION-MENU = 7 PERFORM 15-LISTA-EN-VIGOR.

      * los contratos de un empleado estan juntos en la clave y en
      * orden de inicio: el primero da la antiguedad y el ultimo es
      * el que esta en vigor.
       45-BUSCA-ULTIMO.
       MOVE "N" TO HAY-CONTRATO.
       MOVE ZERO TO FECHA-ANTIGUEDAD.
       MOVE ID-BUSQUEDA TO CTR-ID.
       MOVE ZERO TO CTR-INICIO.
       MOVE "N" TO FIN-LISTADO.
       START CONTRATOS-ARCHIVO KEY IS NOT LESS THAN CTR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 451-LEE-DEL-EMPLEADO UNTIL FIN-LISTADO = "S".
       IF HAY-CONTRATO = "S"
           MOVE CLAVE-ULTIMO TO CTR-CLAVE
           READ CONTRATOS-ARCHIVO
               INVALID KEY MOVE "N" TO HAY-CONTRATO
           END-READ
       END-IF.

       451-LEE-DEL-EMPLEADO.
       READ CONTRATOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF CTR-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-LISTADO
           ELSE
               IF HAY-CONTRATO = "N"
                   MOVE CTR-INICIO TO FECHA-ANTIGUEDAD
               END-IF
               MOVE "S" TO HAY-CONTRATO
               MOVE CTR-CLAVE TO CLAVE-ULTIMO
           END-IF
       END-IF.

      * el ID solo se valida contra el maestro si se pudo abrir.
       46-VALIDA-EMPLEADO.
       MOVE "S" TO DATOS-VALIDOS.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE ID-BUSQUEDA TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY "El ID " ID-BUSQUEDA
                       " no esta en el maestro de empleados."
                   MOVE "N" TO DATOS-VALIDOS
           END-READ
       END-IF.

      * un empleado con un contrato VIGENTE no puede tener otro: se
      * renueva o se modifica. Tras un NO RENUEVA si, siempre que el
      * nuevo empiece despues del fin del anterior (una readmision).
       4-AGREGA-CONTRATO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       PERFORM 46-VALIDA-EMPLEADO.
       IF DATOS-VALIDOS = "S"
           PERFORM 45-BUSCA-ULTIMO
           IF HAY-CONTRATO = "S" AND CTR-ESTADO = "VIGENTE"
               DISPLAY "El empleado ya tiene un contrato en vigor: "
                   "use renovar o modificar."
               MOVE "N" TO DATOS-VALIDOS
           END-IF
       END-IF.
       IF DATOS-VALIDOS = "S"
           MOVE CTR-FIN TO ANT-FIN
           IF HAY-CONTRATO = "N"
               MOVE ZERO TO ANT-FIN
           END-IF
           MOVE SPACES TO CONTRATOS-REGISTRO
           MOVE ID-BUSQUEDA TO CTR-ID
           DISPLAY "Fecha de inicio (AAAAMMDD): "
           ACCEPT CTR-INICIO
           MOVE CTR-INICIO TO FECHA-VALIDAR
           PERFORM 44-VALIDA-FECHA
           IF FECHA-CORRECTA = "N" OR CTR-INICIO NOT > ANT-FIN
               DISPLAY "Fecha de inicio no valida: " CTR-INICIO
               MOVE "N" TO DATOS-VALIDOS
           END-IF
       END-IF.
       IF DATOS-VALIDOS = "S"
           MOVE SPACES TO CTR-TIPO
           MOVE ZERO TO CTR-FIN
           MOVE ZERO TO CTR-JORNADA
           PERFORM 42-PIDE-DATOS.
       IF DATOS-VALIDOS = "S"
           MOVE "VIGENTE" TO CTR-ESTADO
           MOVE ZERO TO CTR-RENOVACION
           MOVE ZERO TO CTR-FECHA-BAJA-COLA
           PERFORM 41-GUARDA-CONTRATO
       ELSE
           DISPLAY "Contrato no guardado.".

       41-GUARDA-CONTRATO.
       MOVE FECHA-HOY TO CTR-FECHA-ALTA.
       MOVE OPERADOR-ID TO CTR-OPERADOR.
       MOVE "N" TO REGISTRO-GUARDADO.
       WRITE CONTRATOS-REGISTRO
           INVALID KEY
               DISPLAY "Ya hay un contrato de ese empleado con esa "
                   "fecha de inicio."
           NOT INVALID KEY
               DISPLAY "Contrato guardado."
               MOVE "S" TO REGISTRO-GUARDADO
       END-WRITE.
       IF REGISTRO-GUARDADO = "N" AND ESTADO-CONTRATOS NOT = "22"
           DISPLAY "Error de E/S al guardar, estado "
               ESTADO-CONTRATOS.

      * tipo, fin y jornada; lo que se deja en blanco o a cero se
      * queda con lo que ya tenia el registro. Un INDEFINIDO no
      * lleva fin y los demas tipos si, posterior al inicio.
       42-PIDE-DATOS.
       MOVE "S" TO DATOS-VALIDOS.
       DISPLAY "Tipo (INDEFINIDO, TEMPORAL, PRACTICAS, INTERINO, "
           "OBRA) [" CTR-TIPO "]: ".
       MOVE SPACES TO TIPO-TECLEADO.
       ACCEPT TIPO-TECLEADO.
       IF TIPO-TECLEADO NOT = SPACES
           MOVE TIPO-TECLEADO TO CTR-TIPO.
       IF CTR-TIPO NOT = "INDEFINIDO" AND CTR-TIPO NOT = "TEMPORAL"
           AND CTR-TIPO NOT = "PRACTICAS" AND CTR-TIPO NOT = "INTERINO"
           AND CTR-TIPO NOT = "OBRA"
           DISPLAY "Tipo de contrato desconocido: " CTR-TIPO
           MOVE "N" TO DATOS-VALIDOS.
       IF DATOS-VALIDOS = "S" AND CTR-TIPO = "INDEFINIDO"
           MOVE ZERO TO CTR-FIN.
       IF DATOS-VALIDOS = "S" AND CTR-TIPO NOT = "INDEFINIDO"
           DISPLAY "Fecha de fin (AAAAMMDD) [" CTR-FIN "]: "
           MOVE ZERO TO FIN-TECLEADO
           ACCEPT FIN-TECLEADO
           IF FIN-TECLEADO NOT = ZERO
               MOVE FIN-TECLEADO TO CTR-FIN
           END-IF
           MOVE CTR-FIN TO FECHA-VALIDAR
           PERFORM 44-VALIDA-FECHA
           IF FECHA-CORRECTA = "N" OR CTR-FIN NOT > CTR-INICIO
               DISPLAY "Fecha de fin no valida: " CTR-FIN
               MOVE "N" TO DATOS-VALIDOS
           END-IF
       END-IF.
       IF DATOS-VALIDOS = "S"
           DISPLAY "Porcentaje de jornada (1-100) [" CTR-JORNADA "]: "
           MOVE ZERO TO JORNADA-TECLEADA
           ACCEPT JORNADA-TECLEADA
           IF JORNADA-TECLEADA NOT = ZERO
               MOVE JORNADA-TECLEADA TO CTR-JORNADA
           END-IF
           IF CTR-JORNADA < 1 OR CTR-JORNADA > 100
               DISPLAY "Porcentaje de jornada no valido: " CTR-JORNADA
               MOVE "N" TO DATOS-VALIDOS
           END-IF
       END-IF.

       44-VALIDA-FECHA.
       MOVE "S" TO FECHA-CORRECTA.
       IF FV-ANO < 1900 OR FV-MES < 1 OR FV-MES > 12
           OR FV-DIA < 1 OR FV-DIA > 31
           MOVE "N" TO FECHA-CORRECTA.

       10-CONSULTA-EMPLEADO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ID-BUSQUEDA TO CTR-ID.
       MOVE ZERO TO CTR-INICIO.
       MOVE "N" TO FIN-LISTADO.
       START CONTRATOS-ARCHIVO KEY IS NOT LESS THAN CTR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 101-LISTA-DEL-EMPLEADO UNTIL FIN-LISTADO = "S".
       IF TOTAL-LISTADOS = ZERO
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene contratos."
       ELSE
           DISPLAY "Antiguedad desde " FECHA-ANTIGUEDAD
               "  Contratos: " TOTAL-LISTADOS.

       101-LISTA-DEL-EMPLEADO.
       READ CONTRATOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N"
           IF CTR-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-LISTADO
           ELSE
               IF TOTAL-LISTADOS = ZERO
                   MOVE CTR-INICIO TO FECHA-ANTIGUEDAD
               END-IF
               PERFORM 102-MUESTRA-CONTRATO
               ADD 1 TO TOTAL-LISTADOS
           END-IF
       END-IF.

       102-MUESTRA-CONTRATO.
       DISPLAY CTR-ID " " CTR-TIPO " desde " CTR-INICIO " hasta "
           CTR-FIN "  Jornada " CTR-JORNADA "%  " CTR-ESTADO.
       IF CTR-RENOVACION > ZERO
           DISPLAY "    Renovacion numero " CTR-RENOVACION.
       IF CTR-FECHA-BAJA-COLA NOT = ZERO
           DISPLAY "    Baja encolada el " CTR-FECHA-BAJA-COLA
               " con efecto " CTR-FIN.

      * la renovacion empieza el dia siguiente al fin del contrato
      * en vigor; el anterior queda como RENOVADO en el historial.
       11-RENUEVA-CONTRATO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       PERFORM 45-BUSCA-ULTIMO.
       IF HAY-CONTRATO = "N"
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene contratos."
       ELSE
           IF CTR-FIN = ZERO
               DISPLAY "El contrato en vigor es indefinido: no se "
                   "renueva."
           ELSE
               PERFORM 111-GRABA-RENOVACION
           END-IF
       END-IF.

       111-GRABA-RENOVACION.
       PERFORM 102-MUESTRA-CONTRATO.
       IF CTR-ESTADO = "NO RENUEVA"
           DISPLAY "Aviso: este contrato tiene una BAJA en la cola; "
               "retirela con 55_BBDD_pendientes.cbl.".
       MOVE CONTRATOS-REGISTRO TO CONTRATO-ANTERIOR.
       MOVE CTR-FIN TO FECHA-TRABAJO.
       PERFORM 58-SIGUIENTE-DIA.
       MOVE FECHA-TRABAJO TO CTR-INICIO.
       DISPLAY "La renovacion empieza el " CTR-INICIO.
       PERFORM 42-PIDE-DATOS.
       IF DATOS-VALIDOS = "S"
           MOVE "VIGENTE" TO CTR-ESTADO
           ADD 1 TO CTR-RENOVACION
           MOVE ZERO TO CTR-FECHA-BAJA-COLA
           PERFORM 41-GUARDA-CONTRATO
       ELSE
           MOVE "N" TO REGISTRO-GUARDADO
           DISPLAY "Renovacion no guardada.".
       IF REGISTRO-GUARDADO = "S"
           MOVE CONTRATO-ANTERIOR TO CONTRATOS-REGISTRO
           MOVE "RENOVADO" TO CTR-ESTADO
           REWRITE CONTRATOS-REGISTRO
           IF ESTADO-CONTRATOS > "09"
               DISPLAY "Error al cerrar el contrato anterior, estado "
                   ESTADO-CONTRATOS
           END-IF
       END-IF.

      * solo se cambia el contrato en vigor; los renovados son
      * historia.
       12-MODIFICA-CONTRATO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       PERFORM 45-BUSCA-ULTIMO.
       IF HAY-CONTRATO = "N"
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene contratos."
       ELSE
           IF CTR-ESTADO NOT = "VIGENTE"
               PERFORM 102-MUESTRA-CONTRATO
               DISPLAY "Solo se modifica un contrato VIGENTE."
           ELSE
               PERFORM 121-CAPTURA-CAMBIOS
           END-IF
       END-IF.

       121-CAPTURA-CAMBIOS.
       PERFORM 102-MUESTRA-CONTRATO.
       PERFORM 42-PIDE-DATOS.
       IF DATOS-VALIDOS = "N"
           DISPLAY "Contrato no modificado."
       ELSE
           MOVE FECHA-HOY TO CTR-FECHA-ALTA
           MOVE OPERADOR-ID TO CTR-OPERADOR
           REWRITE CONTRATOS-REGISTRO
           IF ESTADO-CONTRATOS > "09"
               DISPLAY "Error al modificar, estado " ESTADO-CONTRATOS
           ELSE
               DISPLAY "Contrato modificado."
           END-IF
       END-IF.

      * la baja va a la cola con fecha de efecto el ultimo dia del
      * contrato; si no se puede encolar el contrato sigue VIGENTE.
       13-NO-RENUEVA.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       PERFORM 45-BUSCA-ULTIMO.
       IF HAY-CONTRATO = "N"
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene contratos."
       ELSE
           IF CTR-ESTADO NOT = "VIGENTE" OR CTR-FIN = ZERO
               PERFORM 102-MUESTRA-CONTRATO
               DISPLAY "Solo se marca un contrato VIGENTE con fecha de "
                   "fin."
           ELSE
               IF CTR-FIN < FECHA-HOY
                   PERFORM 102-MUESTRA-CONTRATO
                   DISPLAY "El contrato ya vencio: cargue la baja a "
                       "mano."
               ELSE
                   PERFORM 131-CONFIRMA-Y-ENCOLA
               END-IF
           END-IF
       END-IF.

       131-CONFIRMA-Y-ENCOLA.
       PERFORM 102-MUESTRA-CONTRATO.
       DISPLAY "¿Confirma que no se renueva y se encola la baja para "
           "el " CTR-FIN "? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           PERFORM 132-ENCOLA-BAJA
       ELSE
           DISPLAY "Marca cancelada."
       END-IF.

       132-ENCOLA-BAJA.
       OPEN EXTEND PENDIENTES-ARCHIVO.
       IF ESTADO-PENDIENTES > "09"
           DISPLAY "No se pudo abrir la cola de pendientes, estado "
               ESTADO-PENDIENTES "; el contrato sigue VIGENTE."
       ELSE
           MOVE SPACES TO PENDIENTE-REGISTRO
           MOVE CTR-FIN TO PEN-FECHA-EFECTO
           MOVE "BAJA" TO PEN-OPERACION
           MOVE CTR-ID TO PEN-ID
           WRITE PENDIENTE-REGISTRO
           CLOSE PENDIENTES-ARCHIVO
           MOVE "NO RENUEVA" TO CTR-ESTADO
           MOVE FECHA-HOY TO CTR-FECHA-BAJA-COLA
           MOVE OPERADOR-ID TO CTR-OPERADOR
           REWRITE CONTRATOS-REGISTRO
           IF ESTADO-CONTRATOS > "09"
               DISPLAY "Baja encolada, pero error al marcar el "
                   "contrato, estado " ESTADO-CONTRATOS
           ELSE
               DISPLAY "Baja encolada con efecto " CTR-FIN "."
           END-IF
       END-IF.

      * para corregir un contrato mal dado de alta: se borra el
      * ultimo y, si era una renovacion, el anterior vuelve a estar
      * en vigor.
       14-ANULA-ULTIMO.
       DISPLAY "ID del empleado: ".
       ACCEPT ID-BUSQUEDA.
       PERFORM 45-BUSCA-ULTIMO.
       IF HAY-CONTRATO = "N"
           DISPLAY "El empleado " ID-BUSQUEDA " no tiene contratos."
       ELSE
           PERFORM 141-CONFIRMA-Y-BORRA.

       141-CONFIRMA-Y-BORRA.
       PERFORM 102-MUESTRA-CONTRATO.
       IF CTR-ESTADO = "NO RENUEVA"
           DISPLAY "Aviso: este contrato tiene una BAJA en la cola; "
               "retirela con 55_BBDD_pendientes.cbl.".
       DISPLAY "¿Confirma que desea anular este contrato? S/N".
       ACCEPT CONFIRMA-BORRADO.
       IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
           DELETE CONTRATOS-ARCHIVO RECORD
           IF ESTADO-CONTRATOS > "09"
               DISPLAY "Error al borrar, estado " ESTADO-CONTRATOS
           ELSE
               DISPLAY "Contrato anulado."
               PERFORM 142-REACTIVA-ANTERIOR
           END-IF
       ELSE
           DISPLAY "Anulacion cancelada."
       END-IF.

       142-REACTIVA-ANTERIOR.
       PERFORM 45-BUSCA-ULTIMO.
       IF HAY-CONTRATO = "S" AND CTR-ESTADO = "RENOVADO"
           MOVE "VIGENTE" TO CTR-ESTADO
           REWRITE CONTRATOS-REGISTRO
           IF ESTADO-CONTRATOS > "09"
               DISPLAY "Error al reactivar el anterior, estado "
                   ESTADO-CONTRATOS
           ELSE
               DISPLAY "Vuelve a estar en vigor el contrato del "
                   CTR-INICIO "."
           END-IF
       END-IF.

      * en vigor es todo lo que no ha sido sustituido por una
      * renovacion.
       15-LISTA-EN-VIGOR.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE LOW-VALUES TO CTR-CLAVE.
       MOVE "N" TO FIN-LISTADO.
       START CONTRATOS-ARCHIVO KEY IS NOT LESS THAN CTR-CLAVE
           INVALID KEY MOVE "S" TO FIN-LISTADO.
       PERFORM 151-LISTA-UNO UNTIL FIN-LISTADO = "S".
       DISPLAY "Contratos en vigor: " TOTAL-LISTADOS.

       151-LISTA-UNO.
       READ CONTRATOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-LISTADO.
       IF FIN-LISTADO = "N" AND CTR-ESTADO NOT = "RENOVADO"
           PERFORM 102-MUESTRA-CONTRATO
           ADD 1 TO TOTAL-LISTADOS
       END-IF.

      * pasa FECHA-TRABAJO al dia siguiente, con cambio de mes y de
      * ano.
       58-SIGUIENTE-DIA.
       PERFORM 59-CALCULA-DIAS-DEL-MES.
       IF FT-DIA < DIAS-DEL-MES
           ADD 1 TO FT-DIA
       ELSE
           MOVE 1 TO FT-DIA
           IF FT-MES < 12
               ADD 1 TO FT-MES
           ELSE
               MOVE 1 TO FT-MES
               ADD 1 TO FT-ANO
           END-IF
       END-IF.

       59-CALCULA-DIAS-DEL-MES.
       IF FT-MES = 4 OR FT-MES = 6 OR FT-MES = 9 OR FT-MES = 11
           MOVE 30 TO DIAS-DEL-MES
       ELSE
           IF FT-MES = 2
               MOVE 28 TO DIAS-DEL-MES
               DIVIDE FT-ANO BY 4 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = ZERO
                   MOVE 29 TO DIAS-DEL-MES
                   DIVIDE FT-ANO BY 100 GIVING ANO-COCIENTE
                       REMAINDER ANO-RESTO
                   IF ANO-RESTO = ZERO
                       MOVE 28 TO DIAS-DEL-MES
                       DIVIDE FT-ANO BY 400 GIVING ANO-COCIENTE
                           REMAINDER ANO-RESTO
                       IF ANO-RESTO = ZERO
                           MOVE 29 TO DIAS-DEL-MES
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 31 TO DIAS-DEL-MES
           END-IF
       END-IF.

       END PROGRAM MANTCON.
