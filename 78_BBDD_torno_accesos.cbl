      ******************************************************************
      * Author:
      * Date:
      * Purpose: ENVIO NOCTURNO DE TARJETAS AL TORNO. El torno que nos
      *          manda los fichajes lleva su propia lista de tarjetas y
      *          seguridad la mantenia a mano: una baja dada en el menu,
      *          en el lote de movimientos o por APLPEND seguia pasando
      *          el torno dias despues (FICHAJES ya lo sacaba como
      *          excepcion). Esta pasada deja cada noche el archivo de
      *          salida TARJETASTXT con los movimientos de la auditoria
      *          posteriores al ultimo envio: tarjeta nueva (ALTA) por
      *          cada ALTA o REINSTAL, cambio de nombre o departamento
      *          (CAMBIO) por cada MODIFICA que toque esos datos, y
      *          desactivacion inmediata (BAJA) por cada BAJA. Lleva
      *          registro de cabecera (fecha, hora y modo del envio) y
      *          de cola con el recuento de cada tipo, como el extracto
      *          de transferencias, para que el torno pueda cuadrar el
      *          archivo. Los movimientos salen de las generaciones
      *          ACTIVA de la auditoria (AUDG + AAAAMMDD, segun
      *          AUDCTLTXT) mas la auditoria viva, asi que da igual que
      *          el paso corra antes o despues del corte; la marca de
      *          fecha y hora del ultimo movimiento enviado queda en
      *          TORNOCTLTXT, una linea por envio, y el siguiente envio
      *          empieza justo despues. Para resincronizar, operacion
      *          deja COMPLETO en TORNOCTL (se consume al leerlo, como
      *          el filtro de REPORTDIR) y el envio lleva entera la
      *          plantilla de EMPLEADOSDAT como ALTA, con el modo
      *          COMPLETO en la cabecera para que el torno sustituya su
      *          lista. Sin TORNOCTLTXT (primer envio) tambien se manda
      *          la plantilla completa. No pregunta nada: es un paso de
      *          la cadena de JOBCTLTXT y el control matutino lee la
      *          ultima linea de TORNOCTLTXT. Codigo de retorno 8 si no
      *          se puede escribir el archivo de salida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TORNO.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL PETICION-ARCHIVO
                 ASSIGN TO "TORNOCTL"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-PETICION.

      * PETICION-ARCHIVO es la orden de resincronizar: una linea con
      * la palabra COMPLETO. Se borra al leerla, asi que la plantilla
      * completa sale una sola noche.

                 SELECT OPTIONAL ENVIOS-ARCHIVO
                 ASSIGN TO "TORNOCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-ENVIOS.

      * ENVIOS-ARCHIVO anota cada envio al final, como AUDCTLTXT
      * anota cada corte: la ultima linea es el envio mas reciente y
      * de ella sale la marca desde la que sigue el siguiente.

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

                 SELECT OPTIONAL GENERACION-ARCHIVO
                 ASSIGN USING GENERACION-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-GENERACION.

                 SELECT OPTIONAL AUDITORIA-ARCHIVO
                 ASSIGN TO "AUDITORIATXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * el maestro solo se lee en el envio COMPLETO, de principio a
      * fin en orden de EMPLEADOS-ID.

                 SELECT OPTIONAL TARJETAS-ARCHIVO
                 ASSIGN TO "TARJETASTXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-TARJETAS.

      * TARJETASTXT es lo que recoge el torno: se pisa en cada envio,
      * igual que el torno pisa cada dia su FICHAJESTXT.

       DATA DIVISION.
       FILE SECTION.
           FD PETICION-ARCHIVO.
             01 PETICION-REGISTRO PIC X(20).

           FD ENVIOS-ARCHIVO.
             01 ENVIO-REGISTRO.
               02 ENV-FECHA      PIC 9(8).
               02 ENV-HORA       PIC 9(6).
               02 ENV-MODO       PIC X(8).
               02 ENV-MARCA      PIC 9(14).
               02 ENV-ALTAS      PIC 9(6).
               02 ENV-CAMBIOS    PIC 9(6).
               02 ENV-BAJAS      PIC 9(6).
               02 ENV-TOTAL      PIC 9(6).

      * una linea por envio: fecha y hora, modo (DIARIO o COMPLETO),
      * marca AAAAMMDDHHMMSS del ultimo movimiento cubierto y los
      * recuentos que van en la cola de TARJETASTXT.

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD GENERACION-ARCHIVO.
             01 GENERACION-REGISTRO PIC X(383).

           FD AUDITORIA-ARCHIVO.
           COPY AUDITORIA.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que escriben la auditoria.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD TARJETAS-ARCHIVO.
             01 TARJETAS-REGISTRO.
               02 TAR-TIPO       PIC X(8).
               02 TAR-DATOS      PIC X(130).

      * TAR-TIPO distingue el registro, como en el extracto de
      * transferencias: CABECERA (fecha y hora del envio y modo
      * DIARIO o COMPLETO), ALTA / CAMBIO / BAJA (una tarjeta: ID,
      * nombre, apellidos, departamento y fecha y hora del
      * movimiento) y TOTAL (recuento de cada tipo y de detalles).

       WORKING-STORAGE SECTION.
       01  ESTADO-PETICION       PIC XX.
       01  ESTADO-ENVIOS         PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-TARJETAS       PIC XX.
       01  FIN-ENVIOS            PIC A VALUE "N".
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".
       01  FIN-ARCHIVO           PIC A VALUE "N".

       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).

       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  HOY-SIGLO             PIC 9(2).
       01  HOY-AA                PIC 9(2).
       01  HORA-AHORA            PIC 9(8).
       01  HORA-AHORA-PARTES REDEFINES HORA-AHORA.
           02 AHORA-HHMMSS       PIC 9(6).
           02 FILLER             PIC 9(2).

      * modo del envio y marcas: la del envio anterior (solo pasan
      * los movimientos posteriores) y la nueva, que es la del ultimo
      * movimiento enviado, o la hora del envio si es COMPLETO.
       01  MODO-ENVIO            PIC X(8) VALUE "DIARIO".
       01  MOTIVO-COMPLETO       PIC X(40) VALUE SPACES.
       01  HAY-ENVIO-ANTERIOR    PIC A VALUE "N".
       01  MARCA-ANTERIOR        PIC 9(14) VALUE ZEROS.
       01  MARCA-NUEVA           PIC 9(14) VALUE ZEROS.
       01  MARCA-MOVIMIENTO      PIC 9(14).
       01  FECHA-MARCA           PIC 9(8).
       01  HORA-MARCA            PIC 9(6).

      * la auditoria graba la fecha en 00AAMMDD: el siglo se pone con
      * el de hoy, o con el anterior si el ano sale mayor que el
      * actual (un movimiento no puede ser futuro).
       01  FECHA-MOVIMIENTO      PIC 9(8).
       01  FECHA-MOV-CORTA       PIC 9(6).
       01  FECHA-MOV-PARTES REDEFINES FECHA-MOV-CORTA.
           02 MOV-AA             PIC 9(2).
           02 MOV-MMDD           PIC 9(4).

       01  MOVIMIENTO-AUDIT.
           02 MAU-FECHA          PIC 9(8).
           02 MAU-HORA           PIC 9(6).
           02 MAU-OPERADOR       PIC X(10).
           02 MAU-OPERACION      PIC X(8).
           02 MAU-ID             PIC 9(6).
           02 MAU-ANTES          PIC X(168).
           02 MAU-DESPUES        PIC X(168).

      * imagenes de EMPLEADOS-REGISTRO tal como van en la auditoria;
      * al torno solo le importan nombre, apellidos y departamento.
       01  IMAGEN-ANTES.
           02 ANT-ID             PIC X(6).
           02 ANT-NOMBRE         PIC X(35).
           02 ANT-APELLIDOS      PIC X(70).
           02 ANT-EDAD           PIC X(2).
           02 ANT-TELEFONO       PIC X(9).
           02 ANT-DIRECCION      PIC X(35).
           02 ANT-DEPARTAMENTO   PIC X(3).
           02 ANT-NACIMIENTO     PIC X(8).
       01  IMAGEN-DESPUES.
           02 DES-ID             PIC X(6).
           02 DES-NOMBRE         PIC X(35).
           02 DES-APELLIDOS      PIC X(70).
           02 DES-EDAD           PIC X(2).
           02 DES-TELEFONO       PIC X(9).
           02 DES-DIRECCION      PIC X(35).
           02 DES-DEPARTAMENTO   PIC X(3).
           02 DES-NACIMIENTO     PIC X(8).

       01  CABECERA-TARJETAS.
           02 CTA-FECHA          PIC 9(8).
           02 CTA-HORA           PIC 9(6).
           02 CTA-MODO           PIC X(8).
       01  DETALLE-TARJETA.
           02 DTA-ID             PIC 9(6).
           02 DTA-NOMBRE         PIC X(35).
           02 DTA-APELLIDOS      PIC X(70).
           02 DTA-DEPARTAMENTO   PIC X(3).
           02 DTA-FECHA-MOV      PIC 9(8).
           02 DTA-HORA-MOV       PIC 9(6).
       01  TOTAL-TARJETAS.
           02 TTA-ALTAS          PIC 9(6).
           02 TTA-CAMBIOS        PIC 9(6).
           02 TTA-BAJAS          PIC 9(6).
           02 TTA-DETALLES       PIC 9(6).

       01  CONTADOR-ALTAS        PIC 9(6) VALUE ZEROS.
       01  CONTADOR-CAMBIOS      PIC 9(6) VALUE ZEROS.
       01  CONTADOR-BAJAS        PIC 9(6) VALUE ZEROS.
       01  CONTADOR-DETALLES     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-LEIDOS       PIC 9(7) VALUE ZEROS.
       01  CONTADOR-YA-ENVIADOS  PIC 9(7) VALUE ZEROS.
       01  CONTADOR-SIN-EFECTO   PIC 9(7) VALUE ZEROS.
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-AHORA FROM TIME.
       DIVIDE HOY-ANO BY 100 GIVING HOY-SIGLO REMAINDER HOY-AA.
       PERFORM 2-LEE-ULTIMO-ENVIO.
       PERFORM 3-LEE-PETICION.
       PERFORM 4-ABRE-TARJETAS.
       IF MODO-ENVIO = "COMPLETO"
           PERFORM 7-VUELCA-PLANTILLA
       ELSE
           MOVE MARCA-ANTERIOR TO MARCA-NUEVA
           PERFORM 5-RECORRE-GENERACIONES
           PERFORM 6-RECORRE-AUDITORIA-VIVA
       END-IF.
       PERFORM 8-ESCRIBE-TOTAL.
       PERFORM 9-ANOTA-ENVIO.
       PERFORM 10-IMPRIME-RESUMEN.
       GOBACK.

      * la ultima linea de TORNOCTLTXT es el envio anterior; sin
      * ninguna el torno no tiene nada nuestro y va la plantilla
      * entera.
       2-LEE-ULTIMO-ENVIO.
       OPEN INPUT ENVIOS-ARCHIVO.
       IF ESTADO-ENVIOS = "00"
           PERFORM 21-LEE-ENVIO
           PERFORM 22-GUARDA-ENVIO UNTIL FIN-ENVIOS = "S"
       END-IF.
       IF ESTADO-ENVIOS < "90"
           CLOSE ENVIOS-ARCHIVO.
       IF HAY-ENVIO-ANTERIOR = "N"
           MOVE "COMPLETO" TO MODO-ENVIO
           MOVE "primer envio (sin TORNOCTLTXT)" TO MOTIVO-COMPLETO.

       21-LEE-ENVIO.
       READ ENVIOS-ARCHIVO
           AT END MOVE "S" TO FIN-ENVIOS.

       22-GUARDA-ENVIO.
       IF ENV-MARCA NUMERIC
           MOVE "S" TO HAY-ENVIO-ANTERIOR
           MOVE ENV-MARCA TO MARCA-ANTERIOR.
       PERFORM 21-LEE-ENVIO.

      * la orden de resincronizar se consume: se lee y se borra.
       3-LEE-PETICION.
       OPEN INPUT PETICION-ARCHIVO.
       IF ESTADO-PETICION = "00"
           READ PETICION-ARCHIVO
               AT END CONTINUE
               NOT AT END
                   IF PETICION-REGISTRO (1:8) = "COMPLETO"
                       MOVE "COMPLETO" TO MODO-ENVIO
                       MOVE "pedido en TORNOCTL" TO MOTIVO-COMPLETO
                   ELSE
                       DISPLAY "TORNOCTL no trae COMPLETO: se ignora "
                           PETICION-REGISTRO
                   END-IF
           END-READ
       END-IF.
       IF ESTADO-PETICION < "90"
           CLOSE PETICION-ARCHIVO.
       IF ESTADO-PETICION = "00"
           DELETE FILE PETICION-ARCHIVO.

       4-ABRE-TARJETAS.
       OPEN OUTPUT TARJETAS-ARCHIVO.
       IF ESTADO-TARJETAS > "09"
           DISPLAY "No se pudo crear TARJETASTXT, estado "
               ESTADO-TARJETAS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       MOVE "CABECERA" TO TAR-TIPO.
       MOVE FECHA-HOY TO CTA-FECHA.
       MOVE AHORA-HHMMSS TO CTA-HORA.
       MOVE MODO-ENVIO TO CTA-MODO.
       MOVE SPACES TO TAR-DATOS.
       MOVE CABECERA-TARJETAS TO TAR-DATOS.
       WRITE TARJETAS-REGISTRO.

       5-RECORRE-GENERACIONES.
       DIVIDE MARCA-ANTERIOR BY 1000000 GIVING FECHA-MARCA
           REMAINDER HORA-MARCA.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 51-LEE-CONTROL
           PERFORM 52-PROCESA-GENERACION UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO.

       51-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

      * una generacion cortada antes del dia del ultimo envio solo
      * puede traer movimientos ya enviados: ni se abre.
       52-PROCESA-GENERACION.
       IF CTL-ESTADO = "ACTIVA" AND CTL-FECHA >= FECHA-MARCA
           MOVE CTL-FECHA TO GENERACION-FECHA
           PERFORM 53-RECORRE-GENERACION.
       PERFORM 51-LEE-CONTROL.

       53-RECORRE-GENERACION.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           ADD 1 TO CONTADOR-GENERACIONES
           MOVE "N" TO FIN-GENERACION
           PERFORM 54-LEE-LINEA
           PERFORM 55-PROCESA-LINEA UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
       END-IF.

       54-LEE-LINEA.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       55-PROCESA-LINEA.
       MOVE GENERACION-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 91-TRATA-MOVIMIENTO.
       PERFORM 54-LEE-LINEA.

       6-RECORRE-AUDITORIA-VIVA.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 61-LEE-AUDITORIA
           PERFORM 62-PROCESA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       61-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       62-PROCESA-VIVO.
       MOVE AUDITORIA-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 91-TRATA-MOVIMIENTO.
       PERFORM 61-LEE-AUDITORIA.

      * en el envio COMPLETO cada empleado del maestro es una tarjeta
      * ALTA; la marca pasa a la hora del envio, porque todo lo
      * anterior ya va reflejado en la plantilla.
       7-VUELCA-PLANTILLA.
       COMPUTE MARCA-NUEVA = FECHA-HOY * 1000000 + AHORA-HHMMSS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF ESTADO-FILE = "05" OR ESTADO-FILE > "09"
           DISPLAY "Sin maestro EMPLEADOSDAT (estado " ESTADO-FILE
               "): el envio COMPLETO sale vacio."
           IF ESTADO-FILE < "90"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF
       ELSE
           PERFORM 71-LEE-EMPLEADO
           PERFORM 72-TARJETA-EMPLEADO UNTIL FIN-ARCHIVO = "S"
           CLOSE EMPLEADOS-ARCHIVO
       END-IF.

       71-LEE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-ARCHIVO.

       72-TARJETA-EMPLEADO.
       MOVE EMPLEADOS-ID TO DTA-ID.
       MOVE EMPLEADOS-NOMBRE TO DTA-NOMBRE.
       MOVE EMPLEADOS-APELLIDOS TO DTA-APELLIDOS.
       MOVE EMPLEADOS-DEPARTAMENTO TO DTA-DEPARTAMENTO.
       MOVE FECHA-HOY TO DTA-FECHA-MOV.
       MOVE AHORA-HHMMSS TO DTA-HORA-MOV.
       MOVE "ALTA" TO TAR-TIPO.
       ADD 1 TO CONTADOR-ALTAS.
       PERFORM 95-ESCRIBE-DETALLE.
       PERFORM 71-LEE-EMPLEADO.

       8-ESCRIBE-TOTAL.
       MOVE "TOTAL" TO TAR-TIPO.
       MOVE CONTADOR-ALTAS TO TTA-ALTAS.
       MOVE CONTADOR-CAMBIOS TO TTA-CAMBIOS.
       MOVE CONTADOR-BAJAS TO TTA-BAJAS.
       MOVE CONTADOR-DETALLES TO TTA-DETALLES.
       MOVE SPACES TO TAR-DATOS.
       MOVE TOTAL-TARJETAS TO TAR-DATOS.
       WRITE TARJETAS-REGISTRO.
       CLOSE TARJETAS-ARCHIVO.

       9-ANOTA-ENVIO.
       OPEN EXTEND ENVIOS-ARCHIVO.
       IF ESTADO-ENVIOS > "09"
           DISPLAY "No se pudo anotar el envio en TORNOCTLTXT, estado "
               ESTADO-ENVIOS
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE FECHA-HOY TO ENV-FECHA
           MOVE AHORA-HHMMSS TO ENV-HORA
           MOVE MODO-ENVIO TO ENV-MODO
           MOVE MARCA-NUEVA TO ENV-MARCA
           MOVE CONTADOR-ALTAS TO ENV-ALTAS
           MOVE CONTADOR-CAMBIOS TO ENV-CAMBIOS
           MOVE CONTADOR-BAJAS TO ENV-BAJAS
           MOVE CONTADOR-DETALLES TO ENV-TOTAL
           WRITE ENVIO-REGISTRO
           CLOSE ENVIOS-ARCHIVO
       END-IF.

      * los fallos de firma (SIGNONKO, ID cero) no son de nadie; lo
      * que ya fue en un envio anterior se salta por la marca. Un
      * MODIFICA solo va al torno si cambia nombre, apellidos o
      * departamento.
       91-TRATA-MOVIMIENTO.
       ADD 1 TO CONTADOR-LEIDOS.
       IF MAU-ID = ZERO OR MAU-OPERACION = "SIGNONKO"
           CONTINUE
       ELSE
           PERFORM 92-MARCA-MOVIMIENTO
           IF MARCA-MOVIMIENTO NOT > MARCA-ANTERIOR
               ADD 1 TO CONTADOR-YA-ENVIADOS
           ELSE
               IF MARCA-MOVIMIENTO > MARCA-NUEVA
                   MOVE MARCA-MOVIMIENTO TO MARCA-NUEVA
               END-IF
               MOVE MAU-ANTES TO IMAGEN-ANTES
               MOVE MAU-DESPUES TO IMAGEN-DESPUES
               PERFORM 93-ELIGE-TARJETA
           END-IF
       END-IF.

       92-MARCA-MOVIMIENTO.
       MOVE MAU-FECHA TO FECHA-MOV-CORTA.
       IF MOV-AA > HOY-AA
           COMPUTE FECHA-MOVIMIENTO = (HOY-SIGLO - 1) * 1000000
               + MOV-AA * 10000 + MOV-MMDD
       ELSE
           COMPUTE FECHA-MOVIMIENTO = HOY-SIGLO * 1000000
               + MOV-AA * 10000 + MOV-MMDD.
       COMPUTE MARCA-MOVIMIENTO = FECHA-MOVIMIENTO * 1000000
           + MAU-HORA.

       93-ELIGE-TARJETA.
       MOVE MAU-ID TO DTA-ID.
       MOVE FECHA-MOVIMIENTO TO DTA-FECHA-MOV.
       MOVE MAU-HORA TO DTA-HORA-MOV.
       IF MAU-OPERACION = "ALTA" OR MAU-OPERACION = "REINSTAL"
           MOVE "ALTA" TO TAR-TIPO
           ADD 1 TO CONTADOR-ALTAS
           PERFORM 94-DATOS-DESPUES
           PERFORM 95-ESCRIBE-DETALLE
       ELSE
           IF MAU-OPERACION = "BAJA"
               MOVE "BAJA" TO TAR-TIPO
               ADD 1 TO CONTADOR-BAJAS
               MOVE ANT-NOMBRE TO DTA-NOMBRE
               MOVE ANT-APELLIDOS TO DTA-APELLIDOS
               MOVE ANT-DEPARTAMENTO TO DTA-DEPARTAMENTO
               PERFORM 95-ESCRIBE-DETALLE
           ELSE
               IF MAU-OPERACION = "MODIFICA"
                   AND IMAGEN-DESPUES NOT = SPACES
                   AND (ANT-NOMBRE NOT = DES-NOMBRE
                       OR ANT-APELLIDOS NOT = DES-APELLIDOS
                       OR ANT-DEPARTAMENTO NOT = DES-DEPARTAMENTO)
                   MOVE "CAMBIO" TO TAR-TIPO
                   ADD 1 TO CONTADOR-CAMBIOS
                   PERFORM 94-DATOS-DESPUES
                   PERFORM 95-ESCRIBE-DETALLE
               ELSE
                   ADD 1 TO CONTADOR-SIN-EFECTO
               END-IF
           END-IF
       END-IF.

       94-DATOS-DESPUES.
       MOVE DES-NOMBRE TO DTA-NOMBRE.
       MOVE DES-APELLIDOS TO DTA-APELLIDOS.
       MOVE DES-DEPARTAMENTO TO DTA-DEPARTAMENTO.

       95-ESCRIBE-DETALLE.
       MOVE SPACES TO TAR-DATOS.
       MOVE DETALLE-TARJETA TO TAR-DATOS.
       WRITE TARJETAS-REGISTRO.
       ADD 1 TO CONTADOR-DETALLES.

       10-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== ENVIO DE TARJETAS AL TORNO =====".
       DISPLAY "Fecha: " FECHA-HOY "  Modo: " MODO-ENVIO.
       IF MODO-ENVIO = "COMPLETO"
           DISPLAY "Plantilla completa: " MOTIVO-COMPLETO
       ELSE
           DISPLAY "Movimientos posteriores a " MARCA-ANTERIOR
           DISPLAY "Generaciones leidas:      " CONTADOR-GENERACIONES
           DISPLAY "Movimientos leidos:       " CONTADOR-LEIDOS
           DISPLAY "Ya enviados antes:        " CONTADOR-YA-ENVIADOS
           DISPLAY "Sin efecto en el torno:   " CONTADOR-SIN-EFECTO
       END-IF.
       DISPLAY "Tarjetas nuevas (ALTA):   " CONTADOR-ALTAS.
       DISPLAY "Cambios (CAMBIO):         " CONTADOR-CAMBIOS.
       DISPLAY "Desactivaciones (BAJA):   " CONTADOR-BAJAS.
       DISPLAY "Total de detalles:        " CONTADOR-DETALLES.
       DISPLAY "Marca del envio:          " MARCA-NUEVA.
       DISPLAY "Archivo del torno en TARJETASTXT.".

       END PROGRAM TORNO.
