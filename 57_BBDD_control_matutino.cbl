      *          codigo de retorno 4 cuando el veredicto es REVISAR.
      *          La pagina va a una generacion fechada (MATUTINO +
      *          AAAAMMDD) anotada en SPOOLCTLTXT, reimprimible desde
      *          el menu de 53_BBDD_spool_menu.cbl. Lee tambien la
      *          ultima linea de TORNOCTLTXT para dar cuenta del envio
      *          de tarjetas al torno (modo, altas, cambios y bajas) y
      *          pide revision si el ultimo envio es anterior a la
      *          noche. Y la ultima linea de VERIFCTLTXT, la
      *          verificacion de la cadena de sellos de la auditoria
      *          de 90_BBDD_verifica_auditoria.cbl: pide revision si
      *          la cadena esta rota, si no hay verificacion o si es
      *          anterior a la noche.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-CHECKPOINT.

                 SELECT OPTIONAL TORNO-ARCHIVO
                 ASSIGN TO "TORNOCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-TORNO.

                 SELECT OPTIONAL VERIFICACION-ARCHIVO
                 ASSIGN TO "VERIFCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-VERIFICACION.

                 SELECT OPTIONAL PAGINA-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD RECHAZOS-ARCHIVO.
             01 RECHAZO-REGISTRO.
               02 CHK-ULTIMO-ID    PIC 9(6).
               02 CHK-CONTADOR     PIC 9(6).

           FD TORNO-ARCHIVO.
             01 TORNO-REGISTRO.
               02 TOR-FECHA      PIC 9(8).
               02 TOR-HORA       PIC 9(6).
               02 TOR-MODO       PIC X(8).
               02 TOR-MARCA      PIC 9(14).
               02 TOR-ALTAS      PIC 9(6).
               02 TOR-CAMBIOS    PIC 9(6).
               02 TOR-BAJAS      PIC 9(6).
               02 TOR-TOTAL      PIC 9(6).

           FD VERIFICACION-ARCHIVO.
             01 VERIFICACION-REGISTRO.
               02 VRF-FECHA        PIC 9(8).
               02 VRF-HORA         PIC 9(6).
               02 VRF-RESULTADO    PIC X(8).
               02 VRF-GENERACIONES PIC 9(4).
               02 VRF-REGISTROS    PIC 9(8).
               02 VRF-ARCHIVO      PIC X(12).
               02 VRF-REGISTRO     PIC 9(6).
               02 VRF-MOTIVO       PIC X(30).

           FD PAGINA-ARCHIVO.
             01 LINEA-PAGINA PIC X(100).

       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-RECHAZOS       PIC XX.
       01  ESTADO-CHECKPOINT     PIC XX.
       01  ESTADO-TORNO          PIC XX.
       01  ESTADO-VERIFICACION   PIC XX.
       01  ESTADO-PAGINA         PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  FIN-BITACORA          PIC A VALUE "N".
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-RECHAZOS          PIC A VALUE "N".
       01  FIN-TORNO             PIC A VALUE "N".

       01  RUTA-SPOOL.
           02 FILLER             PIC X(8) VALUE "MATUTINO".
       01  CHECKPOINT-ID         PIC 9(6) VALUE ZEROS.
       01  CHECKPOINT-CUENTA     PIC 9(6) VALUE ZEROS.

      * el ultimo envio de tarjetas al torno (ultima linea de
      * TORNOCTLTXT, la escribe 78_BBDD_torno_accesos.cbl).
       01  HAY-ENVIO-TORNO       PIC A VALUE "N".
       01  TORNO-FECHA           PIC 9(8) VALUE ZEROS.
       01  TORNO-HORA            PIC 9(6) VALUE ZEROS.
       01  TORNO-MODO            PIC X(8) VALUE SPACES.
       01  TORNO-ALTAS           PIC 9(6) VALUE ZEROS.
       01  TORNO-CAMBIOS         PIC 9(6) VALUE ZEROS.
       01  TORNO-BAJAS           PIC 9(6) VALUE ZEROS.
       01  TORNO-TOTAL           PIC 9(6) VALUE ZEROS.

      * la ultima verificacion de la cadena de sellos de la
      * auditoria (ultima linea de VERIFCTLTXT, la escribe
      * 90_BBDD_verifica_auditoria.cbl).
       01  FIN-VERIFICACION      PIC A VALUE "N".
       01  HAY-VERIFICACION      PIC A VALUE "N".
       01  VERIF-FECHA           PIC 9(8) VALUE ZEROS.
       01  VERIF-HORA            PIC 9(6) VALUE ZEROS.
       01  VERIF-RESULTADO       PIC X(8) VALUE SPACES.
       01  VERIF-GENERACIONES    PIC 9(4) VALUE ZEROS.
       01  VERIF-REGISTROS       PIC 9(8) VALUE ZEROS.
       01  VERIF-ARCHIVO         PIC X(12) VALUE SPACES.
       01  VERIF-REGISTRO        PIC 9(6) VALUE ZEROS.
       01  VERIF-MOTIVO          PIC X(30) VALUE SPACES.

      * el veredicto: OK si todas las evidencias cuadran, REVISAR en
      * cuanto una sola pida atencion; cada motivo queda listado en
      * la pagina debajo del veredicto.
       PERFORM 4-LEE-AUDCTL.
       PERFORM 5-CUENTA-RECHAZOS.
       PERFORM 6-LEE-CHECKPOINT.
       PERFORM 65-LEE-ENVIO-TORNO.
       PERFORM 66-LEE-VERIFICACION.
       PERFORM 7-DECIDE-VEREDICTO.
       PERFORM 8-ESCRIBE-PAGINA.
       PERFORM 9-IMPRIME-RESUMEN.
       IF ESTADO-CHECKPOINT < "90"
           CLOSE CHECKPOINT-ARCHIVO.

      * como AUDCTLTXT, cada envio se anade al final: la ultima
      * linea es el envio mas reciente.
       65-LEE-ENVIO-TORNO.
       OPEN INPUT TORNO-ARCHIVO.
       IF ESTADO-TORNO = "00"
           PERFORM 651-LEE-TORNO
           PERFORM 652-GUARDA-ENVIO UNTIL FIN-TORNO = "S"
       END-IF.
       IF ESTADO-TORNO < "90"
           CLOSE TORNO-ARCHIVO.

       651-LEE-TORNO.
       READ TORNO-ARCHIVO
           AT END MOVE "S" TO FIN-TORNO.

       652-GUARDA-ENVIO.
       MOVE "S" TO HAY-ENVIO-TORNO.
       MOVE TOR-FECHA TO TORNO-FECHA.
       MOVE TOR-HORA TO TORNO-HORA.
       MOVE TOR-MODO TO TORNO-MODO.
       MOVE TOR-ALTAS TO TORNO-ALTAS.
       MOVE TOR-CAMBIOS TO TORNO-CAMBIOS.
       MOVE TOR-BAJAS TO TORNO-BAJAS.
       MOVE TOR-TOTAL TO TORNO-TOTAL.
       PERFORM 651-LEE-TORNO.

      * tambien aqui cada pasada se anade al final.
       66-LEE-VERIFICACION.
       OPEN INPUT VERIFICACION-ARCHIVO.
       IF ESTADO-VERIFICACION = "00"
           PERFORM 661-LEE-VERIFICACION
           PERFORM 662-GUARDA-VERIFICACION
               UNTIL FIN-VERIFICACION = "S"
       END-IF.
       IF ESTADO-VERIFICACION < "90"
           CLOSE VERIFICACION-ARCHIVO.

       661-LEE-VERIFICACION.
       READ VERIFICACION-ARCHIVO
           AT END MOVE "S" TO FIN-VERIFICACION.

       662-GUARDA-VERIFICACION.
       MOVE "S" TO HAY-VERIFICACION.
       MOVE VRF-FECHA TO VERIF-FECHA.
       MOVE VRF-HORA TO VERIF-HORA.
       MOVE VRF-RESULTADO TO VERIF-RESULTADO.
       MOVE VRF-GENERACIONES TO VERIF-GENERACIONES.
       MOVE VRF-REGISTROS TO VERIF-REGISTROS.
       MOVE VRF-ARCHIVO TO VERIF-ARCHIVO.
       MOVE VRF-REGISTRO TO VERIF-REGISTRO.
       MOVE VRF-MOTIVO TO VERIF-MOTIVO.
       PERFORM 661-LEE-VERIFICACION.

       7-DECIDE-VEREDICTO.
       IF HAY-BITACORA = "N" OR TOTAL-LINEAS-NOCHE = ZERO
           MOVE "Sin rastro de la noche en la bitacora" TO MOTIVO-NUEVO
           MOVE "Checkpoint residual: carga interactiva interrumpida"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO.
       IF HAY-ENVIO-TORNO = "N"
           MOVE "No hay envios de tarjetas al torno en TORNOCTLTXT"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO
       ELSE
       IF FECHA-NOCHE > ZERO AND TORNO-FECHA < FECHA-NOCHE
           MOVE "El ultimo envio al torno es anterior a la noche"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO.
       IF HAY-VERIFICACION = "N"
           MOVE "No hay verificacion de la auditoria en VERIFCTLTXT"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO
       ELSE
       IF VERIF-RESULTADO NOT = "CORRECTA"
           MOVE "Cadena de sellos de la auditoria ROTA: ver VERIFCTLTXT"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO
       ELSE
       IF FECHA-NOCHE > ZERO AND VERIF-FECHA < FECHA-NOCHE
           MOVE "La verificacion de auditoria es anterior a la noche"
               TO MOTIVO-NUEVO
           PERFORM 71-ANOTA-MOTIVO.
       IF TOTAL-MOTIVOS > ZERO
           MOVE "REVISAR" TO VEREDICTO.

       PERFORM 84-SECCION-CORTE.
       PERFORM 85-SECCION-RECHAZOS.
       PERFORM 86-SECCION-CHECKPOINT.
       PERFORM 87-SECCION-TORNO.
       PERFORM 88-SECCION-VERIFICACION.
       CLOSE PAGINA-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       END-IF.
       PERFORM 91-ESCRIBE-LINEA.

       87-SECCION-TORNO.
       MOVE SPACES TO LINEA-PAGINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "--- TARJETAS AL TORNO (TORNOCTLTXT) ---" TO LINEA-PAGINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF HAY-ENVIO-TORNO = "N"
           MOVE "Sin envios al torno anotados." TO LINEA-PAGINA
           PERFORM 91-ESCRIBE-LINEA
       ELSE
           MOVE SPACES TO LINEA-PAGINA
           STRING "Ultimo envio " DELIMITED BY SIZE
               TORNO-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TORNO-HORA DELIMITED BY SIZE
               ", modo " DELIMITED BY SIZE
               TORNO-MODO DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               TORNO-TOTAL DELIMITED BY SIZE
               " tarjetas en TARJETASTXT." DELIMITED BY SIZE
               INTO LINEA-PAGINA
           PERFORM 91-ESCRIBE-LINEA
           MOVE SPACES TO LINEA-PAGINA
           STRING "Altas " DELIMITED BY SIZE
               TORNO-ALTAS DELIMITED BY SIZE
               ", cambios " DELIMITED BY SIZE
               TORNO-CAMBIOS DELIMITED BY SIZE
               ", bajas " DELIMITED BY SIZE
               TORNO-BAJAS DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LINEA-PAGINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       88-SECCION-VERIFICACION.
       MOVE SPACES TO LINEA-PAGINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "--- SELLOS DE LA AUDITORIA (VERIFCTLTXT) ---"
           TO LINEA-PAGINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF HAY-VERIFICACION = "N"
           MOVE "Sin verificaciones anotadas." TO LINEA-PAGINA
           PERFORM 91-ESCRIBE-LINEA
       ELSE
           MOVE SPACES TO LINEA-PAGINA
           STRING "Ultima verificacion " DELIMITED BY SIZE
               VERIF-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VERIF-HORA DELIMITED BY SIZE
               ": cadena " DELIMITED BY SIZE
               VERIF-RESULTADO DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               VERIF-GENERACIONES DELIMITED BY SIZE
               " generaciones, " DELIMITED BY SIZE
               VERIF-REGISTROS DELIMITED BY SIZE
               " registros." DELIMITED BY SIZE
               INTO LINEA-PAGINA
           PERFORM 91-ESCRIBE-LINEA
           IF VERIF-RESULTADO NOT = "CORRECTA"
               MOVE SPACES TO LINEA-PAGINA
               STRING "Primer eslabon roto: " DELIMITED BY SIZE
                   VERIF-ARCHIVO DELIMITED BY SPACE
                   " registro " DELIMITED BY SIZE
                   VERIF-REGISTRO DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   VERIF-MOTIVO DELIMITED BY SIZE
                   INTO LINEA-PAGINA
               PERFORM 91-ESCRIBE-LINEA
           END-IF
       END-IF.

       91-ESCRIBE-LINEA.
       WRITE LINEA-PAGINA.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.
