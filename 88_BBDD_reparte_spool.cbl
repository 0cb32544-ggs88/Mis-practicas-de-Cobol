      ******************************************************************
      * Author:
      * Date:
      * Purpose: REPARTO NOCTURNO DEL SPOOL POR DESTINATARIO. El
      *          listado del directorio (RPTDIR), la hoja de emergencia
      *          (HOJAEM), los ausentes del dia (AUSHOY) y el
      *          presupuesto (PRESUP) salen como una sola generacion y
      *          cada manana alguien la partia a mano para subir las
      *          hojas a cada planta. Esta pasada recoge del registro
      *          de spool SPOOLCTLTXT las generaciones LISTO de esos
      *          cuatro informes anotadas desde el reparto anterior y,
      *          segun la lista de reparto REPARTODAT que mantiene
      *          87_BBDD_mantiene_reparto.cbl, saca una copia por
      *          destinatario con solo las lineas de sus departamentos
      *          (la marca de las columnas 198-200; el departamento
      *          000 de la lista lo recibe todo). Cada copia lleva su
      *          cabecera con numero de pagina, 20 lineas por pagina y
      *          un total de control de lineas y paginas, y queda en el
      *          spool como una generacion mas (informe + destinatario
      *          + AAAAMMDD de la generacion, p. ej. RPTDIRPL0120261015)
      *          para que SPOOLREP pueda reimprimir la copia de un solo
      *          destinatario. Al final deja la hoja de entrega
      *          (ENTREG + AAAAMMDD, tambien en el spool) con lo que va
      *          a cada uno y un hueco para la firma. La marca de hasta
      *          donde se repartio (numero de linea de SPOOLCTLTXT)
      *          queda en REPARTOCTLTXT, una linea por pasada, como los
      *          envios al torno; sin REPARTOCTLTXT (primera pasada)
      *          solo se reparten las generaciones de hoy, para no
      *          sacar de golpe todo el historico. Es el ultimo paso de
      *          la cadena de JOBCTLTXT, asi que recoge tambien lo que
      *          se haya lanzado a mano durante el dia. Codigo de
      *          retorno 4 si alguna generacion no se pudo abrir o no
      *          cupo, 8 si no se pudo escribir el spool o la marca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "REPARTOCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

      * CONTROL-ARCHIVO anota cada pasada al final: la ultima linea
      * es la mas reciente y de ella sale la marca desde la que sigue
      * el reparto siguiente.

                 SELECT OPTIONAL REPARTO-ARCHIVO
                 ASSIGN TO "REPARTODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS REP-CLAVE
                 STATUS ESTADO-REPARTO.

                 SELECT OPTIONAL GENERACION-ARCHIVO
                 ASSIGN USING RUTA-GENERACION
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-GENERACION.

                 SELECT OPTIONAL COPIA-ARCHIVO
                 ASSIGN USING RUTA-COPIA
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-COPIA.

                 SELECT OPTIONAL ENTREGA-ARCHIVO
                 ASSIGN USING RUTA-ENTREGA
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-ENTREGA.

      * las tres se asignan por variable, como en SPOOLREP: la ruta
      * se monta con el nombre y la fecha de cada generacion.

       DATA DIVISION.
       FILE SECTION.
           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 RCT-FECHA      PIC 9(8).
               02 RCT-HORA       PIC 9(6).
               02 RCT-MARCA      PIC 9(6).
               02 RCT-GENERACIONES PIC 9(4).
               02 RCT-COPIAS     PIC 9(4).

      * una linea por pasada: fecha y hora, marca (ultima linea de
      * SPOOLCTLTXT ya repartida), generaciones repartidas y copias
      * sacadas.

           FD REPARTO-ARCHIVO.
           COPY REPARTO.
      * REPARTO-REGISTRO viene del copybook REPARTO.cpy, el layout
      * comun con el mantenimiento de la lista de reparto.

           FD GENERACION-ARCHIVO.
             01 GENERACION-LINEA PIC X(200).
             01 GENERACION-LINEA-REPARTO.
               02 FILLER         PIC X(197).
               02 GEN-REPARTO    PIC X(3).

           FD COPIA-ARCHIVO.
             01 COPIA-LINEA PIC X(200).
             01 COPIA-LINEA-REPARTO.
               02 FILLER         PIC X(197).
               02 CPL-REPARTO    PIC X(3).

           FD ENTREGA-ARCHIVO.
             01 ENTREGA-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01  ESTADO-SPOOL          PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-REPARTO        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-COPIA          PIC XX.
       01  ESTADO-ENTREGA        PIC XX.
       01  FIN-SPOOL             PIC A.
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-REPARTO           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.

       01  FECHA-HOY             PIC 9(8).
       01  HORA-AHORA            PIC 9(8).
       01  HORA-AHORA-PARTES REDEFINES HORA-AHORA.
           02 AHORA-HHMMSS       PIC 9(6).
           02 FILLER             PIC 9(2).

       01  RUTA-GENERACION.
           02 RUTA-GEN-INFORME   PIC X(6).
           02 RUTA-GEN-FECHA     PIC 9(8).
       01  RUTA-COPIA.
           02 RUTA-COPIA-NOMBRE.
             03 RUTA-COPIA-INFORME PIC X(6).
             03 RUTA-COPIA-DESTINATARIO PIC X(4).
           02 RUTA-COPIA-FECHA   PIC 9(8).
       01  RUTA-ENTREGA.
           02 FILLER             PIC X(6) VALUE "ENTREG".
           02 ENTREGA-FECHA      PIC 9(8).

      * marcas: la de la pasada anterior (solo se reparten las lineas
      * de SPOOLCTLTXT posteriores) y la nueva. Si el registro de
      * spool tiene menos lineas que la marca es que se ha rehecho, y
      * se vuelve a empezar como en la primera pasada.
       01  HAY-REPARTO-ANTERIOR  PIC A VALUE "N".
       01  MARCA-ANTERIOR        PIC 9(6) VALUE ZEROS.
       01  MARCA-NUEVA           PIC 9(6) VALUE ZEROS.
       01  POSICION-SPOOL        PIC 9(6) VALUE ZEROS.
       01  LINEAS-SPOOL          PIC 9(6) VALUE ZEROS.
       01  REGISTROS-ANADIDOS    PIC 9(6) VALUE ZEROS.

      * generaciones por repartir en esta pasada. Si no caben, la
      * marca se queda en la ultima que entro y el resto sale la
      * noche siguiente.
       01  TABLA-GENERACIONES.
           02 GENERACION-PENDIENTE OCCURS 200 TIMES.
             03 GRP-INFORME      PIC X(6).
             03 GRP-FECHA        PIC 9(8).
       01  TOTAL-GENERACIONES    PIC 9(3) VALUE ZEROS.
       01  GENERACIONES-LLENAS   PIC A VALUE "N".
       01  IDX-GENERACION        PIC 9(4).

      * la lista de reparto entera en memoria, en orden de clave
      * (destinatario, informe, departamento): las lineas de un
      * destinatario para un informe quedan seguidas.
       01  TABLA-REPARTO.
           02 ENTRADA-REPARTO OCCURS 500 TIMES.
             03 TRP-DESTINATARIO PIC X(4).
             03 TRP-INFORME      PIC X(6).
             03 TRP-DEPARTAMENTO PIC X(3).
             03 TRP-NOMBRE       PIC X(30).
       01  TOTAL-REPARTOS        PIC 9(3) VALUE ZEROS.
       01  IDX-REPARTO           PIC 9(4).
       01  IDX-DEPARTAMENTO      PIC 9(4).

      * copias sacadas: de aqui salen la hoja de entrega y las
      * anotaciones en el registro de spool.
       01  TABLA-COPIAS.
           02 COPIA-SACADA OCCURS 500 TIMES.
             03 ENT-DESTINATARIO PIC X(4).
             03 ENT-NOMBRE       PIC X(30).
             03 ENT-INFORME      PIC X(6).
             03 ENT-FECHA        PIC 9(8).
             03 ENT-COPIA        PIC X(10).
             03 ENT-LINEAS-SPOOL PIC 9(6).
             03 ENT-DETALLE      PIC 9(6).
             03 ENT-PAGINAS      PIC 9(4).
       01  TOTAL-COPIAS          PIC 9(3) VALUE ZEROS.
       01  IDX-COPIA             PIC 9(4).

      * copia en curso.
       01  DESTINATARIO-ACTUAL   PIC X(4).
       01  NOMBRE-ACTUAL         PIC X(30).
       01  LINEA-RECIBIDA        PIC A.
       01  LINEAS-COPIA          PIC 9(6).
       01  DETALLE-COPIA         PIC 9(6).
       01  PAGINA-COPIA          PIC 9(4).
       01  MAX-LINEAS-PAGINA     PIC 9(2) VALUE 20.
       01  LINEAS-PAGINA         PIC 9(2).

       01  CONTADOR-SIN-ABRIR    PIC 9(4) VALUE ZEROS.
       01  CONTADOR-SIN-SITIO    PIC 9(4) VALUE ZEROS.
       01  CONTADOR-LINEAS-ENTREGA PIC 9(6) VALUE ZEROS.
       01  TOTAL-LINEAS-REPARTIDAS PIC 9(7) VALUE ZEROS.
       01  ENTREGA-ESCRITA       PIC A VALUE "N".
       01  HAY-FALLO             PIC A VALUE "N".

       01  CABECERA-COPIA.
           02  FILLER            PIC X(9) VALUE "COPIA DE ".
           02  CCO-INFORME       PIC X(6).
           02  FILLER            PIC X(12) VALUE " GENERACION ".
           02  CCO-FECHA         PIC 9(8).
           02  FILLER            PIC X(6) VALUE " PARA ".
           02  CCO-DESTINATARIO  PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  CCO-NOMBRE        PIC X(30).
           02  FILLER            PIC X(8) VALUE " PAGINA ".
           02  CCO-PAGINA        PIC ZZZ9.

       01  LINEA-SEPARADORA      PIC X(100) VALUE ALL "-".

       01  TOTAL-COPIA.
           02  FILLER            PIC X(27)
                                 VALUE "TOTAL DE CONTROL - LINEAS ".
           02  TCO-LINEAS        PIC ZZZZZ9.
           02  FILLER            PIC X(10) VALUE "  PAGINAS ".
           02  TCO-PAGINAS       PIC ZZZ9.

       01  CABECERA-ENTREGA-1.
           02  FILLER            PIC X(30)
                                 VALUE "HOJA DE ENTREGA DE INFORMES - ".
           02  CEN-FECHA         PIC 9(8).
       01  CABECERA-ENTREGA-2.
           02  FILLER            PIC X(36) VALUE "DEST NOMBRE".
           02  FILLER            PIC X(7)  VALUE "INFORME".
           02  FILLER            PIC X(9)  VALUE "FECHA".
           02  FILLER            PIC X(11) VALUE "COPIA".
           02  FILLER            PIC X(7)  VALUE "LINEAS".
           02  FILLER            PIC X(9)  VALUE "PAGINAS".
           02  FILLER            PIC X(8)  VALUE "RECIBIDO".

       01  DETALLE-ENTREGA.
           02  DEN-DESTINATARIO  PIC X(4).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-NOMBRE        PIC X(30).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-INFORME       PIC X(6).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-FECHA         PIC 9(8).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-COPIA         PIC X(10).
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-LINEAS        PIC ZZZZZ9.
           02  FILLER            PIC X(1) VALUE SPACE.
           02  DEN-PAGINAS       PIC ZZZZZZ9.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  FILLER            PIC X(20) VALUE ALL "_".

       01  TOTAL-ENTREGA.
           02  FILLER            PIC X(18) VALUE "COPIAS ENTREGADAS ".
           02  TEN-COPIAS        PIC ZZZ9.
           02  FILLER            PIC X(17) VALUE "  LINEAS TOTALES ".
           02  TEN-LINEAS        PIC ZZZZZZ9.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-AHORA FROM TIME.
       PERFORM 2-LEE-ULTIMO-REPARTO.
       PERFORM 3-CARGA-REPARTO.
       PERFORM 4-BUSCA-GENERACIONES.
       PERFORM 5-REPARTE-GENERACION
           VARYING IDX-GENERACION FROM 1 BY 1
           UNTIL IDX-GENERACION > TOTAL-GENERACIONES.
       PERFORM 7-IMPRIME-ENTREGA.
       PERFORM 8-REGISTRA-SPOOL.
       PERFORM 9-ANOTA-REPARTO.
       PERFORM 10-IMPRIME-RESUMEN.
       IF HAY-FALLO = "S"
           MOVE 8 TO RETURN-CODE
       ELSE
       IF CONTADOR-SIN-ABRIR > ZERO OR CONTADOR-SIN-SITIO > ZERO
           OR GENERACIONES-LLENAS = "S"
           MOVE 4 TO RETURN-CODE.
       GOBACK.

      * la ultima linea de REPARTOCTLTXT es la pasada anterior.
       2-LEE-ULTIMO-REPARTO.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 21-LEE-CONTROL
           PERFORM 22-GUARDA-CONTROL UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO.

       21-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       22-GUARDA-CONTROL.
       IF RCT-MARCA NUMERIC
           MOVE "S" TO HAY-REPARTO-ANTERIOR
           MOVE RCT-MARCA TO MARCA-ANTERIOR.
       PERFORM 21-LEE-CONTROL.

      * sin lista de reparto no sale ninguna copia, pero la pasada
      * sigue: la marca avanza y la hoja de entrega sale vacia.
       3-CARGA-REPARTO.
       OPEN INPUT REPARTO-ARCHIVO.
       IF ESTADO-REPARTO = "05" OR ESTADO-REPARTO > "09"
           DISPLAY "Sin lista de reparto REPARTODAT (estado "
               ESTADO-REPARTO "): no sale ninguna copia."
           IF ESTADO-REPARTO < "90"
               CLOSE REPARTO-ARCHIVO
           END-IF
       ELSE
           PERFORM 31-LEE-REPARTO
           PERFORM 32-GUARDA-REPARTO UNTIL FIN-REPARTO = "S"
           CLOSE REPARTO-ARCHIVO
       END-IF.

       31-LEE-REPARTO.
       READ REPARTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-REPARTO.

       32-GUARDA-REPARTO.
       IF TOTAL-REPARTOS < 500
           ADD 1 TO TOTAL-REPARTOS
           MOVE REP-DESTINATARIO TO TRP-DESTINATARIO (TOTAL-REPARTOS)
           MOVE REP-INFORME TO TRP-INFORME (TOTAL-REPARTOS)
           MOVE REP-DEPARTAMENTO TO TRP-DEPARTAMENTO (TOTAL-REPARTOS)
           MOVE REP-NOMBRE TO TRP-NOMBRE (TOTAL-REPARTOS)
       ELSE
           DISPLAY "Lista de reparto llena: se ignora "
               REP-DESTINATARIO " " REP-INFORME " " REP-DEPARTAMENTO
           ADD 1 TO CONTADOR-SIN-SITIO.
       PERFORM 31-LEE-REPARTO.

      * primero se cuentan las lineas del registro de spool, para
      * saber si la marca anterior sigue valiendo; despues se apuntan
      * las generaciones por repartir.
       4-BUSCA-GENERACIONES.
       MOVE ZEROS TO LINEAS-SPOOL.
       OPEN INPUT SPOOL-ARCHIVO.
       IF ESTADO-SPOOL = "00"
           MOVE "N" TO FIN-SPOOL
           PERFORM 41-LEE-SPOOL
           PERFORM 42-CUENTA-LINEA UNTIL FIN-SPOOL = "S"
       END-IF.
       IF ESTADO-SPOOL < "90"
           CLOSE SPOOL-ARCHIVO.
       IF LINEAS-SPOOL < MARCA-ANTERIOR
           DISPLAY "SPOOLCTLTXT tiene " LINEAS-SPOOL
               " lineas y la marca era " MARCA-ANTERIOR
               ": se reparte solo lo de hoy."
           MOVE "N" TO HAY-REPARTO-ANTERIOR
           MOVE ZEROS TO MARCA-ANTERIOR.
       MOVE MARCA-ANTERIOR TO MARCA-NUEVA.
       MOVE ZEROS TO POSICION-SPOOL.
       OPEN INPUT SPOOL-ARCHIVO.
       IF ESTADO-SPOOL = "00"
           MOVE "N" TO FIN-SPOOL
           PERFORM 41-LEE-SPOOL
           PERFORM 43-EXAMINA-ENTRADA UNTIL FIN-SPOOL = "S"
       END-IF.
       IF ESTADO-SPOOL < "90"
           CLOSE SPOOL-ARCHIVO.

       41-LEE-SPOOL.
       READ SPOOL-ARCHIVO
           AT END MOVE "S" TO FIN-SPOOL.

       42-CUENTA-LINEA.
       ADD 1 TO LINEAS-SPOOL.
       PERFORM 41-LEE-SPOOL.

      * solo las generaciones LISTO de los cuatro informes que llevan
      * marca de reparto; las copias y hojas de entrega que esta
      * misma pasada anota quedan por debajo de la marca nueva.
       43-EXAMINA-ENTRADA.
       ADD 1 TO POSICION-SPOOL.
       IF GENERACIONES-LLENAS = "N"
           AND POSICION-SPOOL > MARCA-ANTERIOR
           IF SPL-ESTADO = "LISTO"
               AND (SPL-NOMBRE = "RPTDIR" OR SPL-NOMBRE = "HOJAEM"
                   OR SPL-NOMBRE = "AUSHOY" OR SPL-NOMBRE = "PRESUP")
               AND (HAY-REPARTO-ANTERIOR = "S"
                   OR SPL-FECHA NOT < FECHA-HOY)
               PERFORM 44-APUNTA-GENERACION
           END-IF
           IF GENERACIONES-LLENAS = "N"
               MOVE POSICION-SPOOL TO MARCA-NUEVA
           END-IF
       END-IF.
       PERFORM 41-LEE-SPOOL.

       44-APUNTA-GENERACION.
       IF TOTAL-GENERACIONES < 200
           ADD 1 TO TOTAL-GENERACIONES
           MOVE SPL-NOMBRE TO GRP-INFORME (TOTAL-GENERACIONES)
           MOVE SPL-FECHA TO GRP-FECHA (TOTAL-GENERACIONES)
       ELSE
           DISPLAY "Demasiadas generaciones por repartir: desde "
               SPL-NOMBRE " " SPL-FECHA " quedan para manana."
           MOVE "S" TO GENERACIONES-LLENAS.

      * la generacion se prueba antes de sacar copias: si ya no esta
      * en disco (purgada a mano, por ejemplo) se avisa y se salta.
       5-REPARTE-GENERACION.
       MOVE GRP-INFORME (IDX-GENERACION) TO RUTA-GEN-INFORME.
       MOVE GRP-FECHA (IDX-GENERACION) TO RUTA-GEN-FECHA.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           DISPLAY "No se pudo abrir " RUTA-GENERACION ", estado "
               ESTADO-GENERACION
           ADD 1 TO CONTADOR-SIN-ABRIR
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           CLOSE GENERACION-ARCHIVO
           MOVE SPACES TO DESTINATARIO-ACTUAL
           PERFORM 51-BUSCA-DESTINATARIO
               VARYING IDX-REPARTO FROM 1 BY 1
               UNTIL IDX-REPARTO > TOTAL-REPARTOS
       END-IF.

      * una copia por destinatario distinto que reciba este informe.
       51-BUSCA-DESTINATARIO.
       IF TRP-INFORME (IDX-REPARTO) = GRP-INFORME (IDX-GENERACION)
           AND TRP-DESTINATARIO (IDX-REPARTO) NOT = DESTINATARIO-ACTUAL
           MOVE TRP-DESTINATARIO (IDX-REPARTO) TO DESTINATARIO-ACTUAL
           MOVE TRP-NOMBRE (IDX-REPARTO) TO NOMBRE-ACTUAL
           PERFORM 6-SACA-COPIA.

      * la copia lleva las lineas marcadas con un departamento del
      * destinatario, sin la marca; las lineas sin marca (cabeceras,
      * pies y totales de la generacion) no se reparten, la copia
      * lleva su propia cabecera y su propio total.
       6-SACA-COPIA.
       IF TOTAL-COPIAS NOT < 500
           DISPLAY "Demasiadas copias: " GRP-INFORME (IDX-GENERACION)
               " " GRP-FECHA (IDX-GENERACION) " para "
               DESTINATARIO-ACTUAL " no sale."
           ADD 1 TO CONTADOR-SIN-SITIO
       ELSE
           MOVE GRP-INFORME (IDX-GENERACION) TO RUTA-COPIA-INFORME
           MOVE DESTINATARIO-ACTUAL TO RUTA-COPIA-DESTINATARIO
           MOVE GRP-FECHA (IDX-GENERACION) TO RUTA-COPIA-FECHA
           OPEN OUTPUT COPIA-ARCHIVO
           IF ESTADO-COPIA > "09"
               DISPLAY "No se pudo crear " RUTA-COPIA ", estado "
                   ESTADO-COPIA
               ADD 1 TO CONTADOR-SIN-ABRIR
           ELSE
               PERFORM 61-ESCRIBE-COPIA
               CLOSE COPIA-ARCHIVO
               PERFORM 66-APUNTA-COPIA
           END-IF
       END-IF.

       61-ESCRIBE-COPIA.
       MOVE ZEROS TO LINEAS-COPIA.
       MOVE ZEROS TO DETALLE-COPIA.
       MOVE ZEROS TO PAGINA-COPIA.
       PERFORM 62-CABECERA-COPIA.
       OPEN INPUT GENERACION-ARCHIVO.
       MOVE "N" TO FIN-GENERACION.
       PERFORM 63-LEE-GENERACION.
       PERFORM 64-PROCESA-LINEA UNTIL FIN-GENERACION = "S".
       CLOSE GENERACION-ARCHIVO.
       IF DETALLE-COPIA = ZERO
           MOVE "*** NADA DE ESTE INFORME PARA ESTE DESTINATARIO ***"
               TO COPIA-LINEA
           PERFORM 91-ESCRIBE-COPIA.
       MOVE SPACES TO COPIA-LINEA.
       PERFORM 91-ESCRIBE-COPIA.
       MOVE DETALLE-COPIA TO TCO-LINEAS.
       MOVE PAGINA-COPIA TO TCO-PAGINAS.
       MOVE TOTAL-COPIA TO COPIA-LINEA.
       PERFORM 91-ESCRIBE-COPIA.

       62-CABECERA-COPIA.
       ADD 1 TO PAGINA-COPIA.
       MOVE ZEROS TO LINEAS-PAGINA.
       MOVE GRP-INFORME (IDX-GENERACION) TO CCO-INFORME.
       MOVE GRP-FECHA (IDX-GENERACION) TO CCO-FECHA.
       MOVE DESTINATARIO-ACTUAL TO CCO-DESTINATARIO.
       MOVE NOMBRE-ACTUAL TO CCO-NOMBRE.
       MOVE PAGINA-COPIA TO CCO-PAGINA.
       IF PAGINA-COPIA > 1
           MOVE SPACES TO COPIA-LINEA
           PERFORM 91-ESCRIBE-COPIA.
       MOVE CABECERA-COPIA TO COPIA-LINEA.
       PERFORM 91-ESCRIBE-COPIA.
       MOVE LINEA-SEPARADORA TO COPIA-LINEA.
       PERFORM 91-ESCRIBE-COPIA.

       63-LEE-GENERACION.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       64-PROCESA-LINEA.
       IF GEN-REPARTO NOT = SPACES
           MOVE "N" TO LINEA-RECIBIDA
           PERFORM 65-COMPARA-DEPARTAMENTO
               VARYING IDX-DEPARTAMENTO FROM 1 BY 1
               UNTIL IDX-DEPARTAMENTO > TOTAL-REPARTOS
                   OR LINEA-RECIBIDA = "S"
           IF LINEA-RECIBIDA = "S"
               IF LINEAS-PAGINA NOT < MAX-LINEAS-PAGINA
                   PERFORM 62-CABECERA-COPIA
               END-IF
               MOVE GENERACION-LINEA TO COPIA-LINEA
               MOVE SPACES TO CPL-REPARTO
               PERFORM 91-ESCRIBE-COPIA
               ADD 1 TO LINEAS-PAGINA
               ADD 1 TO DETALLE-COPIA
           END-IF
       END-IF.
       PERFORM 63-LEE-GENERACION.

       65-COMPARA-DEPARTAMENTO.
       IF TRP-DESTINATARIO (IDX-DEPARTAMENTO) = DESTINATARIO-ACTUAL
           AND TRP-INFORME (IDX-DEPARTAMENTO) =
               GRP-INFORME (IDX-GENERACION)
           AND (TRP-DEPARTAMENTO (IDX-DEPARTAMENTO) = "000"
               OR TRP-DEPARTAMENTO (IDX-DEPARTAMENTO) = GEN-REPARTO)
           MOVE "S" TO LINEA-RECIBIDA.

       66-APUNTA-COPIA.
       ADD 1 TO TOTAL-COPIAS.
       MOVE DESTINATARIO-ACTUAL TO ENT-DESTINATARIO (TOTAL-COPIAS).
       MOVE NOMBRE-ACTUAL TO ENT-NOMBRE (TOTAL-COPIAS).
       MOVE GRP-INFORME (IDX-GENERACION) TO ENT-INFORME (TOTAL-COPIAS).
       MOVE GRP-FECHA (IDX-GENERACION) TO ENT-FECHA (TOTAL-COPIAS).
       MOVE RUTA-COPIA-NOMBRE TO ENT-COPIA (TOTAL-COPIAS).
       MOVE LINEAS-COPIA TO ENT-LINEAS-SPOOL (TOTAL-COPIAS).
       MOVE DETALLE-COPIA TO ENT-DETALLE (TOTAL-COPIAS).
       MOVE PAGINA-COPIA TO ENT-PAGINAS (TOTAL-COPIAS).
       ADD DETALLE-COPIA TO TOTAL-LINEAS-REPARTIDAS.

      * la hoja de entrega sale todas las noches, aunque no haya
      * copias, para que operacion vea que el reparto corrio.
       7-IMPRIME-ENTREGA.
       MOVE FECHA-HOY TO ENTREGA-FECHA.
       OPEN OUTPUT ENTREGA-ARCHIVO.
       IF ESTADO-ENTREGA > "09"
           DISPLAY "No se pudo crear " RUTA-ENTREGA ", estado "
               ESTADO-ENTREGA
           MOVE "S" TO HAY-FALLO
       ELSE
           MOVE FECHA-HOY TO CEN-FECHA
           MOVE CABECERA-ENTREGA-1 TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           MOVE SPACES TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           MOVE CABECERA-ENTREGA-2 TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           MOVE LINEA-SEPARADORA TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           PERFORM 71-LINEA-ENTREGA
               VARYING IDX-COPIA FROM 1 BY 1
               UNTIL IDX-COPIA > TOTAL-COPIAS
           MOVE LINEA-SEPARADORA TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           MOVE TOTAL-COPIAS TO TEN-COPIAS
           MOVE TOTAL-LINEAS-REPARTIDAS TO TEN-LINEAS
           MOVE TOTAL-ENTREGA TO ENTREGA-LINEA
           PERFORM 92-ESCRIBE-ENTREGA
           CLOSE ENTREGA-ARCHIVO
           MOVE "S" TO ENTREGA-ESCRITA
       END-IF.

       71-LINEA-ENTREGA.
       MOVE ENT-DESTINATARIO (IDX-COPIA) TO DEN-DESTINATARIO.
       MOVE ENT-NOMBRE (IDX-COPIA) TO DEN-NOMBRE.
       MOVE ENT-INFORME (IDX-COPIA) TO DEN-INFORME.
       MOVE ENT-FECHA (IDX-COPIA) TO DEN-FECHA.
       MOVE ENT-COPIA (IDX-COPIA) TO DEN-COPIA.
       MOVE ENT-DETALLE (IDX-COPIA) TO DEN-LINEAS.
       MOVE ENT-PAGINAS (IDX-COPIA) TO DEN-PAGINAS.
       MOVE DETALLE-ENTREGA TO ENTREGA-LINEA.
       PERFORM 92-ESCRIBE-ENTREGA.

      * cada copia queda en el registro de spool con la fecha de su
      * generacion, para que SPOOLREP la encuentre por nombre (p. ej.
      * RPTDIRPL01) y fecha; la hoja de entrega, con la de hoy.
       8-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       IF ESTADO-SPOOL > "09"
           DISPLAY "No se pudo anotar en SPOOLCTLTXT, estado "
               ESTADO-SPOOL
           MOVE "S" TO HAY-FALLO
       ELSE
           PERFORM 81-REGISTRA-COPIA
               VARYING IDX-COPIA FROM 1 BY 1
               UNTIL IDX-COPIA > TOTAL-COPIAS
           IF ENTREGA-ESCRITA = "S"
               MOVE "ENTREG" TO SPL-NOMBRE
               MOVE FECHA-HOY TO SPL-FECHA
               MOVE CONTADOR-LINEAS-ENTREGA TO SPL-LINEAS
               MOVE "LISTO" TO SPL-ESTADO
               WRITE SPOOL-REGISTRO
               ADD 1 TO REGISTROS-ANADIDOS
           END-IF
           CLOSE SPOOL-ARCHIVO
       END-IF.

       81-REGISTRA-COPIA.
       MOVE ENT-COPIA (IDX-COPIA) TO SPL-NOMBRE.
       MOVE ENT-FECHA (IDX-COPIA) TO SPL-FECHA.
       MOVE ENT-LINEAS-SPOOL (IDX-COPIA) TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       ADD 1 TO REGISTROS-ANADIDOS.

      * si se llego al final del registro, la marca salta tambien las
      * lineas que esta pasada acaba de anotar.
       9-ANOTA-REPARTO.
       IF GENERACIONES-LLENAS = "N"
           ADD REGISTROS-ANADIDOS TO MARCA-NUEVA.
       OPEN EXTEND CONTROL-ARCHIVO.
       IF ESTADO-CONTROL > "09"
           DISPLAY "No se pudo anotar el reparto en REPARTOCTLTXT, "
               "estado " ESTADO-CONTROL
           MOVE "S" TO HAY-FALLO
       ELSE
           MOVE FECHA-HOY TO RCT-FECHA
           MOVE AHORA-HHMMSS TO RCT-HORA
           MOVE MARCA-NUEVA TO RCT-MARCA
           MOVE TOTAL-GENERACIONES TO RCT-GENERACIONES
           MOVE TOTAL-COPIAS TO RCT-COPIAS
           WRITE CONTROL-REGISTRO
           CLOSE CONTROL-ARCHIVO
       END-IF.

       91-ESCRIBE-COPIA.
       WRITE COPIA-LINEA.
       ADD 1 TO LINEAS-COPIA.

       92-ESCRIBE-ENTREGA.
       WRITE ENTREGA-LINEA.
       ADD 1 TO CONTADOR-LINEAS-ENTREGA.

       10-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== REPARTO DEL SPOOL POR DESTINATARIO =====".
       DISPLAY "Fecha: " FECHA-HOY.
       IF HAY-REPARTO-ANTERIOR = "S"
           DISPLAY "Lineas de spool posteriores a " MARCA-ANTERIOR
       ELSE
           DISPLAY "Primera pasada: solo generaciones de hoy".
       DISPLAY "Lineas de la lista:         " TOTAL-REPARTOS.
       DISPLAY "Generaciones repartidas:    " TOTAL-GENERACIONES.
       DISPLAY "Generaciones sin abrir:     " CONTADOR-SIN-ABRIR.
       DISPLAY "Copias sacadas:             " TOTAL-COPIAS.
       DISPLAY "Lineas repartidas:          " TOTAL-LINEAS-REPARTIDAS.
       DISPLAY "Marca del reparto:          " MARCA-NUEVA.
       DISPLAY "Hoja de entrega en " RUTA-ENTREGA ".".

       END PROGRAM REPARTE.
