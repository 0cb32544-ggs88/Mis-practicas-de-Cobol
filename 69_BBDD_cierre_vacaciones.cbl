      ******************************************************************
      * Author:
      * Date:
      * Purpose: CIERRE ANUAL DE VACACIONES Y SALDOS POR DEPARTAMENTO.
      *          Recorre el derecho de vacaciones del ano pedido
      *          (VACACIONESDAT, 68_BBDD_mantiene_vacaciones.cbl),
      *          cuenta los dias laborables de VACACIONES gastados en
      *          AUSENCIASDAT contra el calendario laboral de
      *          CALENDARIODAT, y cierra cada registro: lo que sobra
      *          pasa al ano siguiente hasta un tope y el resto se
      *          pierde. Quien se fue durante el ano (ya no esta en el
      *          maestro y si en EMPLEADOSHIS) ve su derecho
      *          prorrateado hasta la fecha de la baja y no traspasa
      *          nada: su saldo sale como dias a liquidar. El registro
      *          del ano siguiente se crea (ano entero, mismos dias de
      *          convenio, antiguedad y jornada) o se actualiza con los
      *          dias traspasados. Repetir el cierre recalcula los
      *          traspasos sin duplicarlos. El informe para los jefes,
      *          ordenado por departamento con un SORT y con totales
      *          por departamento, sale a una generacion fechada
      *          (VACCIE + AAAAMMDD) anotada en el registro de spool;
      *          codigo de retorno 4 si alguien gasto mas de lo que
      *          tenia o su ano siguiente ya estaba cerrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREVAC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL VACACIONES-ARCHIVO
                 ASSIGN TO "VACACIONESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS VAC-CLAVE
                 STATUS ESTADO-VACACIONES.

                 SELECT OPTIONAL AUSENCIAS-ARCHIVO
                 ASSIGN TO "AUSENCIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AUS-CLAVE
                 STATUS ESTADO-AUSENCIAS.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 ALTERNATE KEY IS EMPLEADOS-TELEFONO WITH DUPLICATES
                 ALTERNATE KEY IS EMPLEADOS-APELLIDO-PATERNO
                     WITH DUPLICATES
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL HISTORICO-ARCHIVO
                 ASSIGN TO "EMPLEADOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HIS-CLAVE
                 ALTERNATE KEY IS HIS-AP-PATERNO WITH DUPLICATES
                 STATUS ESTADO-HISTORICO.

                 SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS DEPARTAMENTOS-CODIGO
                 STATUS ESTADO-DEPARTAMENTOS.

                 SELECT ORDEN-ARCHIVO
                 ASSIGN TO "VACSORTTMP".

                 SELECT OPTIONAL INFORME-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-INFORME.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * el informe va a una generacion fechada (VACCIE + AAAAMMDD)
      * anotada en SPOOLCTLTXT, para el menu de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD VACACIONES-ARCHIVO.
           COPY VACACION.
      * VACACIONES-REGISTRO viene del copybook VACACION.cpy, el layout
      * comun con el mantenimiento del derecho de vacaciones.

           FD AUSENCIAS-ARCHIVO.
           COPY AUSENCIA.
      * AUSENCIAS-REGISTRO viene del copybook AUSENCIA.cpy, el layout
      * comun con la captura del menu de empleados.

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario laboral.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy: de ahi
      * salen la fecha de baja y el departamento de los que se fueron.

           FD DEPARTAMENTOS-ARCHIVO.
           COPY DEPARTAMENTO.
      * DEPARTAMENTOS-REGISTRO viene del copybook DEPARTAMENTO.cpy,
      * el layout comun con el mantenimiento de departamentos.

      * un registro por empleado cerrado, ordenado por departamento
      * e ID; lleva lo necesario para el informe y para abrir el ano
      * siguiente.
           SD ORDEN-ARCHIVO.
             01 ORDEN-REGISTRO.
               02 ORD-DEPTO          PIC 9(3).
               02 ORD-ID             PIC 9(6).
               02 ORD-NOMBRE         PIC X(15).
               02 ORD-APELLIDO       PIC X(20).
               02 ORD-SITUACION      PIC X(12).
               02 ORD-EN-PLANTILLA   PIC A.
               02 ORD-CONVENIO       PIC 9(3).
               02 ORD-ANTIGUEDAD     PIC 9(2).
               02 ORD-JORNADA        PIC 9(3).
               02 ORD-DERECHO        PIC 9(3).
               02 ORD-ARRASTRE       PIC 9(3).
               02 ORD-DISFRUTADOS    PIC 9(3).
               02 ORD-SALDO          PIC S9(4).
               02 ORD-TRASPASA       PIC 9(3).
               02 ORD-PIERDE         PIC 9(3).

           FD INFORME-ARCHIVO.
             01 LINEA-INFORME PIC X(100).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-VACACIONES     PIC XX.
       01  ESTADO-AUSENCIAS      PIC XX.
       01  ESTADO-CALENDARIO     PIC XX.
       01  ESTADO-APERTURA-CALENDARIO PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-APERTURA-HISTORICO PIC XX.
       01  ESTADO-DEPARTAMENTOS  PIC XX.
       01  ESTADO-APERTURA-DEPARTAMENTOS PIC XX.
       01  ESTADO-INFORME        PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "VACCIE".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-VACACIONES        PIC A VALUE "N".
       01  FIN-AUSENCIAS         PIC A.
       01  FIN-CALENDARIO        PIC A.
       01  FIN-HISTORICO         PIC A.
       01  FIN-ORDEN             PIC A VALUE "N".

       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  OPERADOR-ID           PIC X(10) VALUE "CIERREVAC".

      * ano que se cierra y tope de dias que pueden pasar al
      * siguiente.
       01  ANO-CIERRE            PIC 9(4) VALUE ZEROS.
       01  ANO-SIGUIENTE         PIC 9(4).
       01  TOPE-DEFECTO          PIC 9(3) VALUE 5.
       01  TOPE-TRASPASO         PIC 9(3) VALUE ZEROS.
       01  LIMITE-INFERIOR       PIC 9(8).
       01  LIMITE-SUPERIOR       PIC 9(8).

      * baja del que ya no esta en el maestro: el historico graba la
      * fecha en AAMMDD, y el siglo se pone con el del ano cerrado.
       01  BAJA-HALLADA          PIC A.
       01  FECHA-BAJA-HALLADA    PIC 9(8).
       01  FECHA-BAJA-PARTES REDEFINES FECHA-BAJA-HALLADA.
           02 FILLER             PIC 9(2).
           02 BAJA-AA            PIC 9(2).
           02 BAJA-MMDD          PIC 9(4).
       01  FECHA-BAJA-COMPLETA   PIC 9(8).
       01  SIGLO-CIERRE          PIC 9(2).
       01  ANO-CIERRE-AA         PIC 9(2).

      * dias de vacaciones gastados en el ano, contados en dias
      * laborables como el saldo del menu de empleados.
       01  SEMANA-LABORAL        PIC X(7) VALUE "SSSSSNN".
       01  DIA-SEMANA            PIC 9.
       01  SEMANAS-SERIE         PIC 9(7).
       01  DIAS-USADOS           PIC 9(4).
       01  DIAS-AUSENCIA         PIC S9(5).
       01  FECHA-RECORTE-INI     PIC 9(8).
       01  FECHA-RECORTE-FIN     PIC 9(8).
       01  DIAS-SERIE-INICIO     PIC 9(7).
       01  DIAS-SERIE-FIN        PIC 9(7).
       01  DIAS-SERIE-CUENTA     PIC 9(7).
       01  DIAS-ANO              PIC 9(3).
       01  DIAS-PERIODO          PIC 9(3).
       01  SALDO-ANO             PIC S9(4).

       01  FECHA-TRABAJO         PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO             PIC 9(4).
           02 FT-MES             PIC 9(2).
           02 FT-DIA             PIC 9(2).
       01  CALC-ANO              PIC 9(5).
       01  CALC-MES              PIC 9(2).
       01  CALC-Q4               PIC 9(4).
       01  CALC-Q100             PIC 9(3).
       01  CALC-Q400             PIC 9(2).
       01  CALC-M306             PIC 9(4).
       01  DIAS-SERIE            PIC 9(7).

      * ruptura por departamento del informe.
       01  DEPTO-ACTUAL          PIC 9(3).
       01  DEP-EMPLEADOS         PIC 9(6).
       01  DEP-DERECHO           PIC 9(6).
       01  DEP-ARRASTRE          PIC 9(6).
       01  DEP-DISFRUTADOS       PIC 9(6).
       01  DEP-SALDO             PIC S9(6).
       01  DEP-TRASPASA          PIC 9(6).
       01  DEP-PIERDE            PIC 9(6).
       01  TOT-DERECHO           PIC 9(6) VALUE ZEROS.
       01  TOT-ARRASTRE          PIC 9(6) VALUE ZEROS.
       01  TOT-DISFRUTADOS       PIC 9(6) VALUE ZEROS.
       01  TOT-SALDO             PIC S9(6) VALUE ZEROS.
       01  TOT-TRASPASA          PIC 9(6) VALUE ZEROS.
       01  TOT-PIERDE            PIC 9(6) VALUE ZEROS.

       01  CONTADOR-CERRADOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-BAJAS        PIC 9(6) VALUE ZEROS.
       01  CONTADOR-NEGATIVOS    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ABIERTOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ACTUALIZADOS PIC 9(6) VALUE ZEROS.
       01  CONTADOR-YA-CERRADOS  PIC 9(6) VALUE ZEROS.

       01  CABECERA-COLUMNAS.
           02 FILLER             PIC X(10) VALUE "  ID".
           02 FILLER             PIC X(16) VALUE "NOMBRE".
           02 FILLER             PIC X(20) VALUE "APELLIDO".
           02 FILLER             PIC X(6) VALUE "DEREC.".
           02 FILLER             PIC X(6) VALUE " TRASP".
           02 FILLER             PIC X(6) VALUE "  DISF".
           02 FILLER             PIC X(6) VALUE " SALDO".
           02 FILLER             PIC X(6) VALUE "  PASA".
           02 FILLER             PIC X(6) VALUE "PIERDE".
           02 FILLER             PIC X(2) VALUE SPACES.
           02 FILLER             PIC X(9) VALUE "SITUACION".

       01  LINEA-DETALLE.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LDE-ID             PIC 9(6).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LDE-NOMBRE         PIC X(15).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LDE-APELLIDO       PIC X(20).
           02 LDE-DERECHO        PIC ZZZZZ9.
           02 LDE-ARRASTRE       PIC ZZZZZ9.
           02 LDE-DISFRUTADOS    PIC ZZZZZ9.
           02 LDE-SALDO          PIC -----9.
           02 LDE-TRASPASA       PIC ZZZZZ9.
           02 LDE-PIERDE         PIC ZZZZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LDE-SITUACION      PIC X(12).

       01  LINEA-TOTAL.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LTO-ROTULO         PIC X(44).
           02 LTO-DERECHO        PIC ZZZZZ9.
           02 LTO-ARRASTRE       PIC ZZZZZ9.
           02 LTO-DISFRUTADOS    PIC ZZZZZ9.
           02 LTO-SALDO          PIC -----9.
           02 LTO-TRASPASA       PIC ZZZZZ9.
           02 LTO-PIERDE         PIC ZZZZZ9.
       01  LINEA-SEPARADORA      PIC X(94) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-PIDE-PARAMETROS.
       PERFORM 3-ABRE-ARCHIVOS.
       PERFORM 31-ESCRIBE-CABECERA.
       SORT ORDEN-ARCHIVO
           ON ASCENDING KEY ORD-DEPTO ORD-ID
           INPUT PROCEDURE 4-CIERRA-DERECHOS
           OUTPUT PROCEDURE 6-ABRE-E-IMPRIME.
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 8-CIERRA-ARCHIVOS.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * el cierre se corre en enero por el ano que acaba de terminar:
      * el cero es el ano anterior al de hoy.
       2-PIDE-PARAMETROS.
       DISPLAY "===== CIERRE ANUAL DE VACACIONES =====".
       DISPLAY "Ano a cerrar (AAAA, 0 = el ano pasado): ".
       ACCEPT ANO-CIERRE.
       IF ANO-CIERRE = ZERO
           COMPUTE ANO-CIERRE = HOY-ANO - 1.
       COMPUTE ANO-SIGUIENTE = ANO-CIERRE + 1.
       DISPLAY "Tope de dias que pasan al ano siguiente (0 = "
           TOPE-DEFECTO "): ".
       ACCEPT TOPE-TRASPASO.
       IF TOPE-TRASPASO = ZERO
           MOVE TOPE-DEFECTO TO TOPE-TRASPASO.
       COMPUTE LIMITE-INFERIOR = ANO-CIERRE * 10000 + 101.
       COMPUTE LIMITE-SUPERIOR = ANO-CIERRE * 10000 + 1231.
       DIVIDE ANO-CIERRE BY 100 GIVING SIGLO-CIERRE
           REMAINDER ANO-CIERRE-AA.

       3-ABRE-ARCHIVOS.
       OPEN I-O VACACIONES-ARCHIVO.
       IF ESTADO-VACACIONES = "05" OR ESTADO-VACACIONES > "09"
           DISPLAY "No hay derechos de vacaciones, estado "
               ESTADO-VACACIONES
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       OPEN INPUT HISTORICO-ARCHIVO.
       MOVE ESTADO-HISTORICO TO ESTADO-APERTURA-HISTORICO.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       MOVE ESTADO-DEPARTAMENTOS TO ESTADO-APERTURA-DEPARTAMENTOS.
       OPEN INPUT CALENDARIO-ARCHIVO.
       MOVE ESTADO-CALENDARIO TO ESTADO-APERTURA-CALENDARIO.
       IF ESTADO-APERTURA-CALENDARIO = "00"
           MOVE ZEROS TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAL-SEMANA-LABORAL TO SEMANA-LABORAL
           END-READ
       END-IF.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT INFORME-ARCHIVO.
       IF ESTADO-INFORME > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-INFORME
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       31-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-INFORME.
       STRING "SALDOS DE VACACIONES POR DEPARTAMENTO - CIERRE DEL ANO "
           DELIMITED BY SIZE
           ANO-CIERRE DELIMITED BY SIZE
           "  TOPE DE TRASPASO " DELIMITED BY SIZE
           TOPE-TRASPASO DELIMITED BY SIZE
           " DIAS" DELIMITED BY SIZE
           INTO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-INFORME.
       STRING "EMITIDO EL " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           "; DIAS LABORABLES SEGUN EL CALENDARIO DE LA EMPRESA"
               DELIMITED BY SIZE
           INTO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.

      * primera pasada: se cierra cada registro del ano sobre el
      * propio archivo y se suelta al SORT. El ano siguiente se abre
      * despues, en la salida del SORT, para no grabar en el archivo
      * mientras se recorre.
       4-CIERRA-DERECHOS.
       MOVE ZEROS TO VAC-ID.
       MOVE ZEROS TO VAC-ANO.
       START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
           INVALID KEY MOVE "S" TO FIN-VACACIONES.
       PERFORM 41-LEE-DERECHO UNTIL FIN-VACACIONES = "S".

       41-LEE-DERECHO.
       READ VACACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-VACACIONES.
       IF FIN-VACACIONES = "N"
           IF VAC-ANO = ANO-CIERRE
               PERFORM 42-CIERRA-EMPLEADO
           END-IF
       END-IF.

       42-CIERRA-EMPLEADO.
       MOVE SPACES TO ORDEN-REGISTRO.
       MOVE VAC-ID TO ORD-ID.
       PERFORM 43-BUSCA-EMPLEADO.
       IF ORD-EN-PLANTILLA = "N" AND BAJA-HALLADA = "S"
           PERFORM 44-PRORRATEA-BAJA.
       PERFORM 5-CUENTA-DISFRUTADOS.
       MOVE DIAS-USADOS TO VAC-DIAS-DISFRUTADOS.
       COMPUTE SALDO-ANO = VAC-DIAS-DERECHO + VAC-DIAS-ARRASTRE
           - VAC-DIAS-DISFRUTADOS.
       MOVE ZERO TO VAC-DIAS-TRASPASADOS.
       MOVE ZERO TO VAC-DIAS-PERDIDOS.
       IF SALDO-ANO < ZERO
           ADD 1 TO CONTADOR-NEGATIVOS
       ELSE
           IF ORD-EN-PLANTILLA = "N"
               MOVE SALDO-ANO TO VAC-DIAS-PERDIDOS
           ELSE
               IF SALDO-ANO > TOPE-TRASPASO
                   MOVE TOPE-TRASPASO TO VAC-DIAS-TRASPASADOS
                   COMPUTE VAC-DIAS-PERDIDOS =
                       SALDO-ANO - TOPE-TRASPASO
               ELSE
                   MOVE SALDO-ANO TO VAC-DIAS-TRASPASADOS
               END-IF
           END-IF
       END-IF.
       MOVE "CERRADO" TO VAC-ESTADO.
       MOVE FECHA-HOY TO VAC-FECHA-ALTA.
       MOVE OPERADOR-ID TO VAC-OPERADOR.
       REWRITE VACACIONES-REGISTRO.
       IF ESTADO-VACACIONES > "09"
           DISPLAY "Error al cerrar el ID " VAC-ID ", estado "
               ESTADO-VACACIONES
       ELSE
           ADD 1 TO CONTADOR-CERRADOS.
       MOVE VAC-DIAS-CONVENIO TO ORD-CONVENIO.
       MOVE VAC-DIAS-ANTIGUEDAD TO ORD-ANTIGUEDAD.
       MOVE VAC-PORCENTAJE-JORNADA TO ORD-JORNADA.
       MOVE VAC-DIAS-DERECHO TO ORD-DERECHO.
       MOVE VAC-DIAS-ARRASTRE TO ORD-ARRASTRE.
       MOVE VAC-DIAS-DISFRUTADOS TO ORD-DISFRUTADOS.
       MOVE SALDO-ANO TO ORD-SALDO.
       MOVE VAC-DIAS-TRASPASADOS TO ORD-TRASPASA.
       MOVE VAC-DIAS-PERDIDOS TO ORD-PIERDE.
       RELEASE ORDEN-REGISTRO.

      * en plantilla si sigue en el maestro; si no, su ultima baja
      * del historico da el nombre, el departamento y la fecha.
       43-BUSCA-EMPLEADO.
       MOVE "N" TO ORD-EN-PLANTILLA.
       MOVE "N" TO BAJA-HALLADA.
       MOVE ZEROS TO ORD-DEPTO.
       MOVE "(SIN DATOS)" TO ORD-NOMBRE.
       MOVE "NO ESTA" TO ORD-SITUACION.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE VAC-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ORD-EN-PLANTILLA
                   MOVE EMPLEADOS-DEPARTAMENTO TO ORD-DEPTO
                   MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
                   MOVE EMPLEADOS-APELLIDO-PATERNO TO ORD-APELLIDO
                   MOVE "EN PLANTILLA" TO ORD-SITUACION
           END-READ
       END-IF.
       IF ORD-EN-PLANTILLA = "N" AND ESTADO-APERTURA-HISTORICO = "00"
           MOVE VAC-ID TO HIS-ID
           MOVE ZEROS TO HIS-FECHA-BAJA
           MOVE ZEROS TO HIS-HORA-BAJA
           MOVE "N" TO FIN-HISTORICO
           START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO FIN-HISTORICO
           END-START
           PERFORM 431-LEE-BAJA UNTIL FIN-HISTORICO = "S"
       END-IF.
       IF ORD-EN-PLANTILLA = "N"
           ADD 1 TO CONTADOR-BAJAS.

      * el mismo ID puede tener varias bajas: la clave va por fecha,
      * asi que la ultima leida con ese ID es la mas reciente.
       431-LEE-BAJA.
       READ HISTORICO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORICO.
       IF FIN-HISTORICO = "N"
           IF HIS-ID NOT = VAC-ID
               MOVE "S" TO FIN-HISTORICO
           ELSE
               MOVE "S" TO BAJA-HALLADA
               MOVE HIS-FECHA-BAJA TO FECHA-BAJA-HALLADA
               MOVE HIS-DEPARTAMENTO TO ORD-DEPTO
               MOVE HIS-NOMBRE TO ORD-NOMBRE
               MOVE HIS-AP-PATERNO TO ORD-APELLIDO
               MOVE "A LIQUIDAR" TO ORD-SITUACION
           END-IF
       END-IF.

      * una baja dentro del ano recorta el tramo en plantilla y el
      * derecho se vuelve a prorratear hasta ese dia.
       44-PRORRATEA-BAJA.
       COMPUTE FECHA-BAJA-COMPLETA =
           SIGLO-CIERRE * 1000000 + BAJA-AA * 10000 + BAJA-MMDD.
       IF BAJA-AA = ANO-CIERRE-AA
           AND FECHA-BAJA-COMPLETA < VAC-FECHA-HASTA
           AND FECHA-BAJA-COMPLETA >= VAC-FECHA-DESDE
           MOVE FECHA-BAJA-COMPLETA TO VAC-FECHA-HASTA
           PERFORM 45-CALCULA-DERECHO.

      * derecho del ano = (convenio + antiguedad) por los dias del
      * tramo en plantilla sobre los del ano, por el porcentaje de
      * jornada, redondeado al dia; el mismo calculo de MANTVAC.
       45-CALCULA-DERECHO.
       COMPUTE FECHA-TRABAJO = VAC-ANO * 10000 + 101.
       PERFORM 56-CONVIERTE-A-DIAS.
       MOVE DIAS-SERIE TO DIAS-SERIE-INICIO.
       COMPUTE FECHA-TRABAJO = VAC-ANO * 10000 + 1231.
       PERFORM 56-CONVIERTE-A-DIAS.
       COMPUTE DIAS-ANO = DIAS-SERIE - DIAS-SERIE-INICIO + 1.
       MOVE VAC-FECHA-DESDE TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       MOVE DIAS-SERIE TO DIAS-SERIE-INICIO.
       MOVE VAC-FECHA-HASTA TO FECHA-TRABAJO.
       PERFORM 56-CONVIERTE-A-DIAS.
       COMPUTE DIAS-PERIODO = DIAS-SERIE - DIAS-SERIE-INICIO + 1.
       COMPUTE VAC-DIAS-DERECHO ROUNDED =
           (VAC-DIAS-CONVENIO + VAC-DIAS-ANTIGUEDAD) * DIAS-PERIODO
           * VAC-PORCENTAJE-JORNADA / (DIAS-ANO * 100).

      * dias laborables de VACACIONES del empleado dentro del ano,
      * recortando las ausencias que empiezan o acaban fuera de el.
       5-CUENTA-DISFRUTADOS.
       MOVE ZERO TO DIAS-USADOS.
       MOVE VAC-ID TO AUS-ID.
       MOVE ZEROS TO AUS-FECHA-INICIO.
       MOVE "N" TO FIN-AUSENCIAS.
       START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUS-CLAVE
           INVALID KEY MOVE "S" TO FIN-AUSENCIAS.
       PERFORM 51-LEE-AUSENCIA UNTIL FIN-AUSENCIAS = "S".

       51-LEE-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-AUSENCIAS.
       IF FIN-AUSENCIAS = "N"
           IF AUS-ID NOT = VAC-ID
               MOVE "S" TO FIN-AUSENCIAS
           ELSE
               PERFORM 52-ACUMULA-VACACIONES
           END-IF
       END-IF.

       52-ACUMULA-VACACIONES.
       IF AUS-TIPO = "VACACIONES"
           AND AUS-FECHA-INICIO <= LIMITE-SUPERIOR
           AND AUS-FECHA-FIN >= LIMITE-INFERIOR
           MOVE AUS-FECHA-INICIO TO FECHA-RECORTE-INI
           IF FECHA-RECORTE-INI < LIMITE-INFERIOR
               MOVE LIMITE-INFERIOR TO FECHA-RECORTE-INI
           END-IF
           MOVE AUS-FECHA-FIN TO FECHA-RECORTE-FIN
           IF FECHA-RECORTE-FIN > LIMITE-SUPERIOR
               MOVE LIMITE-SUPERIOR TO FECHA-RECORTE-FIN
           END-IF
           MOVE FECHA-RECORTE-INI TO FECHA-TRABAJO
           PERFORM 56-CONVIERTE-A-DIAS
           MOVE DIAS-SERIE TO DIAS-SERIE-INICIO
           MOVE FECHA-RECORTE-FIN TO FECHA-TRABAJO
           PERFORM 56-CONVIERTE-A-DIAS
           MOVE DIAS-SERIE TO DIAS-SERIE-FIN
           PERFORM 53-CUENTA-LABORABLES
           ADD DIAS-AUSENCIA TO DIAS-USADOS
       END-IF.

      * dias laborables entre DIAS-SERIE-INICIO y DIAS-SERIE-FIN: se
      * cuentan los dias cuya semana laboral dice S y luego se restan
      * los festivos del calendario que caen en uno de esos dias.
       53-CUENTA-LABORABLES.
       MOVE ZERO TO DIAS-AUSENCIA.
       MOVE DIAS-SERIE-INICIO TO DIAS-SERIE-CUENTA.
       PERFORM 54-CUENTA-DIA
           UNTIL DIAS-SERIE-CUENTA > DIAS-SERIE-FIN.
       IF ESTADO-APERTURA-CALENDARIO = "00"
           MOVE FECHA-RECORTE-INI TO CAL-FECHA
           MOVE "N" TO FIN-CALENDARIO
           START CALENDARIO-ARCHIVO KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-CALENDARIO
           END-START
           PERFORM 55-DESCUENTA-FESTIVO UNTIL FIN-CALENDARIO = "S"
       END-IF.

       54-CUENTA-DIA.
       MOVE DIAS-SERIE-CUENTA TO DIAS-SERIE.
       PERFORM 57-CALCULA-DIA-SEMANA.
       IF SEMANA-LABORAL (DIA-SEMANA:1) = "S"
           ADD 1 TO DIAS-AUSENCIA.
       ADD 1 TO DIAS-SERIE-CUENTA.

       55-DESCUENTA-FESTIVO.
       READ CALENDARIO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-CALENDARIO.
       IF FIN-CALENDARIO = "N"
           IF CAL-FECHA > FECHA-RECORTE-FIN
               MOVE "S" TO FIN-CALENDARIO
           ELSE
               MOVE CAL-FECHA TO FECHA-TRABAJO
               PERFORM 56-CONVIERTE-A-DIAS
               PERFORM 57-CALCULA-DIA-SEMANA
               IF SEMANA-LABORAL (DIA-SEMANA:1) = "S"
                   SUBTRACT 1 FROM DIAS-AUSENCIA
               END-IF
           END-IF
       END-IF.

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       56-CONVIERTE-A-DIAS.
       MOVE FT-ANO TO CALC-ANO.
       MOVE FT-MES TO CALC-MES.
       IF CALC-MES <= 2
           ADD 12 TO CALC-MES
           SUBTRACT 1 FROM CALC-ANO.
       DIVIDE CALC-ANO BY 4 GIVING CALC-Q4.
       DIVIDE CALC-ANO BY 100 GIVING CALC-Q100.
       DIVIDE CALC-ANO BY 400 GIVING CALC-Q400.
       COMPUTE CALC-M306 = 306 * (CALC-MES + 1).
       DIVIDE CALC-M306 BY 10 GIVING CALC-M306.
       COMPUTE DIAS-SERIE = 365 * CALC-ANO + CALC-Q4 - CALC-Q100
           + CALC-Q400 + CALC-M306 + FT-DIA - 428.

      * dia de la semana de DIAS-SERIE: 1 lunes ... 7 domingo, la
      * posicion que le toca en SEMANA-LABORAL.
       57-CALCULA-DIA-SEMANA.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.

      * salida del SORT: se abre el ano siguiente de cada empleado
      * que sigue en plantilla y se imprime por departamento.
       6-ABRE-E-IMPRIME.
       PERFORM 61-RETURN-ORDEN.
       PERFORM 62-PROCESA-DEPARTAMENTO UNTIL FIN-ORDEN = "S".

       61-RETURN-ORDEN.
       RETURN ORDEN-ARCHIVO
           AT END MOVE "S" TO FIN-ORDEN.

       62-PROCESA-DEPARTAMENTO.
       MOVE ORD-DEPTO TO DEPTO-ACTUAL.
       MOVE ZERO TO DEP-EMPLEADOS.
       MOVE ZERO TO DEP-DERECHO.
       MOVE ZERO TO DEP-ARRASTRE.
       MOVE ZERO TO DEP-DISFRUTADOS.
       MOVE ZERO TO DEP-SALDO.
       MOVE ZERO TO DEP-TRASPASA.
       MOVE ZERO TO DEP-PIERDE.
       PERFORM 63-CABECERA-DEPARTAMENTO.
       PERFORM 64-PROCESA-EMPLEADO
           UNTIL FIN-ORDEN = "S" OR ORD-DEPTO NOT = DEPTO-ACTUAL.
       MOVE SPACES TO LTO-ROTULO.
       STRING "TOTAL DEPARTAMENTO (" DELIMITED BY SIZE
           DEP-EMPLEADOS DELIMITED BY SIZE
           " EMPLEADOS)" DELIMITED BY SIZE
           INTO LTO-ROTULO.
       MOVE DEP-DERECHO TO LTO-DERECHO.
       MOVE DEP-ARRASTRE TO LTO-ARRASTRE.
       MOVE DEP-DISFRUTADOS TO LTO-DISFRUTADOS.
       MOVE DEP-SALDO TO LTO-SALDO.
       MOVE DEP-TRASPASA TO LTO-TRASPASA.
       MOVE DEP-PIERDE TO LTO-PIERDE.
       MOVE LINEA-TOTAL TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.

       63-CABECERA-DEPARTAMENTO.
       MOVE SPACES TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "SIN MAESTRO DE DEPARTAMENTOS" TO DEPARTAMENTOS-NOMBRE.
       IF ESTADO-APERTURA-DEPARTAMENTOS = "00"
           MOVE DEPTO-ACTUAL TO DEPARTAMENTOS-CODIGO
           READ DEPARTAMENTOS-ARCHIVO
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)"
                       TO DEPARTAMENTOS-NOMBRE
           END-READ
       END-IF.
       MOVE SPACES TO LINEA-INFORME.
       STRING "DEPARTAMENTO " DELIMITED BY SIZE
           DEPTO-ACTUAL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DEPARTAMENTOS-NOMBRE DELIMITED BY SIZE
           INTO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE CABECERA-COLUMNAS TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.

       64-PROCESA-EMPLEADO.
       ADD 1 TO DEP-EMPLEADOS.
       ADD ORD-DERECHO TO DEP-DERECHO TOT-DERECHO.
       ADD ORD-ARRASTRE TO DEP-ARRASTRE TOT-ARRASTRE.
       ADD ORD-DISFRUTADOS TO DEP-DISFRUTADOS TOT-DISFRUTADOS.
       ADD ORD-SALDO TO DEP-SALDO TOT-SALDO.
       ADD ORD-TRASPASA TO DEP-TRASPASA TOT-TRASPASA.
       ADD ORD-PIERDE TO DEP-PIERDE TOT-PIERDE.
       IF ORD-EN-PLANTILLA = "S"
           PERFORM 65-ABRE-ANO-SIGUIENTE.
       MOVE ORD-ID TO LDE-ID.
       MOVE ORD-NOMBRE TO LDE-NOMBRE.
       MOVE ORD-APELLIDO TO LDE-APELLIDO.
       MOVE ORD-DERECHO TO LDE-DERECHO.
       MOVE ORD-ARRASTRE TO LDE-ARRASTRE.
       MOVE ORD-DISFRUTADOS TO LDE-DISFRUTADOS.
       MOVE ORD-SALDO TO LDE-SALDO.
       MOVE ORD-TRASPASA TO LDE-TRASPASA.
       MOVE ORD-PIERDE TO LDE-PIERDE.
       MOVE ORD-SITUACION TO LDE-SITUACION.
       IF ORD-SALDO < ZERO
           MOVE "GASTO DE MAS" TO LDE-SITUACION.
       MOVE LINEA-DETALLE TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 61-RETURN-ORDEN.

      * el traspaso se mueve, no se suma, para que repetir el cierre
      * no lo duplique. Un ano siguiente ya cerrado no se toca.
       65-ABRE-ANO-SIGUIENTE.
       MOVE ORD-ID TO VAC-ID.
       MOVE ANO-SIGUIENTE TO VAC-ANO.
       READ VACACIONES-ARCHIVO
           INVALID KEY
               PERFORM 66-CREA-ANO-SIGUIENTE
           NOT INVALID KEY
               PERFORM 67-ACTUALIZA-ANO-SIGUIENTE
       END-READ.

       66-CREA-ANO-SIGUIENTE.
       MOVE ORD-CONVENIO TO VAC-DIAS-CONVENIO.
       MOVE ORD-ANTIGUEDAD TO VAC-DIAS-ANTIGUEDAD.
       MOVE ORD-JORNADA TO VAC-PORCENTAJE-JORNADA.
       COMPUTE VAC-FECHA-DESDE = ANO-SIGUIENTE * 10000 + 101.
       COMPUTE VAC-FECHA-HASTA = ANO-SIGUIENTE * 10000 + 1231.
       PERFORM 45-CALCULA-DERECHO.
       MOVE ORD-TRASPASA TO VAC-DIAS-ARRASTRE.
       MOVE "ABIERTO" TO VAC-ESTADO.
       MOVE ZERO TO VAC-DIAS-DISFRUTADOS.
       MOVE ZERO TO VAC-DIAS-TRASPASADOS.
       MOVE ZERO TO VAC-DIAS-PERDIDOS.
       MOVE FECHA-HOY TO VAC-FECHA-ALTA.
       MOVE OPERADOR-ID TO VAC-OPERADOR.
       WRITE VACACIONES-REGISTRO.
       IF ESTADO-VACACIONES > "09"
           DISPLAY "Error al abrir " ANO-SIGUIENTE " del ID " VAC-ID
               ", estado " ESTADO-VACACIONES
       ELSE
           ADD 1 TO CONTADOR-ABIERTOS.

       67-ACTUALIZA-ANO-SIGUIENTE.
       IF VAC-ESTADO = "CERRADO"
           ADD 1 TO CONTADOR-YA-CERRADOS
           DISPLAY "El ano " ANO-SIGUIENTE " del ID " VAC-ID
               " ya esta cerrado: no recibe el traspaso."
       ELSE
           MOVE ORD-TRASPASA TO VAC-DIAS-ARRASTRE
           MOVE FECHA-HOY TO VAC-FECHA-ALTA
           MOVE OPERADOR-ID TO VAC-OPERADOR
           REWRITE VACACIONES-REGISTRO
           IF ESTADO-VACACIONES > "09"
               DISPLAY "Error al traspasar al ID " VAC-ID
                   ", estado " ESTADO-VACACIONES
           ELSE
               ADD 1 TO CONTADOR-ACTUALIZADOS
           END-IF
       END-IF.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LTO-ROTULO.
       STRING "TOTAL EMPRESA (" DELIMITED BY SIZE
           CONTADOR-CERRADOS DELIMITED BY SIZE
           " EMPLEADOS)" DELIMITED BY SIZE
           INTO LTO-ROTULO.
       MOVE TOT-DERECHO TO LTO-DERECHO.
       MOVE TOT-ARRASTRE TO LTO-ARRASTRE.
       MOVE TOT-DISFRUTADOS TO LTO-DISFRUTADOS.
       MOVE TOT-SALDO TO LTO-SALDO.
       MOVE TOT-TRASPASA TO LTO-TRASPASA.
       MOVE TOT-PIERDE TO LTO-PIERDE.
       MOVE LINEA-TOTAL TO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-INFORME.
       STRING "BAJAS DEL ANO: " DELIMITED BY SIZE
           CONTADOR-BAJAS DELIMITED BY SIZE
           "   CON SALDO NEGATIVO: " DELIMITED BY SIZE
           CONTADOR-NEGATIVOS DELIMITED BY SIZE
           INTO LINEA-INFORME.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-INFORME.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir el
      * cierre.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "VACCIE" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       8-CIERRA-ARCHIVOS.
       CLOSE VACACIONES-ARCHIVO.
       CLOSE AUSENCIAS-ARCHIVO.
       CLOSE CALENDARIO-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       CLOSE INFORME-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== CIERRE DE VACACIONES DEL ANO " ANO-CIERRE
           " =====".
       DISPLAY "Derechos cerrados:          " CONTADOR-CERRADOS.
       DISPLAY "De ellos bajas del ano:     " CONTADOR-BAJAS.
       DISPLAY "Con saldo negativo:         " CONTADOR-NEGATIVOS.
       DISPLAY "Anos " ANO-SIGUIENTE " creados:       "
           CONTADOR-ABIERTOS.
       DISPLAY "Anos " ANO-SIGUIENTE " actualizados:  "
           CONTADOR-ACTUALIZADOS.
       DISPLAY "Ya cerrados, sin traspaso:  " CONTADOR-YA-CERRADOS.
       DISPLAY "Dias traspasados en total:  " TOT-TRASPASA.
       DISPLAY "Informe en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-NEGATIVOS > ZERO OR CONTADOR-YA-CERRADOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM CIERREVAC.
