      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DEL DERECHO ANUAL DE VACACIONES
      *          (VACACIONESDAT). Hasta ahora el menu de empleados
      *          daba a todo el mundo los mismos 22 dias; aqui se
      *          guarda, por empleado y ano, los dias de convenio, los
      *          de antiguedad, el porcentaje de jornada y el tramo
      *          del ano en plantilla, y se calcula el derecho
      *          prorrateado. La opcion de generar el ano crea el
      *          registro de toda la plantilla que aun no lo tenga,
      *          prorrateando desde la fecha del ALTA o REINSTAL si
      *          fue durante ese ano (sale de las generaciones AUDG del
      *          corte y de la auditoria viva, como en la nomina). Los
      *          dias traspasados del ano anterior los pone el cierre
      *          de 69_BBDD_cierre_vacaciones.cbl; un ano cerrado ya no
      *          se toca aqui. Mismo esquema de menu que los demas
      *          mantenimientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTVAC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL VACACIONES-ARCHIVO
                 ASSIGN TO "VACACIONESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS VAC-CLAVE
                 STATUS ESTADO-VACACIONES.

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

      * las fechas de alta del ano salen de las generaciones AUDG del
      * corte mas la auditoria viva del dia.

       DATA DIVISION.
       FILE SECTION.
           FD VACACIONES-ARCHIVO.
           COPY VACACION.
      * VACACIONES-REGISTRO viene del copybook VACACION.cpy, el layout
      * comun con el cierre anual y la consulta del menu de empleados.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

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

       WORKING-STORAGE SECTION.
       01  ESTADO-VACACIONES     PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  FIN-CONTROL           PIC A.
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A.
       01  FIN-EMPLEADOS         PIC A.
       01  FIN-VACACIONES        PIC A.
       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).

       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  OPCION-MENU           PIC 9 VALUE ZERO.
       01  ID-BUSQUEDA           PIC 9(6).
       01  ANO-BUSQUEDA          PIC 9(4).
       01  CONFIRMA-BORRADO      PIC A.
       01  REGISTRO-NUEVO        PIC A.
       01  DATOS-VALIDOS         PIC A.
       01  TOTAL-LISTADOS        PIC 9(3).

      * valores por defecto de un ano completo a jornada entera.
       01  DIAS-CONVENIO-DEFECTO PIC 9(3) VALUE 22.

      * captura: cero o en blanco deja el valor que ya tenia.
       01  CONVENIO-TECLEADO     PIC 9(3).
       01  ANTIGUEDAD-TECLEADA   PIC 9(2).
       01  JORNADA-TECLEADA      PIC 9(3).
       01  DESDE-TECLEADA        PIC 9(8).
       01  HASTA-TECLEADA        PIC 9(8).
       01  ARRASTRE-TECLEADO     PIC 9(3).

      * prorrateo: dias naturales del tramo en plantilla sobre los
      * del ano.
       01  DIAS-ANO              PIC 9(3).
       01  DIAS-PERIODO          PIC 9(3).
       01  DIAS-SERIE-INICIO     PIC 9(7).
       01  LIMITE-INFERIOR       PIC 9(8).
       01  LIMITE-SUPERIOR       PIC 9(8).

      * altas y readmisiones del ano que se genera, en el orden de la
      * auditoria: si un ID sale dos veces, la ultima es la que vale.
      * La auditoria graba la fecha en AAMMDD.
       01  TABLA-ENTRADAS.
           02 ENTRADA-ANO OCCURS 2000 TIMES.
             03 ENT-ID           PIC 9(6).
             03 ENT-FECHA        PIC 9(8).
       01  TOTAL-ENTRADAS        PIC 9(4) VALUE ZEROS.
       01  IDX-ENTRADA           PIC 9(4).
       01  FECHA-ALTA-HALLADA    PIC 9(8).
       01  ANO-GENERADO-AA       PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  FECHA-MOVIMIENTO      PIC 9(8).
       01  FECHA-MOV-PARTES REDEFINES FECHA-MOVIMIENTO.
           02 FILLER             PIC 9(2).
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

       01  CONTADOR-GENERADOS    PIC 9(6).
       01  CONTADOR-PRORRATEADOS PIC 9(6).
       01  CONTADOR-YA-TENIAN    PIC 9(6).

      * conversion de AAAAMMDD a numero de dia corrido, la misma del
      * menu de empleados.
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
       OPEN I-O VACACIONES-ARCHIVO.
       IF ESTADO-VACACIONES = "35"
           OPEN OUTPUT VACACIONES-ARCHIVO
           CLOSE VACACIONES-ARCHIVO
           OPEN I-O VACACIONES-ARCHIVO.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF ESTADO-FILE = "05" OR ESTADO-FILE > "09"
           DISPLAY "No se pudo abrir el maestro, estado " ESTADO-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       3-CIERRA-ARCHIVOS.
       CLOSE VACACIONES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       9000-MENU-PRINCIPAL.
       DISPLAY " ".
       DISPLAY "1. Alta o cambio del derecho de un empleado".
       DISPLAY "2. Consulta de un empleado".
       DISPLAY "3. Baja del derecho de un ano".
       DISPLAY "4. Generar el ano para toda la plantilla".
       DISPLAY "9. Salir".
       DISPLAY "Elige una opcion: ".
       ACCEPT OPCION-MENU.
       IF OPCION-MENU = 1 PERFORM 4-ALTA-O-CAMBIO.
       IF OPCION-MENU = 2 PERFORM 5-CONSULTA-EMPLEADO.
       IF OPCION-MENU = 3 PERFORM 6-BAJA-DERECHO.
       IF OPCION-MENU = 4 PERFORM 7-GENERA-ANO.

      * el ID tiene que estar en el maestro; si ya tiene registro en
      * ese ano se enseña y se cambia, salvo que el ano este cerrado.
       4-ALTA-O-CAMBIO.
       DISPLAY "ID empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ID-BUSQUEDA TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               DISPLAY "Ese ID no esta en el maestro de empleados."
           NOT INVALID KEY
               PERFORM 41-PIDE-ANO
       END-READ.

       41-PIDE-ANO.
       DISPLAY EMPLEADOS-NOMBRE " " EMPLEADOS-APELLIDO-PATERNO.
       DISPLAY "Ano (AAAA, 0 = el actual): ".
       ACCEPT ANO-BUSQUEDA.
       IF ANO-BUSQUEDA = ZERO
           MOVE HOY-ANO TO ANO-BUSQUEDA.
       MOVE ID-BUSQUEDA TO VAC-ID.
       MOVE ANO-BUSQUEDA TO VAC-ANO.
       READ VACACIONES-ARCHIVO
           INVALID KEY
               MOVE "S" TO REGISTRO-NUEVO
               PERFORM 81-INICIA-REGISTRO
           NOT INVALID KEY
               MOVE "N" TO REGISTRO-NUEVO
               PERFORM 82-MUESTRA-DERECHO
       END-READ.
       IF VAC-ESTADO = "CERRADO"
           DISPLAY "Ese ano ya esta cerrado: no se puede cambiar."
       ELSE
           PERFORM 42-CAPTURA-DERECHO
           IF DATOS-VALIDOS = "S"
               PERFORM 43-GRABA-DERECHO
           END-IF
       END-IF.

       42-CAPTURA-DERECHO.
       MOVE "S" TO DATOS-VALIDOS.
       DISPLAY "Dias de convenio (0 = " VAC-DIAS-CONVENIO "): ".
       ACCEPT CONVENIO-TECLEADO.
       IF CONVENIO-TECLEADO NOT = ZERO
           MOVE CONVENIO-TECLEADO TO VAC-DIAS-CONVENIO.
       DISPLAY "Dias de antiguedad (actual " VAC-DIAS-ANTIGUEDAD
           ", 99 = ninguno): ".
       ACCEPT ANTIGUEDAD-TECLEADA.
       IF ANTIGUEDAD-TECLEADA = 99
           MOVE ZERO TO VAC-DIAS-ANTIGUEDAD
       ELSE
           IF ANTIGUEDAD-TECLEADA NOT = ZERO
               MOVE ANTIGUEDAD-TECLEADA TO VAC-DIAS-ANTIGUEDAD
           END-IF
       END-IF.
       DISPLAY "Porcentaje de jornada (0 = " VAC-PORCENTAJE-JORNADA
           "): ".
       ACCEPT JORNADA-TECLEADA.
       IF JORNADA-TECLEADA NOT = ZERO
           MOVE JORNADA-TECLEADA TO VAC-PORCENTAJE-JORNADA.
       DISPLAY "En plantilla desde (AAAAMMDD, 0 = " VAC-FECHA-DESDE
           "): ".
       ACCEPT DESDE-TECLEADA.
       IF DESDE-TECLEADA NOT = ZERO
           MOVE DESDE-TECLEADA TO VAC-FECHA-DESDE.
       DISPLAY "Hasta (AAAAMMDD, 0 = " VAC-FECHA-HASTA "): ".
       ACCEPT HASTA-TECLEADA.
       IF HASTA-TECLEADA NOT = ZERO
           MOVE HASTA-TECLEADA TO VAC-FECHA-HASTA.
       DISPLAY "Dias traspasados del ano anterior (actual "
           VAC-DIAS-ARRASTRE ", 999 = ninguno): ".
       ACCEPT ARRASTRE-TECLEADO.
       IF ARRASTRE-TECLEADO = 999
           MOVE ZERO TO VAC-DIAS-ARRASTRE
       ELSE
           IF ARRASTRE-TECLEADO NOT = ZERO
               MOVE ARRASTRE-TECLEADO TO VAC-DIAS-ARRASTRE
           END-IF
       END-IF.
       COMPUTE LIMITE-INFERIOR = VAC-ANO * 10000 + 101.
       COMPUTE LIMITE-SUPERIOR = VAC-ANO * 10000 + 1231.
       IF VAC-PORCENTAJE-JORNADA > 100
           DISPLAY "El porcentaje de jornada no puede pasar de 100."
           MOVE "N" TO DATOS-VALIDOS.
       IF VAC-FECHA-DESDE < LIMITE-INFERIOR
           OR VAC-FECHA-HASTA > LIMITE-SUPERIOR
           OR VAC-FECHA-DESDE > VAC-FECHA-HASTA
           DISPLAY "Las fechas tienen que caer dentro del ano "
               VAC-ANO " y la primera no puede ser posterior."
           MOVE "N" TO DATOS-VALIDOS.

       43-GRABA-DERECHO.
       PERFORM 8-CALCULA-DERECHO.
       MOVE FECHA-HOY TO VAC-FECHA-ALTA.
       MOVE OPERADOR-ID TO VAC-OPERADOR.
       IF REGISTRO-NUEVO = "S"
           WRITE VACACIONES-REGISTRO
       ELSE
           REWRITE VACACIONES-REGISTRO.
       IF ESTADO-VACACIONES > "09"
           DISPLAY "Error al grabar el derecho, estado "
               ESTADO-VACACIONES
       ELSE
           DISPLAY "Derecho guardado: " VAC-DIAS-DERECHO
               " dias del ano mas " VAC-DIAS-ARRASTRE
               " traspasados.".

       5-CONSULTA-EMPLEADO.
       DISPLAY "ID empleado: ".
       ACCEPT ID-BUSQUEDA.
       MOVE ZERO TO TOTAL-LISTADOS.
       MOVE ID-BUSQUEDA TO VAC-ID.
       MOVE ZEROS TO VAC-ANO.
       MOVE "N" TO FIN-VACACIONES.
       START VACACIONES-ARCHIVO KEY IS NOT LESS THAN VAC-CLAVE
           INVALID KEY MOVE "S" TO FIN-VACACIONES.
       PERFORM 51-LISTA-ANO UNTIL FIN-VACACIONES = "S".
       IF TOTAL-LISTADOS = ZERO
           DISPLAY "Ese ID no tiene derecho de vacaciones grabado.".

       51-LISTA-ANO.
       READ VACACIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-VACACIONES.
       IF FIN-VACACIONES = "N"
           IF VAC-ID NOT = ID-BUSQUEDA
               MOVE "S" TO FIN-VACACIONES
           ELSE
               ADD 1 TO TOTAL-LISTADOS
               PERFORM 82-MUESTRA-DERECHO
           END-IF
       END-IF.

      * solo se borra un ano abierto: el cerrado es la prueba de lo
      * que se traspaso al siguiente.
       6-BAJA-DERECHO.
       DISPLAY "ID empleado: ".
       ACCEPT ID-BUSQUEDA.
       DISPLAY "Ano (AAAA): ".
       ACCEPT ANO-BUSQUEDA.
       MOVE ID-BUSQUEDA TO VAC-ID.
       MOVE ANO-BUSQUEDA TO VAC-ANO.
       READ VACACIONES-ARCHIVO
           INVALID KEY
               DISPLAY "No hay derecho grabado para ese ID y ano."
           NOT INVALID KEY
               PERFORM 61-CONFIRMA-Y-BORRA
       END-READ.

       61-CONFIRMA-Y-BORRA.
       PERFORM 82-MUESTRA-DERECHO.
       IF VAC-ESTADO = "CERRADO"
           DISPLAY "Ese ano ya esta cerrado: no se puede borrar."
       ELSE
           DISPLAY "¿Confirma que desea borrar este derecho? S/N"
           ACCEPT CONFIRMA-BORRADO
           IF CONFIRMA-BORRADO = "S" OR CONFIRMA-BORRADO = "s"
               DELETE VACACIONES-ARCHIVO RECORD
               IF ESTADO-VACACIONES > "09"
                   DISPLAY "Error al borrar, estado " ESTADO-VACACIONES
               ELSE
                   DISPLAY "Derecho borrado."
               END-IF
           ELSE
               DISPLAY "Borrado cancelado."
           END-IF
       END-IF.

      * crea el registro del ano para cada empleado del maestro que
      * aun no lo tenga; los que entraron ese ano se prorratean desde
      * su ultimo ALTA o REINSTAL. No toca los que ya existen.
       7-GENERA-ANO.
       DISPLAY "Ano a generar (AAAA, 0 = el actual): ".
       ACCEPT ANO-BUSQUEDA.
       IF ANO-BUSQUEDA = ZERO
           MOVE HOY-ANO TO ANO-BUSQUEDA.
       DIVIDE ANO-BUSQUEDA BY 100 GIVING ANO-COCIENTE
           REMAINDER ANO-GENERADO-AA.
       MOVE ZERO TO CONTADOR-GENERADOS.
       MOVE ZERO TO CONTADOR-PRORRATEADOS.
       MOVE ZERO TO CONTADOR-YA-TENIAN.
       PERFORM 71-CARGA-ALTAS-ANO.
       MOVE ZEROS TO EMPLEADOS-ID.
       MOVE "N" TO FIN-EMPLEADOS.
       START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY MOVE "S" TO FIN-EMPLEADOS.
       PERFORM 77-GENERA-EMPLEADO UNTIL FIN-EMPLEADOS = "S".
       DISPLAY "Derechos generados:  " CONTADOR-GENERADOS.
       DISPLAY "De ellos prorrateados por alta en el ano: "
           CONTADOR-PRORRATEADOS.
       DISPLAY "Ya tenian derecho:   " CONTADOR-YA-TENIAN.

      * primero las generaciones ACTIVA del corte, en el orden del
      * control, despues la auditoria viva.
       71-CARGA-ALTAS-ANO.
       MOVE ZERO TO TOTAL-ENTRADAS.
       MOVE "N" TO FIN-CONTROL.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 711-LEE-CONTROL
           PERFORM 712-PROCESA-GENERACION UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.
       MOVE "N" TO FIN-AUDITORIA.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 716-LEE-AUDITORIA
           PERFORM 717-PROCESA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       711-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       712-PROCESA-GENERACION.
       IF CTL-ESTADO = "ACTIVA"
           MOVE CTL-FECHA TO GENERACION-FECHA
           PERFORM 713-LEE-GENERACION.
       PERFORM 711-LEE-CONTROL.

       713-LEE-GENERACION.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           MOVE "N" TO FIN-GENERACION
           PERFORM 714-LEE-LINEA
           PERFORM 715-PROCESA-LINEA UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
       END-IF.

       714-LEE-LINEA.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       715-PROCESA-LINEA.
       MOVE GENERACION-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 718-GUARDA-ALTA.
       PERFORM 714-LEE-LINEA.

       716-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       717-PROCESA-VIVO.
       MOVE AUDITORIA-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 718-GUARDA-ALTA.
       PERFORM 716-LEE-AUDITORIA.

       718-GUARDA-ALTA.
       IF MAU-OPERACION = "ALTA" OR MAU-OPERACION = "REINSTAL"
           MOVE MAU-FECHA TO FECHA-MOVIMIENTO
           IF MOV-AA = ANO-GENERADO-AA
               IF TOTAL-ENTRADAS < 2000
                   ADD 1 TO TOTAL-ENTRADAS
                   MOVE MAU-ID TO ENT-ID (TOTAL-ENTRADAS)
                   COMPUTE ENT-FECHA (TOTAL-ENTRADAS) =
                       ANO-BUSQUEDA * 10000 + MOV-MMDD
               ELSE
                   DISPLAY "Tabla de altas del ano llena: el ID "
                       MAU-ID " se genera con el ano entero."
               END-IF
           END-IF
       END-IF.

       77-GENERA-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-EMPLEADOS.
       IF FIN-EMPLEADOS = "N"
           MOVE EMPLEADOS-ID TO VAC-ID
           MOVE ANO-BUSQUEDA TO VAC-ANO
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   PERFORM 771-CREA-DERECHO
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-YA-TENIAN
           END-READ
       END-IF.

       771-CREA-DERECHO.
       PERFORM 81-INICIA-REGISTRO.
       MOVE ZEROS TO FECHA-ALTA-HALLADA.
       PERFORM 772-BUSCA-ALTA
           VARYING IDX-ENTRADA FROM 1 BY 1
           UNTIL IDX-ENTRADA > TOTAL-ENTRADAS.
       IF FECHA-ALTA-HALLADA > VAC-FECHA-DESDE
           MOVE FECHA-ALTA-HALLADA TO VAC-FECHA-DESDE
           ADD 1 TO CONTADOR-PRORRATEADOS.
       PERFORM 8-CALCULA-DERECHO.
       MOVE FECHA-HOY TO VAC-FECHA-ALTA.
       MOVE OPERADOR-ID TO VAC-OPERADOR.
       WRITE VACACIONES-REGISTRO.
       IF ESTADO-VACACIONES > "09"
           DISPLAY "Error al grabar el derecho del ID " VAC-ID
               ", estado " ESTADO-VACACIONES
       ELSE
           ADD 1 TO CONTADOR-GENERADOS.

       772-BUSCA-ALTA.
       IF ENT-ID (IDX-ENTRADA) = EMPLEADOS-ID
           MOVE ENT-FECHA (IDX-ENTRADA) TO FECHA-ALTA-HALLADA.

      * derecho del ano = (convenio + antiguedad) por los dias del
      * tramo en plantilla sobre los del ano, por el porcentaje de
      * jornada, redondeado al dia.
       8-CALCULA-DERECHO.
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

      * registro nuevo con los valores de un ano completo a jornada
      * entera; la clave ya viene puesta.
       81-INICIA-REGISTRO.
       MOVE DIAS-CONVENIO-DEFECTO TO VAC-DIAS-CONVENIO.
       MOVE ZERO TO VAC-DIAS-ANTIGUEDAD.
       MOVE 100 TO VAC-PORCENTAJE-JORNADA.
       COMPUTE VAC-FECHA-DESDE = VAC-ANO * 10000 + 101.
       COMPUTE VAC-FECHA-HASTA = VAC-ANO * 10000 + 1231.
       MOVE ZERO TO VAC-DIAS-DERECHO.
       MOVE ZERO TO VAC-DIAS-ARRASTRE.
       MOVE "ABIERTO" TO VAC-ESTADO.
       MOVE ZERO TO VAC-DIAS-DISFRUTADOS.
       MOVE ZERO TO VAC-DIAS-TRASPASADOS.
       MOVE ZERO TO VAC-DIAS-PERDIDOS.
       MOVE ZEROS TO VAC-FECHA-ALTA.
       MOVE SPACES TO VAC-OPERADOR.

       82-MUESTRA-DERECHO.
       DISPLAY "--- Ano " VAC-ANO "  " VAC-ESTADO
           "  convenio " VAC-DIAS-CONVENIO
           "  antiguedad " VAC-DIAS-ANTIGUEDAD
           "  jornada " VAC-PORCENTAJE-JORNADA "%".
       DISPLAY "    En plantilla del " VAC-FECHA-DESDE " al "
           VAC-FECHA-HASTA "  derecho " VAC-DIAS-DERECHO
           "  traspasados " VAC-DIAS-ARRASTRE.
       IF VAC-ESTADO = "CERRADO"
           DISPLAY "    Cierre: disfrutados " VAC-DIAS-DISFRUTADOS
               "  pasan al ano siguiente " VAC-DIAS-TRASPASADOS
               "  perdidos o a liquidar " VAC-DIAS-PERDIDOS.
       DISPLAY "    Ultimo cambio " VAC-FECHA-ALTA " por " VAC-OPERADOR.

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

       END PROGRAM MANTVAC.
