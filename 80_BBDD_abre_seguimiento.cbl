      ******************************************************************
      * Author:
      * Date:
      * Purpose: APERTURA NOCTURNA DE LISTAS DE TAREAS DE ENTRADA Y
      *          SALIDA. Cada ALTA o REINSTAL abre la lista ENTRADA del
      *          empleado y cada BAJA la lista SALIDA, copiando en
      *          SEGUIMIENTODAT las tareas de la plantilla TAREASDAT
      *          (79_BBDD_mantiene_tareas.cbl) con su responsable y su
      *          vencimiento (fecha del movimiento mas el plazo). Los
      *          movimientos salen de la auditoria, igual que el envio
      *          al torno: generaciones ACTIVA (AUDG + AAAAMMDD, segun
      *          AUDCTLTXT) mas la auditoria viva, asi que dan igual el
      *          menu, el lote de movimientos o APLPEND y da igual que
      *          el paso corra antes o despues del corte. La marca del
      *          ultimo movimiento tratado queda en SEGCTLTXT, una linea
      *          por pasada; sin SEGCTLTXT (primera pasada) se empieza
      *          por los movimientos de hoy, sin abrir listas de todo el
      *          pasado. Una BAJA deja ANULADA cualquier tarea de
      *          ENTRADA que siguiera pendiente. Despues repasa todas
      *          las tareas pendientes con comprobacion y da por HECHA
      *          (cerrada por AUTOMATICA) la de SALARIO si el empleado
      *          tiene registro en SALARIOSDAT, la de CONTACTO si tiene
      *          algun contacto en CONTACTOSDAT y la de DEPARTAM si en
      *          EMPLEADOSDAT tiene departamento. Sin plantilla (o con
      *          la plantilla vacia) graba la de fabrica, como el
      *          proceso nocturno hace con su cadena. No pregunta nada:
      *          es un paso de la cadena de JOBCTLTXT. Codigo de retorno
      *          8 si no se puede abrir SEGUIMIENTODAT o anotar la
      *          pasada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGUIM.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL TAREAS-ARCHIVO
                 ASSIGN TO "TAREASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS TAR-CLAVE
                 STATUS ESTADO-TAREAS.

      * la plantilla se carga entera en memoria al empezar; cambiarla
      * solo afecta a las listas que se abran despues.

                 SELECT OPTIONAL SEGUIMIENTO-ARCHIVO
                 ASSIGN TO "SEGUIMIENTODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SEG-CLAVE
                 STATUS ESTADO-SEGUIMIENTO.

                 SELECT OPTIONAL PASADAS-ARCHIVO
                 ASSIGN TO "SEGCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-PASADAS.

      * PASADAS-ARCHIVO anota cada pasada al final, como TORNOCTLTXT
      * anota cada envio: la ultima linea trae la marca desde la que
      * sigue la pasada siguiente.

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

                 SELECT OPTIONAL SALARIOS-ARCHIVO
                 ASSIGN TO "SALARIOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SAL-ID
                 STATUS ESTADO-SALARIOS.

                 SELECT OPTIONAL CONTACTOS-ARCHIVO
                 ASSIGN TO "CONTACTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CON-CLAVE
                 STATUS ESTADO-CONTACTOS.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * salarios, contactos y maestro solo se consultan por clave para
      * las comprobaciones automaticas.

       DATA DIVISION.
       FILE SECTION.
           FD TAREAS-ARCHIVO.
           COPY TAREA.
      * TAREAS-REGISTRO viene del copybook TAREA.cpy, el layout comun
      * con el mantenimiento de la plantilla.

           FD SEGUIMIENTO-ARCHIVO.
           COPY SEGUIMIENTO.
      * SEGUIMIENTO-REGISTRO viene del copybook SEGUIMIENTO.cpy, el
      * layout comun con el cierre a mano y el informe de vencidas.

           FD PASADAS-ARCHIVO.
             01 PASADA-REGISTRO.
               02 PSD-FECHA      PIC 9(8).
               02 PSD-HORA       PIC 9(6).
               02 PSD-MARCA      PIC 9(14).
               02 PSD-LISTAS     PIC 9(6).
               02 PSD-TAREAS     PIC 9(6).
               02 PSD-ANULADAS   PIC 9(6).
               02 PSD-AUTOMATICAS PIC 9(6).

      * una linea por pasada: fecha y hora, marca AAAAMMDDHHMMSS del
      * ultimo movimiento tratado, listas y tareas abiertas, tareas
      * de entrada anuladas por una baja y tareas cerradas solas.

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

           FD SALARIOS-ARCHIVO.
           COPY SALARIO.
      * SALARIOS-REGISTRO viene del copybook SALARIO.cpy.

           FD CONTACTOS-ARCHIVO.
           COPY CONTACTO.
      * CONTACTOS-REGISTRO viene del copybook CONTACTO.cpy.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

       WORKING-STORAGE SECTION.
       01  ESTADO-TAREAS         PIC XX.
       01  ESTADO-SEGUIMIENTO    PIC XX.
       01  ESTADO-PASADAS        PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-SALARIOS       PIC XX.
       01  ESTADO-CONTACTOS      PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  FIN-TAREAS            PIC A VALUE "N".
       01  FIN-PASADAS           PIC A VALUE "N".
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".
       01  FIN-SEGUIMIENTO       PIC A.
       01  HAY-SALARIOS          PIC A VALUE "N".
       01  HAY-CONTACTOS         PIC A VALUE "N".
       01  HAY-EMPLEADOS         PIC A VALUE "N".
       01  COMPROBACION-CUMPLIDA PIC A.

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

      * marcas: la de la pasada anterior (solo cuentan los movimientos
      * posteriores) y la nueva, la del ultimo movimiento tratado.
       01  HAY-PASADA-ANTERIOR   PIC A VALUE "N".
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

      * plantilla en memoria, en el orden de TAR-CLAVE.
       01  TABLA-PLANTILLA.
           02 ENTRADA-PLANTILLA OCCURS 50 TIMES.
             03 PLA-CIRCUITO     PIC X(8).
             03 PLA-CODIGO       PIC X(4).
             03 PLA-DESCRIPCION  PIC X(40).
             03 PLA-RESPONSABLE  PIC X(10).
             03 PLA-PLAZO-DIAS   PIC 9(3).
             03 PLA-COMPROBACION PIC X(8).
       01  TOTAL-PLANTILLA       PIC 9(3) VALUE ZEROS.
       01  IDX-PLANTILLA         PIC 9(3).
       01  CIRCUITO-MOVIMIENTO   PIC X(8).

      * calculo del vencimiento: FECHA-TRABAJO avanza dia a dia desde
      * la fecha del movimiento.
       01  FECHA-TRABAJO         PIC 9(8).
       01  FECHA-PARTES REDEFINES FECHA-TRABAJO.
           02 FT-ANO             PIC 9(4).
           02 FT-MES             PIC 9(2).
           02 FT-DIA             PIC 9(2).
       01  DIAS-DEL-MES          PIC 9(2).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(4).

       01  CONTADOR-LISTAS       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-TAREAS       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-YA-ABIERTAS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ANULADAS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-AUTOMATICAS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PENDIENTES   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-LEIDOS       PIC 9(7) VALUE ZEROS.
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-AHORA FROM TIME.
       DIVIDE HOY-ANO BY 100 GIVING HOY-SIGLO REMAINDER HOY-AA.
       PERFORM 2-CARGA-PLANTILLA.
       PERFORM 3-LEE-ULTIMA-PASADA.
       PERFORM 4-ABRE-SEGUIMIENTO.
       MOVE MARCA-ANTERIOR TO MARCA-NUEVA.
       PERFORM 5-RECORRE-GENERACIONES.
       PERFORM 6-RECORRE-AUDITORIA-VIVA.
       PERFORM 7-COMPRUEBA-PENDIENTES.
       CLOSE SEGUIMIENTO-ARCHIVO.
       PERFORM 8-ANOTA-PASADA.
       PERFORM 10-IMPRIME-RESUMEN.
       GOBACK.

      * sin plantilla no se abriria ninguna lista: se graba la de
      * fabrica y se sigue con ella.
       2-CARGA-PLANTILLA.
       OPEN I-O TAREAS-ARCHIVO.
       IF ESTADO-TAREAS = "35"
           OPEN OUTPUT TAREAS-ARCHIVO
           CLOSE TAREAS-ARCHIVO
           OPEN I-O TAREAS-ARCHIVO.
       IF ESTADO-TAREAS > "09"
           DISPLAY "No se pudo abrir TAREASDAT, estado " ESTADO-TAREAS
               ": no se abren listas."
       ELSE
           PERFORM 21-LEE-PLANTILLA
           IF TOTAL-PLANTILLA = ZERO
               PERFORM 23-GRABA-PLANTILLA-DE-FABRICA
               PERFORM 21-LEE-PLANTILLA
           END-IF
           CLOSE TAREAS-ARCHIVO
       END-IF.

       21-LEE-PLANTILLA.
       MOVE ZERO TO TOTAL-PLANTILLA.
       MOVE "N" TO FIN-TAREAS.
       MOVE LOW-VALUES TO TAR-CLAVE.
       START TAREAS-ARCHIVO KEY IS NOT LESS THAN TAR-CLAVE
           INVALID KEY MOVE "S" TO FIN-TAREAS.
       PERFORM 22-GUARDA-TAREA UNTIL FIN-TAREAS = "S".

       22-GUARDA-TAREA.
       READ TAREAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-TAREAS.
       IF FIN-TAREAS = "N"
           IF TOTAL-PLANTILLA < 50
               ADD 1 TO TOTAL-PLANTILLA
               MOVE TAR-CIRCUITO TO PLA-CIRCUITO (TOTAL-PLANTILLA)
               MOVE TAR-CODIGO TO PLA-CODIGO (TOTAL-PLANTILLA)
               MOVE TAR-DESCRIPCION TO PLA-DESCRIPCION (TOTAL-PLANTILLA)
               MOVE TAR-RESPONSABLE TO PLA-RESPONSABLE (TOTAL-PLANTILLA)
               MOVE TAR-PLAZO-DIAS TO PLA-PLAZO-DIAS (TOTAL-PLANTILLA)
               MOVE TAR-COMPROBACION
                   TO PLA-COMPROBACION (TOTAL-PLANTILLA)
           ELSE
               DISPLAY "Plantilla con mas de 50 tareas: se ignora "
                   TAR-CIRCUITO " " TAR-CODIGO
           END-IF
       END-IF.

      * plantilla de fabrica: lo que RRHH, nominas, seguridad y
      * sistemas venian haciendo a mano en cada entrada y salida.
       23-GRABA-PLANTILLA-DE-FABRICA.
       MOVE "ENTRADA" TO TAR-CIRCUITO.
       MOVE "E001" TO TAR-CODIGO.
       MOVE "Registro de salario en MANTSAL" TO TAR-DESCRIPCION.
       MOVE "NOMINAS" TO TAR-RESPONSABLE.
       MOVE 5 TO TAR-PLAZO-DIAS.
       MOVE "SALARIO" TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "ENTRADA" TO TAR-CIRCUITO.
       MOVE "E002" TO TAR-CODIGO.
       MOVE "Contactos de emergencia cargados" TO TAR-DESCRIPCION.
       MOVE "RRHH" TO TAR-RESPONSABLE.
       MOVE 10 TO TAR-PLAZO-DIAS.
       MOVE "CONTACTO" TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "ENTRADA" TO TAR-CIRCUITO.
       MOVE "E003" TO TAR-CODIGO.
       MOVE "Departamento asignado" TO TAR-DESCRIPCION.
       MOVE "RRHH" TO TAR-RESPONSABLE.
       MOVE 3 TO TAR-PLAZO-DIAS.
       MOVE "DEPARTAM" TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "ENTRADA" TO TAR-CIRCUITO.
       MOVE "E004" TO TAR-CODIGO.
       MOVE "Tarjeta del torno entregada" TO TAR-DESCRIPCION.
       MOVE "SEGURIDAD" TO TAR-RESPONSABLE.
       MOVE 2 TO TAR-PLAZO-DIAS.
       MOVE SPACES TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "SALIDA" TO TAR-CIRCUITO.
       MOVE "S001" TO TAR-CODIGO.
       MOVE "Liquidacion final de nomina" TO TAR-DESCRIPCION.
       MOVE "NOMINAS" TO TAR-RESPONSABLE.
       MOVE 15 TO TAR-PLAZO-DIAS.
       MOVE SPACES TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "SALIDA" TO TAR-CIRCUITO.
       MOVE "S002" TO TAR-CODIGO.
       MOVE "Devolucion de tarjeta del torno" TO TAR-DESCRIPCION.
       MOVE "SEGURIDAD" TO TAR-RESPONSABLE.
       MOVE 1 TO TAR-PLAZO-DIAS.
       MOVE SPACES TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       MOVE "SALIDA" TO TAR-CIRCUITO.
       MOVE "S003" TO TAR-CODIGO.
       MOVE "Devolucion de equipos" TO TAR-DESCRIPCION.
       MOVE "SISTEMAS" TO TAR-RESPONSABLE.
       MOVE 5 TO TAR-PLAZO-DIAS.
       MOVE SPACES TO TAR-COMPROBACION.
       PERFORM 24-GRABA-TAREA-DEFECTO.
       DISPLAY "TAREASDAT vacio: grabada la plantilla de fabrica.".

       24-GRABA-TAREA-DEFECTO.
       MOVE FECHA-HOY TO TAR-FECHA-ALTA.
       MOVE "SEGUIM" TO TAR-OPERADOR.
       WRITE TAREAS-REGISTRO
           INVALID KEY
               DISPLAY "No se pudo grabar la tarea " TAR-CODIGO
                   ", estado " ESTADO-TAREAS
       END-WRITE.

      * la ultima linea de SEGCTLTXT es la pasada anterior; sin
      * ninguna se empieza por hoy a las 00:00:00.
       3-LEE-ULTIMA-PASADA.
       OPEN INPUT PASADAS-ARCHIVO.
       IF ESTADO-PASADAS = "00"
           PERFORM 31-LEE-PASADA
           PERFORM 32-GUARDA-PASADA UNTIL FIN-PASADAS = "S"
       END-IF.
       IF ESTADO-PASADAS < "90"
           CLOSE PASADAS-ARCHIVO.
       IF HAY-PASADA-ANTERIOR = "N"
           COMPUTE MARCA-ANTERIOR = FECHA-HOY * 1000000.

       31-LEE-PASADA.
       READ PASADAS-ARCHIVO
           AT END MOVE "S" TO FIN-PASADAS.

       32-GUARDA-PASADA.
       IF PSD-MARCA NUMERIC
           MOVE "S" TO HAY-PASADA-ANTERIOR
           MOVE PSD-MARCA TO MARCA-ANTERIOR.
       PERFORM 31-LEE-PASADA.

       4-ABRE-SEGUIMIENTO.
       OPEN I-O SEGUIMIENTO-ARCHIVO.
       IF ESTADO-SEGUIMIENTO = "35"
           OPEN OUTPUT SEGUIMIENTO-ARCHIVO
           CLOSE SEGUIMIENTO-ARCHIVO
           OPEN I-O SEGUIMIENTO-ARCHIVO.
       IF ESTADO-SEGUIMIENTO > "09"
           DISPLAY "No se pudo abrir SEGUIMIENTODAT, estado "
               ESTADO-SEGUIMIENTO
           MOVE 8 TO RETURN-CODE
           GOBACK.

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

      * una generacion cortada antes del dia de la ultima pasada solo
      * puede traer movimientos ya tratados: ni se abre.
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

      * repaso de todas las tareas pendientes con comprobacion; los
      * tres archivos se abren solo para consultar y, si alguno no
      * esta, su comprobacion sencillamente no se cumple.
       7-COMPRUEBA-PENDIENTES.
       OPEN INPUT SALARIOS-ARCHIVO.
       IF ESTADO-SALARIOS = "00"
           MOVE "S" TO HAY-SALARIOS.
       OPEN INPUT CONTACTOS-ARCHIVO.
       IF ESTADO-CONTACTOS = "00"
           MOVE "S" TO HAY-CONTACTOS.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF ESTADO-FILE = "00"
           MOVE "S" TO HAY-EMPLEADOS.
       MOVE "N" TO FIN-SEGUIMIENTO.
       MOVE LOW-VALUES TO SEG-CLAVE.
       START SEGUIMIENTO-ARCHIVO KEY IS NOT LESS THAN SEG-CLAVE
           INVALID KEY MOVE "S" TO FIN-SEGUIMIENTO.
       PERFORM 71-REVISA-TAREA UNTIL FIN-SEGUIMIENTO = "S".
       IF ESTADO-SALARIOS < "90"
           CLOSE SALARIOS-ARCHIVO.
       IF ESTADO-CONTACTOS < "90"
           CLOSE CONTACTOS-ARCHIVO.
       IF ESTADO-FILE < "90"
           CLOSE EMPLEADOS-ARCHIVO.

       71-REVISA-TAREA.
       READ SEGUIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SEGUIMIENTO.
       IF FIN-SEGUIMIENTO = "N" AND SEG-ESTADO = "PENDIENTE"
           PERFORM 72-APLICA-COMPROBACION
           IF COMPROBACION-CUMPLIDA = "S"
               MOVE "HECHA" TO SEG-ESTADO
               MOVE FECHA-HOY TO SEG-FECHA-CIERRE
               MOVE "AUTOMATICA" TO SEG-CERRADA-POR
               REWRITE SEGUIMIENTO-REGISTRO
               ADD 1 TO CONTADOR-AUTOMATICAS
           ELSE
               ADD 1 TO CONTADOR-PENDIENTES
           END-IF
       END-IF.

       72-APLICA-COMPROBACION.
       MOVE "N" TO COMPROBACION-CUMPLIDA.
       IF SEG-COMPROBACION = "SALARIO" AND HAY-SALARIOS = "S"
           MOVE SEG-ID TO SAL-ID
           READ SALARIOS-ARCHIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO COMPROBACION-CUMPLIDA
           END-READ
       ELSE
           IF SEG-COMPROBACION = "CONTACTO" AND HAY-CONTACTOS = "S"
               MOVE SEG-ID TO CON-ID
               MOVE ZERO TO CON-SECUENCIA
               START CONTACTOS-ARCHIVO KEY IS NOT LESS THAN CON-CLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CONTACTOS-ARCHIVO NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF CON-ID = SEG-ID
                                   MOVE "S" TO COMPROBACION-CUMPLIDA
                               END-IF
                       END-READ
               END-START
           ELSE
               IF SEG-COMPROBACION = "DEPARTAM" AND HAY-EMPLEADOS = "S"
                   MOVE SEG-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EMPLEADOS-DEPARTAMENTO > ZERO
                               MOVE "S" TO COMPROBACION-CUMPLIDA
                           END-IF
                   END-READ
               END-IF
           END-IF
       END-IF.

       8-ANOTA-PASADA.
       OPEN EXTEND PASADAS-ARCHIVO.
       IF ESTADO-PASADAS > "09"
           DISPLAY "No se pudo anotar la pasada en SEGCTLTXT, estado "
               ESTADO-PASADAS
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE FECHA-HOY TO PSD-FECHA
           MOVE AHORA-HHMMSS TO PSD-HORA
           MOVE MARCA-NUEVA TO PSD-MARCA
           MOVE CONTADOR-LISTAS TO PSD-LISTAS
           MOVE CONTADOR-TAREAS TO PSD-TAREAS
           MOVE CONTADOR-ANULADAS TO PSD-ANULADAS
           MOVE CONTADOR-AUTOMATICAS TO PSD-AUTOMATICAS
           WRITE PASADA-REGISTRO
           CLOSE PASADAS-ARCHIVO
       END-IF.

      * los fallos de firma (SIGNONKO, ID cero) no son de nadie; lo
      * ya tratado en una pasada anterior se salta por la marca. Solo
      * ALTA, REINSTAL y BAJA abren lista.
       91-TRATA-MOVIMIENTO.
       ADD 1 TO CONTADOR-LEIDOS.
       IF MAU-ID = ZERO OR MAU-OPERACION = "SIGNONKO"
           CONTINUE
       ELSE
           PERFORM 92-MARCA-MOVIMIENTO
           IF MARCA-MOVIMIENTO > MARCA-ANTERIOR
               IF MARCA-MOVIMIENTO > MARCA-NUEVA
                   MOVE MARCA-MOVIMIENTO TO MARCA-NUEVA
               END-IF
               IF MAU-OPERACION = "ALTA" OR MAU-OPERACION = "REINSTAL"
                   MOVE "ENTRADA" TO CIRCUITO-MOVIMIENTO
                   PERFORM 93-ABRE-LISTA
               END-IF
               IF MAU-OPERACION = "BAJA"
                   PERFORM 95-ANULA-ENTRADA
                   MOVE "SALIDA" TO CIRCUITO-MOVIMIENTO
                   PERFORM 93-ABRE-LISTA
               END-IF
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

      * una tarea por cada una de la plantilla del circuito; si la
      * clave ya existe (la pasada se repitio) se deja la que hay.
       93-ABRE-LISTA.
       ADD 1 TO CONTADOR-LISTAS.
       PERFORM 94-ABRE-TAREA
           VARYING IDX-PLANTILLA FROM 1 BY 1
           UNTIL IDX-PLANTILLA > TOTAL-PLANTILLA.

       94-ABRE-TAREA.
       IF PLA-CIRCUITO (IDX-PLANTILLA) = CIRCUITO-MOVIMIENTO
           MOVE MAU-ID TO SEG-ID
           MOVE FECHA-MOVIMIENTO TO SEG-FECHA-APERTURA
           MOVE MAU-HORA TO SEG-HORA-APERTURA
           MOVE PLA-CODIGO (IDX-PLANTILLA) TO SEG-CODIGO
           MOVE CIRCUITO-MOVIMIENTO TO SEG-CIRCUITO
           MOVE MAU-OPERACION TO SEG-OPERACION
           MOVE PLA-DESCRIPCION (IDX-PLANTILLA) TO SEG-DESCRIPCION
           MOVE PLA-RESPONSABLE (IDX-PLANTILLA) TO SEG-RESPONSABLE
           MOVE PLA-COMPROBACION (IDX-PLANTILLA) TO SEG-COMPROBACION
           MOVE FECHA-MOVIMIENTO TO FECHA-TRABAJO
           PERFORM 58-SIGUIENTE-DIA PLA-PLAZO-DIAS (IDX-PLANTILLA)
               TIMES
           MOVE FECHA-TRABAJO TO SEG-VENCE
           MOVE "PENDIENTE" TO SEG-ESTADO
           MOVE ZERO TO SEG-FECHA-CIERRE
           MOVE SPACES TO SEG-CERRADA-POR
           WRITE SEGUIMIENTO-REGISTRO
               INVALID KEY ADD 1 TO CONTADOR-YA-ABIERTAS
               NOT INVALID KEY ADD 1 TO CONTADOR-TAREAS
           END-WRITE
       END-IF.

      * con la baja, lo que quedara pendiente de la entrada ya no
      * tiene sentido: se anula con la fecha de la baja.
       95-ANULA-ENTRADA.
       MOVE MAU-ID TO SEG-ID.
       MOVE ZERO TO SEG-FECHA-APERTURA.
       MOVE ZERO TO SEG-HORA-APERTURA.
       MOVE LOW-VALUES TO SEG-CODIGO.
       MOVE "N" TO FIN-SEGUIMIENTO.
       START SEGUIMIENTO-ARCHIVO KEY IS NOT LESS THAN SEG-CLAVE
           INVALID KEY MOVE "S" TO FIN-SEGUIMIENTO.
       PERFORM 96-ANULA-UNA UNTIL FIN-SEGUIMIENTO = "S".

       96-ANULA-UNA.
       READ SEGUIMIENTO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SEGUIMIENTO.
       IF FIN-SEGUIMIENTO = "N"
           IF SEG-ID NOT = MAU-ID
               MOVE "S" TO FIN-SEGUIMIENTO
           ELSE
               IF SEG-CIRCUITO = "ENTRADA"
                   AND SEG-ESTADO = "PENDIENTE"
                   MOVE "ANULADA" TO SEG-ESTADO
                   MOVE FECHA-MOVIMIENTO TO SEG-FECHA-CIERRE
                   MOVE "AUTOMATICA" TO SEG-CERRADA-POR
                   REWRITE SEGUIMIENTO-REGISTRO
                   ADD 1 TO CONTADOR-ANULADAS
               END-IF
           END-IF
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

       10-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== APERTURA DE LISTAS DE ENTRADA Y SALIDA =====".
       DISPLAY "Fecha: " FECHA-HOY.
       DISPLAY "Movimientos posteriores a " MARCA-ANTERIOR.
       DISPLAY "Tareas en la plantilla:   " TOTAL-PLANTILLA.
       DISPLAY "Generaciones leidas:      " CONTADOR-GENERACIONES.
       DISPLAY "Movimientos leidos:       " CONTADOR-LEIDOS.
       DISPLAY "Listas abiertas:          " CONTADOR-LISTAS.
       DISPLAY "Tareas abiertas:          " CONTADOR-TAREAS.
       DISPLAY "Tareas que ya existian:   " CONTADOR-YA-ABIERTAS.
       DISPLAY "Entradas anuladas (baja): " CONTADOR-ANULADAS.
       DISPLAY "Cerradas automaticamente: " CONTADOR-AUTOMATICAS.
       DISPLAY "Siguen pendientes:        " CONTADOR-PENDIENTES.
       DISPLAY "Marca de la pasada:       " MARCA-NUEVA.

       END PROGRAM SEGUIM.
