      ******************************************************************
      * Author:
      * Date:
      * Purpose: PASADA DE ATRASOS SALARIALES. Para cada empleado con
      *          acumulados de nomina en el ejercicio pedido
      *          (ACUMULADOSDAT, 42_BBDD_nomina_mensual.cbl) compara lo
      *          que la nomina pago cada mes ya cerrado con lo que
      *          dice el historial de salarios SALARIOSHIS
      *          (41_BBDD_mantiene_salarios.cbl) que habia que pagar, y
      *          emite un extracto de atrasos por empleado con el
      *          bruto debido, la cotizacion y la retencion que le
      *          corresponden y el liquido. Las deducciones del atraso
      *          salen con los mismos porcentajes que se aplicaron ese
      *          mes. En modo definitivo deja ademas el extracto de
      *          transferencias complementario TRANSFATRTXT, con la
      *          misma cabecera y cola de control que TRANSFBANTXT, y
      *          regraba los meses regularizados en los acumulados,
      *          para que repetir la pasada no pague dos veces y el
      *          certificado anual recoja el atraso. Sale a una
      *          generacion fechada (ATRASO + AAAAMMDD) anotada en el
      *          registro de spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL ACUMULADOS-ARCHIVO
                 ASSIGN TO "ACUMULADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS ACU-CLAVE
                 STATUS ESTADO-ACUMULADOS.

                 SELECT OPTIONAL SALHIST-ARCHIVO
                 ASSIGN TO "SALARIOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HSA-CLAVE
                 STATUS ESTADO-SALHIST.

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

                 SELECT OPTIONAL ATRASOS-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-ATRASOS.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

                 SELECT OPTIONAL TRANSFER-ARCHIVO
                 ASSIGN TO "TRANSFATRTXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-TRANSFER.

      * el extracto de atrasos va a una generacion fechada (ATRASO +
      * AAAAMMDD) anotada en SPOOLCTLTXT; las transferencias del
      * atraso van aparte de las de la nomina, en TRANSFATRTXT.

       DATA DIVISION.
       FILE SECTION.
           FD ACUMULADOS-ARCHIVO.
           COPY ACUMULADO.
      * ACUMULADOS-REGISTRO viene del copybook ACUMULADO.cpy, el
      * layout comun con la nomina mensual.

           FD SALHIST-ARCHIVO.
           COPY SALHIST.
      * SALHIST-REGISTRO viene del copybook SALHIST.cpy, el layout
      * comun con el mantenimiento de salarios.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy: de ahi
      * salen los datos de los que causaron baja despues del atraso.

           FD ATRASOS-ARCHIVO.
             01 LINEA-ATRASOS PIC X(80).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

           FD TRANSFER-ARCHIVO.
             01 TRANSFER-REGISTRO.
               02 TRB-TIPO       PIC X(8).
               02 TRB-DATOS      PIC X(100).

      * mismo registro que TRANSFBANTXT: CABECERA (fecha y hora de la
      * pasada), DETALLE (ID, nombre e importe) y TOTAL (recuento de
      * detalles e importe total), para que el banco lo cuadre igual.

       WORKING-STORAGE SECTION.
       01  ESTADO-ACUMULADOS     PIC XX.
       01  ESTADO-SALHIST        PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-APERTURA-HISTORICO PIC XX.
       01  ESTADO-ATRASOS        PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  ESTADO-TRANSFER       PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "ATRASO".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-ACUMULADOS        PIC A VALUE "N".
       01  FIN-HISTORICO         PIC A.
       01  FIN-SALHIST           PIC A.

       01  OPERADOR-ID           PIC X(10) VALUE SPACES.
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  HORA-HOY              PIC 9(6).
       01  ANO-ATRASOS           PIC 9(4) VALUE ZEROS.
       01  ULTIMO-MES-CERRADO    PIC 9(2).
       01  CONFIRMA-GRABACION    PIC A.
       01  MODO-DEFINITIVO       PIC A VALUE "N".

      * datos del perceptor: del maestro si sigue en plantilla, de su
      * ultima baja en el historico si no.
       01  PERCEPTOR-NOMBRE      PIC X(35).
       01  PERCEPTOR-APELLIDO    PIC X(35).
       01  BAJA-HALLADA          PIC A.

      * salario que manda en el mes segun el historial.
       01  LIMITE-EFECTO         PIC 9(8).
       01  SALARIO-HALLADO       PIC A.
       01  DEBIDO-BASE           PIC 9(7)V99.
       01  DEBIDO-COMPLEMENTOS   PIC 9(7)V99.
       01  DEBIDO-BRUTO          PIC 9(8)V99.
       01  PAGADO-BRUTO          PIC 9(8)V99.
       01  ATRASO-BRUTO          PIC 9(8)V99.
       01  ATRASO-IRPF           PIC 9(8)V99.
       01  ATRASO-SSOC           PIC 9(8)V99.
       01  ATRASO-LIQUIDO        PIC 9(8)V99.
       01  EXCESO-BRUTO          PIC 9(8)V99.

       01  IDX-MES               PIC 9(2).
       01  CABECERA-IMPRESA      PIC A.
       01  ACUMULADO-CAMBIADO    PIC A.
       01  EMPLEADO-ATRASO-BRUTO PIC 9(9)V99.
       01  EMPLEADO-ATRASO-LIQUIDO PIC 9(9)V99.

       01  CONTADOR-REVISADOS    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-CON-ATRASO   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-SIN-HISTORIAL PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PAGO-EXCESO  PIC 9(6) VALUE ZEROS.
       01  TOTAL-ATRASO-BRUTO    PIC 9(10)V99 VALUE ZEROS.
       01  TOTAL-ATRASO-LIQUIDO  PIC 9(10)V99 VALUE ZEROS.
       01  TOTAL-EDITADO         PIC ZZZZZZZZZ9.99.

       01  LINEA-MES.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-MES            PIC 9(2).
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-PAGADO         PIC ZZZZZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-DEBIDO         PIC ZZZZZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-ATRASO         PIC ZZZZZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-SSOC           PIC ZZZZZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-IRPF           PIC ZZZZZZ9.99.
           02 FILLER             PIC X(1) VALUE SPACES.
           02 LME-LIQUIDO        PIC ZZZZZZ9.99.
       01  LINEA-TITULOS.
           02 FILLER             PIC X(37)
               VALUE "  MES    PAGADO     DEBIDO     ATRASO".
           02 FILLER             PIC X(33)
               VALUE " COTIZACION       IRPF    LIQUIDO".
       01  LINEA-TOTAL-EMPLEADO.
           02 FILLER             PIC X(27)
               VALUE "TOTAL ATRASO DEL EMPLEADO  ".
           02 LTE-BRUTO          PIC ZZZZZZZZ9.99.
           02 FILLER             PIC X(12) VALUE "   LIQUIDO  ".
           02 LTE-LIQUIDO        PIC ZZZZZZZZ9.99.
       01  LINEA-SEPARADORA      PIC X(60) VALUE ALL "-".

       01  CABECERA-EXTRACTO.
           02 CAB-FECHA          PIC 9(8).
           02 CAB-HORA           PIC 9(6).
       01  DETALLE-EXTRACTO.
           02 DET-ID             PIC 9(6).
           02 DET-NOMBRE         PIC X(35).
           02 DET-AP-PATERNO     PIC X(35).
           02 DET-IMPORTE        PIC 9(8)V99.
       01  TOTAL-EXTRACTO.
           02 TOT-CONTADOR       PIC 9(6).
           02 TOT-IMPORTE        PIC 9(10)V99.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-HOY FROM TIME.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       PERFORM 2-PIDE-EJERCICIO.
       PERFORM 3-ABRE-ARCHIVOS.
       PERFORM 31-ESCRIBE-CABECERA.
       PERFORM 4-LEE-ACUMULADO.
       PERFORM 5-PROCESA-ACUMULADOS UNTIL FIN-ACUMULADOS = "S".
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 8-CIERRA-ARCHIVOS.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * solo se revisan los meses ya pagados: del ano en curso, los
      * anteriores al de hoy; de un ano pasado, los doce.
       2-PIDE-EJERCICIO.
       DISPLAY "===== ATRASOS SALARIALES =====".
       DISPLAY "Ejercicio (AAAA, 0 = el actual): ".
       ACCEPT ANO-ATRASOS.
       IF ANO-ATRASOS = ZERO
           MOVE HOY-ANO TO ANO-ATRASOS.
       IF ANO-ATRASOS = HOY-ANO
           COMPUTE ULTIMO-MES-CERRADO = HOY-MES - 1
       ELSE
       IF ANO-ATRASOS < HOY-ANO
           MOVE 12 TO ULTIMO-MES-CERRADO
       ELSE
           MOVE ZERO TO ULTIMO-MES-CERRADO.
       DISPLAY "¿Grabar transferencias y regularizar acumulados? S/N"
           " (N = solo simulacion)".
       ACCEPT CONFIRMA-GRABACION.
       IF CONFIRMA-GRABACION = "S" OR CONFIRMA-GRABACION = "s"
           MOVE "S" TO MODO-DEFINITIVO.

       3-ABRE-ARCHIVOS.
       IF MODO-DEFINITIVO = "S"
           OPEN I-O ACUMULADOS-ARCHIVO
       ELSE
           OPEN INPUT ACUMULADOS-ARCHIVO.
       IF ESTADO-ACUMULADOS = "05" OR ESTADO-ACUMULADOS > "09"
           DISPLAY "No hay acumulados de nomina, estado "
               ESTADO-ACUMULADOS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT SALHIST-ARCHIVO.
       IF ESTADO-SALHIST = "05" OR ESTADO-SALHIST > "09"
           DISPLAY "No hay historial de salarios, estado "
               ESTADO-SALHIST
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       OPEN INPUT HISTORICO-ARCHIVO.
       MOVE ESTADO-HISTORICO TO ESTADO-APERTURA-HISTORICO.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT ATRASOS-ARCHIVO.
       IF ESTADO-ATRASOS > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-ATRASOS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       IF MODO-DEFINITIVO = "S"
           OPEN OUTPUT TRANSFER-ARCHIVO
           IF ESTADO-TRANSFER > "09"
               DISPLAY "No se pudo crear el extracto, estado "
                   ESTADO-TRANSFER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CABECERA" TO TRB-TIPO
           MOVE FECHA-HOY TO CAB-FECHA
           MOVE HORA-HOY TO CAB-HORA
           MOVE SPACES TO TRB-DATOS
           MOVE CABECERA-EXTRACTO TO TRB-DATOS
           WRITE TRANSFER-REGISTRO
       END-IF.

       31-ESCRIBE-CABECERA.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "ATRASOS SALARIALES - EJERCICIO " DELIMITED BY SIZE
           ANO-ATRASOS DELIMITED BY SIZE
           "  PASADA DEL " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           " POR " DELIMITED BY SIZE
           OPERADOR-ID DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       IF MODO-DEFINITIVO = "S"
           MOVE "MODO DEFINITIVO: ATRASOS TRANSFERIDOS Y REGULARIZADOS"
               TO LINEA-ATRASOS
       ELSE
           MOVE "SIMULACION: NO SE TRANSFIERE NI SE REGULARIZA NADA"
               TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.

       4-LEE-ACUMULADO.
       READ ACUMULADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-ACUMULADOS.

       5-PROCESA-ACUMULADOS.
       IF ACU-ANO = ANO-ATRASOS
           ADD 1 TO CONTADOR-REVISADOS
           MOVE "N" TO CABECERA-IMPRESA
           MOVE "N" TO ACUMULADO-CAMBIADO
           MOVE ZEROS TO EMPLEADO-ATRASO-BRUTO
           MOVE ZEROS TO EMPLEADO-ATRASO-LIQUIDO
           PERFORM 6-REVISA-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > ULTIMO-MES-CERRADO
           IF CABECERA-IMPRESA = "S"
               PERFORM 64-CIERRA-EMPLEADO
           END-IF
       END-IF.
       PERFORM 4-LEE-ACUMULADO.

      * el salario que manda en un mes es el vigente el ultimo dia de
      * ese mes, igual que la nomina paga el mes entero con el salario
      * que haya en el maestro el dia de la pasada.
       6-REVISA-MES.
       IF ACU-BRUTO (IDX-MES) > ZERO
           COMPUTE LIMITE-EFECTO =
               ANO-ATRASOS * 10000 + IDX-MES * 100 + 31
           PERFORM 61-BUSCA-SALARIO-VIGENTE
           IF SALARIO-HALLADO = "N"
               PERFORM 62-IMPRIME-SIN-HISTORIAL
           ELSE
               PERFORM 63-CALCULA-ATRASO
           END-IF
       END-IF.

      * la clave del historial va por ID, efecto y momento de
      * grabacion: el ultimo registro leido con efecto hasta el fin
      * de mes es el que manda, y entre dos con el mismo efecto, el
      * tecleado mas tarde.
       61-BUSCA-SALARIO-VIGENTE.
       MOVE "N" TO SALARIO-HALLADO.
       MOVE ACU-ID TO HSA-ID.
       MOVE ZEROS TO HSA-FECHA-EFECTO.
       MOVE ZEROS TO HSA-FECHA-ALTA.
       MOVE ZEROS TO HSA-HORA-ALTA.
       MOVE "N" TO FIN-SALHIST.
       START SALHIST-ARCHIVO KEY IS NOT LESS THAN HSA-CLAVE
           INVALID KEY MOVE "S" TO FIN-SALHIST.
       PERFORM 611-LEE-CAMBIO UNTIL FIN-SALHIST = "S".

       611-LEE-CAMBIO.
       READ SALHIST-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SALHIST.
       IF FIN-SALHIST = "N"
           IF HSA-ID NOT = ACU-ID
               OR HSA-FECHA-EFECTO > LIMITE-EFECTO
               MOVE "S" TO FIN-SALHIST
           ELSE
               MOVE "S" TO SALARIO-HALLADO
               MOVE HSA-BASE TO DEBIDO-BASE
               MOVE HSA-COMPLEMENTOS TO DEBIDO-COMPLEMENTOS
           END-IF
       END-IF.

      * sin historial no hay con que comparar: el mes sale como
      * excepcion para que RRHH abra el historial en MANTSAL.
       62-IMPRIME-SIN-HISTORIAL.
       ADD 1 TO CONTADOR-SIN-HISTORIAL.
       PERFORM 65-IMPRIME-CABECERA-EMPLEADO.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "  " DELIMITED BY SIZE
           IDX-MES DELIMITED BY SIZE
           " *** SIN HISTORIAL DE SALARIO: NO SE PUEDE REVISAR"
           DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.

      * el atraso lleva la cotizacion y la retencion con los mismos
      * porcentajes efectivos que se aplicaron al bruto pagado ese
      * mes. Lo cobrado de mas solo se avisa: no se descuenta. Un mes
      * pagado por dias se compara con lo debido por esos mismos dias.
       63-CALCULA-ATRASO.
       IF ACU-DIAS-MES (IDX-MES) > ZERO
           AND ACU-DIAS-PAGADOS (IDX-MES) NOT = ACU-DIAS-MES (IDX-MES)
           COMPUTE DEBIDO-BASE ROUNDED = DEBIDO-BASE
               * ACU-DIAS-PAGADOS (IDX-MES) / ACU-DIAS-MES (IDX-MES)
           COMPUTE DEBIDO-COMPLEMENTOS ROUNDED = DEBIDO-COMPLEMENTOS
               * ACU-DIAS-PAGADOS (IDX-MES) / ACU-DIAS-MES (IDX-MES)
       END-IF.
       ADD DEBIDO-BASE DEBIDO-COMPLEMENTOS GIVING DEBIDO-BRUTO.
       ADD ACU-BASE (IDX-MES) ACU-COMPLEMENTOS (IDX-MES)
           GIVING PAGADO-BRUTO.
       IF DEBIDO-BRUTO > PAGADO-BRUTO
           SUBTRACT PAGADO-BRUTO FROM DEBIDO-BRUTO GIVING ATRASO-BRUTO
           COMPUTE ATRASO-SSOC ROUNDED = ATRASO-BRUTO
               * ACU-SSOC (IDX-MES) / ACU-BRUTO (IDX-MES)
           COMPUTE ATRASO-IRPF ROUNDED = ATRASO-BRUTO
               * ACU-IRPF (IDX-MES) / ACU-BRUTO (IDX-MES)
           COMPUTE ATRASO-LIQUIDO =
               ATRASO-BRUTO - ATRASO-SSOC - ATRASO-IRPF
           PERFORM 631-IMPRIME-ATRASO
           IF MODO-DEFINITIVO = "S"
               PERFORM 632-REGULARIZA-MES
           END-IF
       ELSE
       IF DEBIDO-BRUTO < PAGADO-BRUTO
           SUBTRACT DEBIDO-BRUTO FROM PAGADO-BRUTO GIVING EXCESO-BRUTO
           PERFORM 633-IMPRIME-EXCESO.

       631-IMPRIME-ATRASO.
       PERFORM 65-IMPRIME-CABECERA-EMPLEADO.
       MOVE IDX-MES TO LME-MES.
       MOVE PAGADO-BRUTO TO LME-PAGADO.
       MOVE DEBIDO-BRUTO TO LME-DEBIDO.
       MOVE ATRASO-BRUTO TO LME-ATRASO.
       MOVE ATRASO-SSOC TO LME-SSOC.
       MOVE ATRASO-IRPF TO LME-IRPF.
       MOVE ATRASO-LIQUIDO TO LME-LIQUIDO.
       MOVE LINEA-MES TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       ADD ATRASO-BRUTO TO EMPLEADO-ATRASO-BRUTO.
       ADD ATRASO-LIQUIDO TO EMPLEADO-ATRASO-LIQUIDO.

      * el mes queda como si la nomina hubiera pagado ya lo debido:
      * una segunda pasada no encuentra diferencia.
       632-REGULARIZA-MES.
       MOVE DEBIDO-BASE TO ACU-BASE (IDX-MES).
       MOVE DEBIDO-COMPLEMENTOS TO ACU-COMPLEMENTOS (IDX-MES).
       ADD ATRASO-BRUTO TO ACU-BRUTO (IDX-MES).
       ADD ATRASO-SSOC TO ACU-SSOC (IDX-MES).
       ADD ATRASO-IRPF TO ACU-IRPF (IDX-MES).
       ADD ATRASO-LIQUIDO TO ACU-LIQUIDO (IDX-MES).
       ADD ATRASO-BRUTO TO ACU-TOTAL-BRUTO.
       ADD ATRASO-SSOC TO ACU-TOTAL-SSOC.
       ADD ATRASO-IRPF TO ACU-TOTAL-IRPF.
       ADD ATRASO-LIQUIDO TO ACU-TOTAL-LIQUIDO.
       MOVE "S" TO ACUMULADO-CAMBIADO.

       633-IMPRIME-EXCESO.
       ADD 1 TO CONTADOR-PAGO-EXCESO.
       PERFORM 65-IMPRIME-CABECERA-EMPLEADO.
       MOVE EXCESO-BRUTO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "  " DELIMITED BY SIZE
           IDX-MES DELIMITED BY SIZE
           " COBRADO DE MAS (NO SE REGULARIZA) " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.

      * total del empleado, su transferencia y la regrabacion del
      * acumulado con los meses regularizados.
       64-CIERRA-EMPLEADO.
       MOVE EMPLEADO-ATRASO-BRUTO TO LTE-BRUTO.
       MOVE EMPLEADO-ATRASO-LIQUIDO TO LTE-LIQUIDO.
       MOVE LINEA-TOTAL-EMPLEADO TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       IF EMPLEADO-ATRASO-BRUTO > ZERO
           ADD 1 TO CONTADOR-CON-ATRASO
           ADD EMPLEADO-ATRASO-BRUTO TO TOTAL-ATRASO-BRUTO
           ADD EMPLEADO-ATRASO-LIQUIDO TO TOTAL-ATRASO-LIQUIDO.
       IF MODO-DEFINITIVO = "S" AND EMPLEADO-ATRASO-LIQUIDO > ZERO
           MOVE "DETALLE" TO TRB-TIPO
           MOVE ACU-ID TO DET-ID
           MOVE PERCEPTOR-NOMBRE TO DET-NOMBRE
           MOVE PERCEPTOR-APELLIDO TO DET-AP-PATERNO
           MOVE EMPLEADO-ATRASO-LIQUIDO TO DET-IMPORTE
           MOVE SPACES TO TRB-DATOS
           MOVE DETALLE-EXTRACTO TO TRB-DATOS
           WRITE TRANSFER-REGISTRO
       END-IF.
       IF ACUMULADO-CAMBIADO = "S"
           REWRITE ACUMULADOS-REGISTRO
           IF ESTADO-ACUMULADOS > "09"
               DISPLAY "Error al regrabar el acumulado del ID " ACU-ID
                   ", estado " ESTADO-ACUMULADOS
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

      * la cabecera del empleado solo sale cuando hay algo que
      * contar de el.
       65-IMPRIME-CABECERA-EMPLEADO.
       IF CABECERA-IMPRESA = "N"
           MOVE "S" TO CABECERA-IMPRESA
           PERFORM 66-BUSCA-PERCEPTOR
           MOVE SPACES TO LINEA-ATRASOS
           PERFORM 91-ESCRIBE-LINEA
           MOVE SPACES TO LINEA-ATRASOS
           STRING "ID " DELIMITED BY SIZE
               ACU-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PERCEPTOR-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERCEPTOR-APELLIDO (1:30) DELIMITED BY SIZE
               INTO LINEA-ATRASOS
           PERFORM 91-ESCRIBE-LINEA
           MOVE LINEA-TITULOS TO LINEA-ATRASOS
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       66-BUSCA-PERCEPTOR.
       MOVE SPACES TO PERCEPTOR-NOMBRE.
       MOVE SPACES TO PERCEPTOR-APELLIDO.
       MOVE "N" TO BAJA-HALLADA.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE ACU-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   PERFORM 67-BUSCA-EN-HISTORICO
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO PERCEPTOR-NOMBRE
                   MOVE EMPLEADOS-APELLIDO-PATERNO
                       TO PERCEPTOR-APELLIDO
           END-READ
       ELSE
           PERFORM 67-BUSCA-EN-HISTORICO.

      * el mismo ID puede tener varias bajas: la clave va por fecha,
      * asi que la ultima leida con ese ID es la mas reciente.
       67-BUSCA-EN-HISTORICO.
       IF ESTADO-APERTURA-HISTORICO = "00"
           MOVE ACU-ID TO HIS-ID
           MOVE ZEROS TO HIS-FECHA-BAJA
           MOVE ZEROS TO HIS-HORA-BAJA
           MOVE "N" TO FIN-HISTORICO
           START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO FIN-HISTORICO
           END-START
           PERFORM 68-LEE-BAJA UNTIL FIN-HISTORICO = "S"
       END-IF.

       68-LEE-BAJA.
       READ HISTORICO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORICO.
       IF FIN-HISTORICO = "N"
           IF HIS-ID NOT = ACU-ID
               MOVE "S" TO FIN-HISTORICO
           ELSE
               MOVE "S" TO BAJA-HALLADA
               MOVE HIS-NOMBRE TO PERCEPTOR-NOMBRE
               MOVE HIS-AP-PATERNO TO PERCEPTOR-APELLIDO
           END-IF
       END-IF.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "EMPLEADOS REVISADOS: " DELIMITED BY SIZE
           CONTADOR-REVISADOS DELIMITED BY SIZE
           "   CON ATRASOS: " DELIMITED BY SIZE
           CONTADOR-CON-ATRASO DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-ATRASO-BRUTO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "TOTAL ATRASO BRUTO:   " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-ATRASO-LIQUIDO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-ATRASOS.
       STRING "TOTAL ATRASO LIQUIDO: " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-ATRASOS.
       PERFORM 91-ESCRIBE-LINEA.
       IF MODO-DEFINITIVO = "S"
           MOVE "TOTAL" TO TRB-TIPO
           MOVE CONTADOR-CON-ATRASO TO TOT-CONTADOR
           MOVE TOTAL-ATRASO-LIQUIDO TO TOT-IMPORTE
           MOVE SPACES TO TRB-DATOS
           MOVE TOTAL-EXTRACTO TO TRB-DATOS
           WRITE TRANSFER-REGISTRO
       END-IF.

       91-ESCRIBE-LINEA.
       WRITE LINEA-ATRASOS.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "ATRASO" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       8-CIERRA-ARCHIVOS.
       CLOSE ACUMULADOS-ARCHIVO.
       CLOSE SALHIST-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE ATRASOS-ARCHIVO.
       IF MODO-DEFINITIVO = "S"
           CLOSE TRANSFER-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "Ejercicio:               " ANO-ATRASOS.
       DISPLAY "Meses revisados hasta:   " ULTIMO-MES-CERRADO.
       DISPLAY "Empleados revisados:     " CONTADOR-REVISADOS.
       DISPLAY "Empleados con atrasos:   " CONTADOR-CON-ATRASO.
       DISPLAY "Meses sin historial:     " CONTADOR-SIN-HISTORIAL.
       DISPLAY "Meses cobrados de mas:   " CONTADOR-PAGO-EXCESO.
       MOVE TOTAL-ATRASO-LIQUIDO TO TOTAL-EDITADO.
       DISPLAY "Liquido de atrasos:      " TOTAL-EDITADO.
       DISPLAY "Extracto en la generacion " RUTA-SPOOL ".".
       IF MODO-DEFINITIVO = "S"
           DISPLAY "Transferencias en TRANSFATRTXT."
       ELSE
           DISPLAY "Simulacion: no se ha grabado nada.".
       IF CONTADOR-SIN-HISTORIAL > ZERO AND RETURN-CODE = ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM ATRASOS.
