      ******************************************************************
      * Author:
      * Date:
      * Purpose: CERTIFICADO ANUAL DE RENDIMIENTOS Y RETENCIONES.
      *          Recorre los acumulados que deja cada pasada de la
      *          nomina mensual (ACUMULADOSDAT,
      *          42_BBDD_nomina_mensual.cbl) y emite, para cada
      *          empleado con nomina en el ejercicio pedido, el
      *          certificado con el desglose mes a mes del
      *          bruto, la cotizacion, la retencion de IRPF y el
      *          liquido, y los totales del ano. El nombre sale del
      *          maestro de empleados o, para los que se fueron durante
      *          el ano, de su ultima baja en EMPLEADOSHIS, rotulando la
      *          fecha de la baja. Sale a una generacion fechada
      *          (CERTRE + AAAAMMDD) anotada en el registro de spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRET.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL ACUMULADOS-ARCHIVO
                 ASSIGN TO "ACUMULADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS ACU-CLAVE
                 STATUS ESTADO-ACUMULADOS.

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

                 SELECT OPTIONAL CERTIFICADO-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CERTIFICADO.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * los certificados van a una generacion fechada (CERTRE +
      * AAAAMMDD) anotada en el registro de spool SPOOLCTLTXT, para
      * reimprimirlos desde el menu de 53_BBDD_spool_menu.cbl.

       DATA DIVISION.
       FILE SECTION.
           FD ACUMULADOS-ARCHIVO.
           COPY ACUMULADO.
      * ACUMULADOS-REGISTRO viene del copybook ACUMULADO.cpy, el
      * layout comun con la nomina mensual.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy: de ahi
      * salen los datos de los que causaron baja durante el ano.

           FD CERTIFICADO-ARCHIVO.
             01 LINEA-CERTIFICADO PIC X(80).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-ACUMULADOS     PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-APERTURA-HISTORICO PIC XX.
       01  ESTADO-CERTIFICADO    PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "CERTRE".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-ACUMULADOS        PIC A VALUE "N".
       01  FIN-HISTORICO         PIC A.

       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  ANO-CERTIFICADO       PIC 9(4) VALUE ZEROS.

      * datos del perceptor: del maestro si sigue en plantilla, de su
      * ultima baja en el historico si no.
       01  PERCEPTOR-NOMBRE      PIC X(35).
       01  PERCEPTOR-APELLIDO    PIC X(35).
       01  PERCEPTOR-SITUACION   PIC X(30).
       01  BAJA-HALLADA          PIC A.
       01  FECHA-BAJA-HALLADA    PIC 9(8).

       01  IDX-MES               PIC 9(2).
       01  CONTADOR-CERTIFICADOS PIC 9(6) VALUE ZEROS.
       01  CONTADOR-BAJAS        PIC 9(6) VALUE ZEROS.
       01  CONTADOR-SIN-DATOS    PIC 9(6) VALUE ZEROS.
       01  TOTAL-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-IRPF            PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-EDITADO         PIC ZZZZZZZZZZ9.99.

       01  LINEA-MES.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-MES            PIC 9(2).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-BRUTO          PIC ZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-SSOC           PIC ZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-IRPF           PIC ZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 LME-LIQUIDO        PIC ZZZZZZZ9.99.
       01  LINEA-TOTAL-ANO.
           02 FILLER             PIC X(6) VALUE "TOTAL ".
           02 LTA-BRUTO          PIC ZZZZZZZZZ9.99.
           02 LTA-SSOC           PIC ZZZZZZZZZ9.99.
           02 LTA-IRPF           PIC ZZZZZZZZZ9.99.
           02 LTA-LIQUIDO        PIC ZZZZZZZZZ9.99.
       01  LINEA-SEPARADORA      PIC X(60) VALUE ALL "-".

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       PERFORM 2-PIDE-EJERCICIO.
       PERFORM 3-ABRE-ARCHIVOS.
       PERFORM 4-LEE-ACUMULADO.
       PERFORM 5-PROCESA-ACUMULADOS UNTIL FIN-ACUMULADOS = "S".
       PERFORM 7-IMPRIME-TOTALES.
       PERFORM 8-CIERRA-ARCHIVOS.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * el certificado se pide en enero por el ano que acaba de
      * cerrar: el cero es el ejercicio anterior al de hoy.
       2-PIDE-EJERCICIO.
       DISPLAY "===== CERTIFICADO ANUAL DE RETENCIONES =====".
       DISPLAY "Ejercicio (AAAA, 0 = el ano pasado): ".
       ACCEPT ANO-CERTIFICADO.
       IF ANO-CERTIFICADO = ZERO
           COMPUTE ANO-CERTIFICADO = HOY-ANO - 1.

       3-ABRE-ARCHIVOS.
       OPEN INPUT ACUMULADOS-ARCHIVO.
       IF ESTADO-ACUMULADOS = "05" OR ESTADO-ACUMULADOS > "09"
           DISPLAY "No hay acumulados de nomina, estado "
               ESTADO-ACUMULADOS
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       OPEN INPUT HISTORICO-ARCHIVO.
       MOVE ESTADO-HISTORICO TO ESTADO-APERTURA-HISTORICO.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT CERTIFICADO-ARCHIVO.
       IF ESTADO-CERTIFICADO > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-CERTIFICADO
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       4-LEE-ACUMULADO.
       READ ACUMULADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-ACUMULADOS.

       5-PROCESA-ACUMULADOS.
       IF ACU-ANO = ANO-CERTIFICADO
           PERFORM 51-BUSCA-PERCEPTOR
           PERFORM 6-IMPRIME-CERTIFICADO.
       PERFORM 4-LEE-ACUMULADO.

       51-BUSCA-PERCEPTOR.
       MOVE SPACES TO PERCEPTOR-NOMBRE.
       MOVE SPACES TO PERCEPTOR-APELLIDO.
       MOVE "N" TO BAJA-HALLADA.
       MOVE "(SIN DATOS EN MAESTRO NI HISTORICO)"
           TO PERCEPTOR-SITUACION.
       IF ESTADO-APERTURA-EMPLEADOS = "00"
           MOVE ACU-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   PERFORM 52-BUSCA-EN-HISTORICO
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO PERCEPTOR-NOMBRE
                   MOVE EMPLEADOS-APELLIDO-PATERNO
                       TO PERCEPTOR-APELLIDO
                   MOVE "EN PLANTILLA" TO PERCEPTOR-SITUACION
           END-READ
       ELSE
           PERFORM 52-BUSCA-EN-HISTORICO.
       IF PERCEPTOR-NOMBRE = SPACES AND BAJA-HALLADA = "N"
           ADD 1 TO CONTADOR-SIN-DATOS.

      * el mismo ID puede tener varias bajas (baja, readmision y otra
      * baja): la clave va por fecha, asi que la ultima leida con ese
      * ID es la mas reciente.
       52-BUSCA-EN-HISTORICO.
       IF ESTADO-APERTURA-HISTORICO = "00"
           MOVE ACU-ID TO HIS-ID
           MOVE ZEROS TO HIS-FECHA-BAJA
           MOVE ZEROS TO HIS-HORA-BAJA
           MOVE "N" TO FIN-HISTORICO
           START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIS-CLAVE
               INVALID KEY MOVE "S" TO FIN-HISTORICO
           END-START
           PERFORM 53-LEE-BAJA UNTIL FIN-HISTORICO = "S"
           IF BAJA-HALLADA = "S"
               ADD 1 TO CONTADOR-BAJAS
               MOVE SPACES TO PERCEPTOR-SITUACION
               STRING "BAJA EL " DELIMITED BY SIZE
                   FECHA-BAJA-HALLADA DELIMITED BY SIZE
                   INTO PERCEPTOR-SITUACION
           END-IF
       END-IF.

       53-LEE-BAJA.
       READ HISTORICO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORICO.
       IF FIN-HISTORICO = "N"
           IF HIS-ID NOT = ACU-ID
               MOVE "S" TO FIN-HISTORICO
           ELSE
               MOVE "S" TO BAJA-HALLADA
               MOVE HIS-FECHA-BAJA TO FECHA-BAJA-HALLADA
               MOVE HIS-NOMBRE TO PERCEPTOR-NOMBRE
               MOVE HIS-AP-PATERNO TO PERCEPTOR-APELLIDO
           END-IF
       END-IF.

       6-IMPRIME-CERTIFICADO.
       ADD 1 TO CONTADOR-CERTIFICADOS.
       ADD ACU-TOTAL-BRUTO TO TOTAL-BRUTO.
       ADD ACU-TOTAL-IRPF TO TOTAL-IRPF.
       MOVE SPACES TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "CERTIFICADO DE RENDIMIENTOS Y RETENCIONES - EJERCICIO "
           DELIMITED BY SIZE
           ANO-CERTIFICADO DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "ID " DELIMITED BY SIZE
           ACU-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PERCEPTOR-NOMBRE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PERCEPTOR-APELLIDO (1:30) DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "SITUACION: " DELIMITED BY SIZE
           PERCEPTOR-SITUACION DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "  MES       BRUTO   COTIZACION         IRPF      LIQUIDO"
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 61-IMPRIME-MES
           VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12.
       MOVE ACU-TOTAL-BRUTO TO LTA-BRUTO.
       MOVE ACU-TOTAL-SSOC TO LTA-SSOC.
       MOVE ACU-TOTAL-IRPF TO LTA-IRPF.
       MOVE ACU-TOTAL-LIQUIDO TO LTA-LIQUIDO.
       MOVE LINEA-TOTAL-ANO TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.

      * solo salen los meses con nomina; un alta de junio no lleva
      * cinco lineas a cero.
       61-IMPRIME-MES.
       IF ACU-BRUTO (IDX-MES) > ZERO
           MOVE IDX-MES TO LME-MES
           MOVE ACU-BRUTO (IDX-MES) TO LME-BRUTO
           MOVE ACU-SSOC (IDX-MES) TO LME-SSOC
           MOVE ACU-IRPF (IDX-MES) TO LME-IRPF
           MOVE ACU-LIQUIDO (IDX-MES) TO LME-LIQUIDO
           MOVE LINEA-MES TO LINEA-CERTIFICADO
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       7-IMPRIME-TOTALES.
       MOVE SPACES TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "CERTIFICADOS EMITIDOS: " DELIMITED BY SIZE
           CONTADOR-CERTIFICADOS DELIMITED BY SIZE
           "   DE ELLOS BAJAS: " DELIMITED BY SIZE
           CONTADOR-BAJAS DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-BRUTO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "TOTAL RENDIMIENTOS:    " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-IRPF TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "TOTAL RETENCIONES:     " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-CERTIFICADO.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "CERTRE" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       8-CIERRA-ARCHIVOS.
       CLOSE ACUMULADOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE CERTIFICADO-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "Ejercicio:              " ANO-CERTIFICADO.
       DISPLAY "Certificados emitidos:  " CONTADOR-CERTIFICADOS.
       DISPLAY "De empleados de baja:   " CONTADOR-BAJAS.
       DISPLAY "Sin datos personales:   " CONTADOR-SIN-DATOS.
       DISPLAY "Certificados en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-SIN-DATOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM CERTRET.
