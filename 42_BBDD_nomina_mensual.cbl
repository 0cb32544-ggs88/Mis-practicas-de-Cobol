      *          respaldo, para que el banco pueda cuadrar el fichero.
      *          Los empleados sin registro de salario salen en el
      *          recibo como excepcion y la pasada termina con codigo
      *          de retorno 4, como la verificacion nocturna. El
      *          recibo desglosa el bruto, la cotizacion del trabajador
      *          y la retencion de IRPF segun la tabla RETENCIONESDAT
      *          (61_BBDD_mantiene_retenciones.cbl), y lo que se
      *          transfiere es el liquido de verdad. Cada pasada deja
      *          el mes en los acumulados anuales ACUMULADOSDAT, de
      *          los que sale el certificado de retenciones de fin de
      *          ano (62_BBDD_certificado_retenciones.cbl). El mes
      *          se paga por dias: el alta o readmision del mes (de
      *          las generaciones AUDG y la auditoria viva), la baja
      *          del mes (EMPLEADOSHIS, que tambien cobra su finiquito
      *          de dias) y las ausencias SIN SUELDO de AUSENCIASDAT
      *          recortan los dias pagados, y el recibo prorrateado
      *          rotula los dias y el motivo. El abono sale ademas en
      *          la remesa REMESABANTXT con el formato de ancho fijo de
      *          pagos masivos del banco (cuenta ordenante, fecha valor
      *          y totales de control), con el IBAN de CUENTASDAT
      *          (64_BBDD_mantiene_cuentas.cbl); a quien no tiene una
      *          cuenta valida se le retiene el pago y sale en la lista
      *          de pagos retenidos al final de los recibos. Las horas
      *          extra del torno (HORASMESDAT, de 65_BBDD_horas_
      *          trabajadas.cbl) se pagan en linea aparte del recibo,
      *          solo las aprobadas en 66_BBDD_aprueba_horas.cbl, al
      *          precio de la hora ordinaria con su recargo; entran en
      *          el bruto pero no en base ni complementos, y quedan
      *          marcadas como pagadas con el mes de esta nomina.
      *          Al final deja el asiento contable de la nomina en
      *          ASIENTOSTXT para cargarlo en la contabilidad general:
      *          el gasto por centro de coste (el departamento del
      *          empleado) desglosado en sueldo base, complementos y
      *          horas extra al debe, y el liquido a pagar, la
      *          retencion de IRPF y la cotizacion del trabajador al
      *          haber. El diario resumido sale al final de los
      *          recibos; si el debe no cuadra con el haber, el
      *          archivo queda vacio y la pasada termina con codigo de
      *          retorno 8 para que el proceso nocturno se pare.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS EMPLEADOS-ID
                 SHARING WITH ALL OTHER
                 STATUS ESTADO-FILE.

      * el maestro se recorre en orden y, al final, se consulta por
      * clave para saber si una baja del mes sigue fuera de plantilla.

                 SELECT OPTIONAL SALARIOS-ARCHIVO
                 ASSIGN TO "SALARIOSDAT"
                 ORGANIZATION INDEXED
                 RECORD KEY IS SAL-ID
                 STATUS ESTADO-SALARIOS.

                 SELECT OPTIONAL RETENCIONES-ARCHIVO
                 ASSIGN TO "RETENCIONESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS RET-CLAVE
                 STATUS ESTADO-RETENCIONES.

                 SELECT OPTIONAL ACUMULADOS-ARCHIVO
                 ASSIGN TO "ACUMULADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS ACU-CLAVE
                 STATUS ESTADO-ACUMULADOS.

      * la tabla de retenciones se carga entera en memoria al empezar;
      * los acumulados se leen y regraban empleado a empleado.

                 SELECT OPTIONAL HISTORICO-ARCHIVO
                 ASSIGN TO "EMPLEADOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS HIS-CLAVE
                 ALTERNATE KEY IS HIS-AP-PATERNO WITH DUPLICATES
                 STATUS ESTADO-HISTORICO.

                 SELECT OPTIONAL AUSENCIAS-ARCHIVO
                 ASSIGN TO "AUSENCIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS AUS-CLAVE
                 STATUS ESTADO-AUSENCIAS.

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

      * los dias pagados salen de las bajas del historico, de las
      * ausencias y de las altas y readmisiones que hay en las
      * generaciones AUDG del corte mas la auditoria viva del dia.

                 SELECT OPTIONAL NOMINA-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-TRANSFER.

                 SELECT OPTIONAL CUENTAS-ARCHIVO
                 ASSIGN TO "CUENTASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CTA-ID
                 STATUS ESTADO-CUENTAS.

                 SELECT OPTIONAL REMESA-ARCHIVO
                 ASSIGN TO "REMESABANTXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-REMESA.

      * la remesa al banco lleva registros fijos de 150 posiciones sin
      * separador de linea, como los pide el banco; solo entran los
      * pagos con cuenta valida, los mismos que van a TRANSFBANTXT.

                 SELECT OPTIONAL HORASMES-ARCHIVO
                 ASSIGN TO "HORASMESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HOR-CLAVE
                 STATUS ESTADO-HORASMES.

      * las horas extra se leen por ID y se regraban como pagadas.

                 SELECT OPTIONAL ASIENTOS-ARCHIVO
                 ASSIGN TO "ASIENTOSTXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-ASIENTOS.

      * el asiento contable de la nomina solo se escribe si cuadra;
      * si no, se deja vacio para que no se cargue en contabilidad.

       DATA DIVISION.
       FILE SECTION.
           FD EMPLEADOS-ARCHIVO.
      * SALARIOS-REGISTRO viene del copybook SALARIO.cpy, el layout
      * comun con el mantenimiento de salarios.

           FD RETENCIONES-ARCHIVO.
           COPY RETENCION.
      * RETENCIONES-REGISTRO viene del copybook RETENCION.cpy, el
      * layout comun con el mantenimiento de la tabla.

           FD ACUMULADOS-ARCHIVO.
           COPY ACUMULADO.
      * ACUMULADOS-REGISTRO viene del copybook ACUMULADO.cpy, el
      * layout comun con el certificado anual de retenciones.

           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy: de ahi
      * salen las bajas del mes que cobran sus dias.

           FD AUSENCIAS-ARCHIVO.
           COPY AUSENCIA.
      * AUSENCIAS-REGISTRO viene del copybook AUSENCIA.cpy, el layout
      * comun con la captura de ausencias del menu.

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

           FD NOMINA-ARCHIVO.
             01 LINEA-NOMINA PIC X(80).

      * hora de la pasada), DETALLE (ID, nombre e importe a
      * transferir) y TOTAL (recuento de detalles e importe total).

           FD ASIENTOS-ARCHIVO.
             01 ASIENTOS-REGISTRO.
               02 ASI-TIPO       PIC X(8).
               02 ASI-DATOS      PIC X(100).

      * ASI-TIPO distingue el registro del asiento, como en el
      * extracto: CABECERA (fecha y hora de la pasada y mes de la
      * nomina), APUNTE (una linea de debe o haber por cuenta y
      * centro de coste) y TOTAL (recuento de apuntes, debe y haber).

           FD CUENTAS-ARCHIVO.
           COPY CUENTA.
      * CUENTAS-REGISTRO viene del copybook CUENTA.cpy, el layout
      * comun con el mantenimiento de cuentas.

           FD REMESA-ARCHIVO.
             01 REMESA-REGISTRO PIC X(150).

           FD HORASMES-ARCHIVO.
           COPY HORASMES.
      * HORASMES-REGISTRO viene del copybook HORASMES.cpy, el layout
      * comun con el calculo y la aprobacion de horas.

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
       01  ESTADO-NOMINA         PIC XX.
       01  ESTADO-TRANSFER       PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  ESTADO-RETENCIONES    PIC XX.
       01  ESTADO-ACUMULADOS     PIC XX.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-CUENTAS        PIC XX.
       01  ESTADO-REMESA         PIC XX.
       01  ESTADO-ASIENTOS       PIC XX.
       01  ESTADO-AUSENCIAS      PIC XX.
       01  ESTADO-APERTURA-AUSENCIAS PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-HORASMES       PIC XX.
       01  ESTADO-APERTURA-HORASMES PIC XX.
       01  FIN-HORASMES          PIC A.
       01  FIN-HISTORICO         PIC A VALUE "N".
       01  FIN-AUSENCIAS         PIC A.
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".
       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "NOMINA".
           02 SPOOL-FECHA        PIC 9(8).
       01  FIN-ARCHIVO           PIC A VALUE "N".

       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  HORA-HOY              PIC 9(6).

      * calendario del mes de la nomina. La auditoria y el historico
      * graban la fecha en AAMMDD, asi que el mes se compara por AAMM.
       01  DIAS-MES              PIC 9(2).
       01  MES-NOMINA-AAMM       PIC 9(4).
       01  ANO-COCIENTE          PIC 9(4).
       01  ANO-RESTO             PIC 9(3).
       01  FECHA-MOVIMIENTO      PIC 9(8).
       01  FECHA-MOV-PARTES REDEFINES FECHA-MOVIMIENTO.
           02 FILLER             PIC 9(2).
           02 MOV-AAMM           PIC 9(4).
           02 MOV-DIA            PIC 9(2).

       01  MOVIMIENTO-AUDIT.
           02 MAU-FECHA          PIC 9(8).
           02 MAU-HORA           PIC 9(6).
           02 MAU-OPERADOR       PIC X(10).
           02 MAU-OPERACION      PIC X(8).
           02 MAU-ID             PIC 9(6).
           02 MAU-ANTES          PIC X(168).
           02 MAU-DESPUES        PIC X(168).

      * altas y readmisiones del mes, en el orden de la auditoria: si
      * un ID sale dos veces, la ultima es la que vale.
       01  TABLA-ENTRADAS.
           02 ENTRADA-MES OCCURS 2000 TIMES.
             03 ENT-ID           PIC 9(6).
             03 ENT-DIA          PIC 9(2).
             03 ENT-OPERACION    PIC X(8).
       01  TOTAL-ENTRADAS        PIC 9(4) VALUE ZEROS.
       01  IDX-ENTRADA           PIC 9(4).

      * dias pagados del empleado en curso y su motivo.
       01  DIA-DESDE             PIC 9(2).
       01  DIA-HASTA             PIC 9(2).
       01  DIAS-PAGADOS          PIC 9(2).
       01  DIAS-SIN-SUELDO       PIC 9(2).
       01  OPERACION-ENTRADA     PIC X(8).
       01  EMPLEADO-DE-BAJA      PIC A VALUE "N".
       01  PERIODO-DESDE         PIC 9(8).
       01  PERIODO-HASTA         PIC 9(8).
       01  AUSENCIA-DESDE        PIC 9(8).
       01  AUSENCIA-HASTA        PIC 9(8).
       01  BASE-MES              PIC 9(7)V99.
       01  SALARIO-COMPLETO      PIC 9(8)V99.
       01  COMPLEMENTOS-MES      PIC 9(7)V99.

      * horas extra: la hora ordinaria es el salario mensual entre la
      * jornada mensual de convenio, y la extra se paga con recargo.
      * Se paga el salario entero, aunque el mes se prorratee: las
      * horas se hicieron en los dias trabajados.
       01  HORAS-MES-CONVENIO    PIC 9(3) VALUE 160.
       01  RECARGO-HORA-EXTRA    PIC 9V99 VALUE 1.25.
       01  MES-NOMINA-AAAAMM     PIC 9(6).
       01  HORAS-EXTRA-MES       PIC 9(4)V99.
       01  EXTRAS-MES            PIC 9(7)V99.
       01  HORAS-EDITADAS        PIC ZZ9.99.
       01  LINEA-HORAS-EXTRA.
           02 FILLER             PIC X(22)
               VALUE "HORAS EXTRAORDINARIAS ".
           02 LHE-HORAS          PIC ZZ9.99.
           02 FILLER             PIC X(15) VALUE " H".
           02 LHE-IMPORTE        PIC ZZZZZZZ9.99.

      * ultima baja del mes del ID que se esta leyendo en el
      * historico; se paga al cambiar de ID.
       01  BAJA-PENDIENTE        PIC A VALUE "N".
       01  BAJA-DIA              PIC 9(2).
       01  BAJA-DATOS            PIC X(168).
       01  BAJA-ID               PIC 9(6).
       01  LIQUIDO-MES           PIC 9(8)V99.
       01  BRUTO-MES             PIC 9(8)V99.
       01  BRUTO-ANUAL           PIC 9(9)V99.
       01  IRPF-MES              PIC 9(8)V99.
       01  SSOC-MES              PIC 9(8)V99.
       01  DEDUCCIONES-MES       PIC 9(8)V99.
       01  BASE-COTIZACION       PIC 9(8)V99.
       01  CUOTA-CONCEPTO        PIC 9(8)V99.
       01  PORCENTAJE-IRPF       PIC 9(2)V99.
       01  PORCENTAJE-EDITADO    PIC Z9.99.
       01  TRAMO-IRPF-HALLADO    PIC A.

      * tabla de retenciones cargada de RETENCIONESDAT en el orden de
      * la clave: primero los tramos IRPF, despues los conceptos SSOC.
       01  TABLA-RETENCIONES.
           02 ENTRADA-RETENCION OCCURS 50 TIMES.
             03 TRE-TIPO         PIC X(4).
             03 TRE-DESCRIPCION  PIC X(30).
             03 TRE-HASTA        PIC 9(7)V99.
             03 TRE-PORCENTAJE   PIC 9(2)V99.
       01  TOTAL-RETENCIONES     PIC 9(2) VALUE ZEROS.
       01  IDX-RETENCION         PIC 9(2).
       01  FIN-RETENCIONES       PIC A VALUE "N".
       01  IDX-ACUMULADO         PIC 9(2).
       01  TOTAL-IRPF            PIC 9(10)V99 VALUE ZEROS.
       01  TOTAL-SSOC            PIC 9(10)V99 VALUE ZEROS.
       01  IMPORTE-EDITADO       PIC ZZZZZZZ9.99.
       01  TOTAL-EDITADO         PIC ZZZZZZZZZ9.99.

      * cuenta ordenante (ID cero de CUENTASDAT) y fecha valor de la
      * remesa: el ultimo dia del mes de la nomina.
       01  ORD-IBAN              PIC X(34).
       01  ORD-BIC               PIC X(11).
       01  ORD-TITULAR           PIC X(35).
       01  ORD-NIF               PIC X(9).
       01  FECHA-VALOR           PIC 9(8).
       01  CONTADOR-REGISTROS-REMESA PIC 9(10) VALUE ZEROS.

      * comprobacion del IBAN, la misma que hace MANTCTA al teclearlo:
      * la cuenta pudo cambiar de mano desde entonces.
       01  IBAN-TECLEADO         PIC X(40).
       01  IBAN-COMPACTO         PIC X(34).
       01  LONGITUD-IBAN         PIC 9(2).
       01  IDX-IBAN              PIC 9(2).
       01  CARACTER-IBAN         PIC X.
       01  DIGITO-IBAN REDEFINES CARACTER-IBAN PIC 9.
       01  ALFABETO              PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  IDX-LETRA             PIC 9(2).
       01  VALOR-LETRA           PIC 9(2).
       01  RESTO-IBAN            PIC 9(2).
       01  ACUMULADO-IBAN        PIC 9(5).
       01  COCIENTE-IBAN         PIC 9(5).
       01  IBAN-VALIDO           PIC A.
       01  MOTIVO-IBAN           PIC X(40).

      * pagos retenidos por falta de cuenta valida, para la lista del
      * final de los recibos.
       01  TABLA-RETENIDOS.
           02 ENTRADA-RETENIDO OCCURS 1000 TIMES.
             03 RTN-ID           PIC 9(6).
             03 RTN-APELLIDO     PIC X(20).
             03 RTN-IMPORTE      PIC 9(8)V99.
             03 RTN-MOTIVO       PIC X(40).
       01  TOTAL-RETENIDOS       PIC 9(4) VALUE ZEROS.
       01  IDX-RETENIDO          PIC 9(4).
       01  IMPORTE-RETENIDO      PIC 9(10)V99 VALUE ZEROS.

      * asiento contable: importes del mes por centro de coste (el
      * departamento del empleado; el 1000 es el codigo cero, "sin
      * departamento"). Debe = base + complementos + extras; haber =
      * liquido + IRPF + cotizacion.
       01  TABLA-ASIENTO.
           02 CENTRO-ASIENTO OCCURS 1000 TIMES.
             03 CEN-BASE         PIC 9(10)V99.
             03 CEN-COMPLEMENTOS PIC 9(10)V99.
             03 CEN-EXTRAS       PIC 9(10)V99.
             03 CEN-LIQUIDO      PIC 9(10)V99.
             03 CEN-IRPF         PIC 9(10)V99.
             03 CEN-SSOC         PIC 9(10)V99.
       01  IDX-CENTRO            PIC 9(4).
       01  CENTRO-CASILLA        PIC 9(4).
       01  CENTRO-CODIGO         PIC 9(3).
       01  DEBE-CENTRO           PIC 9(10)V99.
       01  HABER-CENTRO          PIC 9(10)V99.
       01  TOTAL-DEBE            PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-HABER           PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-LIQUIDO-ASIENTO PIC 9(11)V99 VALUE ZEROS.
       01  LIQUIDO-BANCO         PIC 9(11)V99.
       01  DIFERENCIA-ASIENTO    PIC S9(11)V99.
       01  DIFERENCIA-EDITADA    PIC -ZZZZZZZZZ9.99.
       01  ASIENTO-CUADRADO      PIC A VALUE "S".
       01  CENTROS-DESCUADRADOS  PIC 9(4) VALUE ZEROS.
       01  CONTADOR-APUNTES      PIC 9(6) VALUE ZEROS.
       01  IMPORTE-CENTRO-1      PIC ZZZZZZZ9.99.
       01  IMPORTE-CENTRO-2      PIC ZZZZZZZ9.99.
       01  IMPORTE-CENTRO-3      PIC ZZZZZZZ9.99.

      * cuentas del plan contable que usa el asiento de la nomina.
       01  CUENTA-SUELDO-BASE    PIC X(10) VALUE "6400000001".
       01  CUENTA-COMPLEMENTOS   PIC X(10) VALUE "6400000002".
       01  CUENTA-HORAS-EXTRA    PIC X(10) VALUE "6400000003".
       01  CUENTA-LIQUIDO        PIC X(10) VALUE "4650000000".
       01  CUENTA-IRPF           PIC X(10) VALUE "4751000000".
       01  CUENTA-SSOC           PIC X(10) VALUE "4760000000".

       01  CABECERA-ASIENTOS.
           02 CAS-FECHA          PIC 9(8).
           02 CAS-HORA           PIC 9(6).
           02 CAS-MES-NOMINA     PIC 9(6).
       01  APUNTE-ASIENTO.
           02 APU-FECHA-VALOR    PIC 9(8).
           02 APU-CUENTA         PIC X(10).
           02 APU-CENTRO         PIC 9(3).
           02 APU-CONCEPTO       PIC X(30).
           02 APU-SIGNO          PIC X.
           02 APU-IMPORTE        PIC 9(10)V99.
       01  TOTAL-ASIENTOS.
           02 TAS-APUNTES        PIC 9(6).
           02 TAS-DEBE           PIC 9(11)V99.
           02 TAS-HABER          PIC 9(11)V99.

       01  CONTADOR-LEIDOS       PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PAGADOS      PIC 9(6) VALUE ZEROS.
       01  CONTADOR-SIN-SALARIO  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PRORRATEADOS PIC 9(6) VALUE ZEROS.
       01  CONTADOR-BAJAS        PIC 9(6) VALUE ZEROS.
       01  CONTADOR-CON-EXTRAS   PIC 9(6) VALUE ZEROS.
       01  TOTAL-EXTRAS          PIC 9(10)V99 VALUE ZEROS.
       01  TOTAL-NOMINA          PIC 9(10)V99 VALUE ZEROS.

       01  CABECERA-RECIBO.
           02 TOT-CONTADOR       PIC 9(6).
           02 TOT-IMPORTE        PIC 9(10)V99.

      * registros de la remesa al banco. 01 cabecera con el ordenante
      * y la fecha valor, 02 una orden por empleado, 99 cola con el
      * numero de ordenes, el importe total y el total de registros
      * (cabecera y cola incluidas). Importes en centimos, sin coma.
       01  REMESA-CABECERA.
           02 RCA-TIPO           PIC X(2) VALUE "01".
           02 RCA-NIF            PIC X(9).
           02 RCA-ORDENANTE      PIC X(35).
           02 RCA-IBAN           PIC X(34).
           02 RCA-BIC            PIC X(11).
           02 RCA-FECHA-CREACION PIC 9(8).
           02 RCA-FECHA-VALOR    PIC 9(8).
           02 RCA-REFERENCIA     PIC X(20).
           02 FILLER             PIC X(23) VALUE SPACES.
       01  REMESA-ORDEN.
           02 ROR-TIPO           PIC X(2) VALUE "02".
           02 ROR-ID             PIC 9(6).
           02 ROR-IBAN           PIC X(34).
           02 ROR-BIC            PIC X(11).
           02 ROR-BENEFICIARIO   PIC X(35).
           02 ROR-IMPORTE        PIC 9(11)V99.
           02 ROR-CONCEPTO       PIC X(35).
           02 FILLER             PIC X(14) VALUE SPACES.
       01  REMESA-COLA.
           02 RCO-TIPO           PIC X(2) VALUE "99".
           02 RCO-ORDENES        PIC 9(8).
           02 RCO-IMPORTE        PIC 9(13)V99.
           02 RCO-REGISTROS      PIC 9(10).
           02 FILLER             PIC X(115) VALUE SPACES.
       01  REFERENCIA-REMESA.
           02 FILLER             PIC X(7) VALUE "NOMINA ".
           02 REF-ANO            PIC 9(4).
           02 REF-MES            PIC 9(2).
           02 FILLER             PIC X(7) VALUE SPACES.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-HOY FROM TIME.
       INITIALIZE TABLA-ASIENTO.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 24-CALCULA-DIAS-MES.
       PERFORM 25-CARGA-ENTRADAS-MES.
       PERFORM 3-ESCRIBE-CABECERA-EXTRACTO.
       PERFORM 4-LEE-EMPLEADO.
       PERFORM 5-PROCESA-EMPLEADOS UNTIL FIN-ARCHIVO = "S".
       PERFORM 56-PROCESA-BAJAS-MES.
       PERFORM 6-ESCRIBE-TOTAL-EXTRACTO.
       PERFORM 65-GENERA-ASIENTO.
       PERFORM 7-CIERRA-ARCHIVOS.
       PERFORM 8-IMPRIME-RESUMEN.
       GOBACK.
               ESTADO-SALARIOS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM 21-CARGA-RETENCIONES.
       PERFORM 26-CARGA-ORDENANTE.
       OPEN I-O ACUMULADOS-ARCHIVO.
       IF ESTADO-ACUMULADOS = "35"
           OPEN OUTPUT ACUMULADOS-ARCHIVO
           CLOSE ACUMULADOS-ARCHIVO
           OPEN I-O ACUMULADOS-ARCHIVO.
       IF ESTADO-ACUMULADOS > "09"
           DISPLAY "No se pudo abrir los acumulados, estado "
               ESTADO-ACUMULADOS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT AUSENCIAS-ARCHIVO.
       MOVE ESTADO-AUSENCIAS TO ESTADO-APERTURA-AUSENCIAS.
       OPEN INPUT HISTORICO-ARCHIVO.
       IF ESTADO-HISTORICO = "05" OR ESTADO-HISTORICO > "09"
           MOVE "S" TO FIN-HISTORICO.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT NOMINA-ARCHIVO.
       IF ESTADO-NOMINA > "09"
               ESTADO-TRANSFER
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT REMESA-ARCHIVO.
       IF ESTADO-REMESA > "09"
           DISPLAY "No se pudo crear la remesa, estado "
               ESTADO-REMESA
           MOVE 8 TO RETURN-CODE
           GOBACK.
      * sin archivo de horas la nomina sale igual, sin horas extra.
       OPEN I-O HORASMES-ARCHIVO.
       MOVE ESTADO-HORASMES TO ESTADO-APERTURA-HORASMES.
       IF ESTADO-HORASMES > "09"
           DISPLAY "Aviso: horas extra no disponibles (estado "
               ESTADO-HORASMES "); la nomina sale sin ellas.".
       COMPUTE MES-NOMINA-AAAAMM = HOY-ANO * 100 + HOY-MES.

      * sin tabla de retenciones no hay nomina: pagar el bruto como
      * liquido es justo el error que la tabla vino a corregir.
       21-CARGA-RETENCIONES.
       OPEN INPUT RETENCIONES-ARCHIVO.
       IF ESTADO-RETENCIONES = "05" OR ESTADO-RETENCIONES > "09"
           DISPLAY "No se pudo abrir la tabla de retenciones, estado "
               ESTADO-RETENCIONES
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM 22-LEE-RETENCION.
       PERFORM 23-GUARDA-RETENCION UNTIL FIN-RETENCIONES = "S".
       CLOSE RETENCIONES-ARCHIVO.
       IF TOTAL-RETENCIONES = ZERO
           DISPLAY "La tabla de retenciones esta vacia: darla de alta "
               "en MANTRET antes de correr la nomina."
           MOVE 8 TO RETURN-CODE
           GOBACK.

       22-LEE-RETENCION.
       READ RETENCIONES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-RETENCIONES.

       23-GUARDA-RETENCION.
       IF TOTAL-RETENCIONES < 50
           ADD 1 TO TOTAL-RETENCIONES
           MOVE RET-TIPO TO TRE-TIPO (TOTAL-RETENCIONES)
           MOVE RET-DESCRIPCION TO TRE-DESCRIPCION (TOTAL-RETENCIONES)
           MOVE RET-HASTA TO TRE-HASTA (TOTAL-RETENCIONES)
           MOVE RET-PORCENTAJE TO TRE-PORCENTAJE (TOTAL-RETENCIONES)
       ELSE
           DISPLAY "Tabla de retenciones llena: se ignora el tramo "
               RET-TIPO " " RET-TRAMO.
       PERFORM 22-LEE-RETENCION.

      * dias naturales del mes de la pasada; febrero mira el bisiesto.
       24-CALCULA-DIAS-MES.
       DIVIDE HOY-ANO BY 100 GIVING ANO-COCIENTE REMAINDER ANO-RESTO.
       COMPUTE MES-NOMINA-AAMM = ANO-RESTO * 100 + HOY-MES.
       IF HOY-MES = 4 OR HOY-MES = 6 OR HOY-MES = 9 OR HOY-MES = 11
           MOVE 30 TO DIAS-MES
       ELSE
       IF HOY-MES = 2
           MOVE 28 TO DIAS-MES
           DIVIDE HOY-ANO BY 4 GIVING ANO-COCIENTE REMAINDER ANO-RESTO
           IF ANO-RESTO = ZERO
               MOVE 29 TO DIAS-MES
               DIVIDE HOY-ANO BY 100 GIVING ANO-COCIENTE
                   REMAINDER ANO-RESTO
               IF ANO-RESTO = ZERO
                   MOVE 28 TO DIAS-MES
                   DIVIDE HOY-ANO BY 400 GIVING ANO-COCIENTE
                       REMAINDER ANO-RESTO
                   IF ANO-RESTO = ZERO
                       MOVE 29 TO DIAS-MES
                   END-IF
               END-IF
           END-IF
       ELSE
           MOVE 31 TO DIAS-MES.

      * altas y readmisiones del mes: primero las generaciones ACTIVA
      * del corte, en el orden del control, despues la auditoria viva.
       25-CARGA-ENTRADAS-MES.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 251-LEE-CONTROL
           PERFORM 252-PROCESA-GENERACION UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 256-LEE-AUDITORIA
           PERFORM 257-PROCESA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       251-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       252-PROCESA-GENERACION.
       IF CTL-ESTADO = "ACTIVA"
           MOVE CTL-FECHA TO GENERACION-FECHA
           PERFORM 253-LEE-GENERACION.
       PERFORM 251-LEE-CONTROL.

       253-LEE-GENERACION.
       OPEN INPUT GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
       ELSE
           MOVE "N" TO FIN-GENERACION
           PERFORM 254-LEE-LINEA
           PERFORM 255-PROCESA-LINEA UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
       END-IF.

       254-LEE-LINEA.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

       255-PROCESA-LINEA.
       MOVE GENERACION-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 258-GUARDA-ENTRADA.
       PERFORM 254-LEE-LINEA.

       256-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       257-PROCESA-VIVO.
       MOVE AUDITORIA-REGISTRO TO MOVIMIENTO-AUDIT.
       PERFORM 258-GUARDA-ENTRADA.
       PERFORM 256-LEE-AUDITORIA.

       258-GUARDA-ENTRADA.
       IF MAU-OPERACION = "ALTA" OR MAU-OPERACION = "REINSTAL"
           MOVE MAU-FECHA TO FECHA-MOVIMIENTO
           IF MOV-AAMM = MES-NOMINA-AAMM
               IF TOTAL-ENTRADAS < 2000
                   ADD 1 TO TOTAL-ENTRADAS
                   MOVE MAU-ID TO ENT-ID (TOTAL-ENTRADAS)
                   MOVE MOV-DIA TO ENT-DIA (TOTAL-ENTRADAS)
                   MOVE MAU-OPERACION TO ENT-OPERACION (TOTAL-ENTRADAS)
               ELSE
                   DISPLAY "Tabla de altas del mes llena: el ID "
                       MAU-ID " cobra el mes entero."
               END-IF
           END-IF
       END-IF.

      * sin cuenta ordenante valida el banco no aceptaria la remesa:
      * no se corre la nomina hasta darla de alta en MANTCTA.
       26-CARGA-ORDENANTE.
       OPEN INPUT CUENTAS-ARCHIVO.
       IF ESTADO-CUENTAS = "05" OR ESTADO-CUENTAS > "09"
           DISPLAY "No se pudo abrir las cuentas bancarias, estado "
               ESTADO-CUENTAS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       MOVE ZERO TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY
               DISPLAY "Falta la cuenta ordenante de la empresa: darla "
                   "de alta en MANTCTA (opcion 6)."
               MOVE 8 TO RETURN-CODE
               GOBACK
       END-READ.
       MOVE CTA-IBAN TO IBAN-TECLEADO.
       PERFORM 93-VALIDA-IBAN.
       IF IBAN-VALIDO = "N"
           DISPLAY "La cuenta ordenante no es valida: " MOTIVO-IBAN
           MOVE 8 TO RETURN-CODE
           GOBACK.
       MOVE IBAN-COMPACTO TO ORD-IBAN.
       MOVE CTA-BIC TO ORD-BIC.
       MOVE CTA-TITULAR TO ORD-TITULAR.
       MOVE CTA-NIF TO ORD-NIF.

       3-ESCRIBE-CABECERA-EXTRACTO.
       MOVE "CABECERA" TO TRB-TIPO.
       MOVE SPACES TO TRB-DATOS.
       MOVE CABECERA-EXTRACTO TO TRB-DATOS.
       WRITE TRANSFER-REGISTRO.
       COMPUTE FECHA-VALOR = HOY-ANO * 10000 + HOY-MES * 100 + DIAS-MES.
       MOVE HOY-ANO TO REF-ANO.
       MOVE HOY-MES TO REF-MES.
       MOVE ORD-NIF TO RCA-NIF.
       MOVE ORD-TITULAR TO RCA-ORDENANTE.
       MOVE ORD-IBAN TO RCA-IBAN.
       MOVE ORD-BIC TO RCA-BIC.
       MOVE FECHA-HOY TO RCA-FECHA-CREACION.
       MOVE FECHA-VALOR TO RCA-FECHA-VALOR.
       MOVE REFERENCIA-REMESA TO RCA-REFERENCIA.
       MOVE REMESA-CABECERA TO REMESA-REGISTRO.
       PERFORM 94-ESCRIBE-REMESA.

       4-LEE-EMPLEADO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD

       5-PROCESA-EMPLEADOS.
       ADD 1 TO CONTADOR-LEIDOS.
       MOVE "N" TO EMPLEADO-DE-BAJA.
       MOVE 1 TO DIA-DESDE.
       MOVE DIAS-MES TO DIA-HASTA.
       MOVE EMPLEADOS-ID TO SAL-ID.
       READ SALARIOS-ARCHIVO
           INVALID KEY
               PERFORM 53-IMPRIME-EXCEPCION
           NOT INVALID KEY
               PERFORM 50-PAGA-EMPLEADO
       END-READ.
       PERFORM 4-LEE-EMPLEADO.

      * quien no tiene ningun dia pagado en el mes lleva su recibo a
      * cero, pero no va al banco.
       50-PAGA-EMPLEADO.
       PERFORM 57-CALCULA-DIAS-PAGADOS.
       PERFORM 501-BUSCA-HORAS-EXTRA.
       PERFORM 51-IMPRIME-RECIBO.
       IF LIQUIDO-MES > ZERO
           PERFORM 58-BUSCA-CUENTA
           IF IBAN-VALIDO = "S"
               PERFORM 52-ESCRIBE-TRANSFERENCIA
               PERFORM 59-ESCRIBE-ORDEN-REMESA
           ELSE
               PERFORM 581-RETIENE-PAGO
           END-IF
       END-IF.
       PERFORM 55-ACTUALIZA-ACUMULADO.
       PERFORM 503-ACUMULA-ASIENTO.

      * el recibo del empleado se suma a su centro de coste; la baja
      * del mes va al departamento que tenia al irse.
       503-ACUMULA-ASIENTO.
       IF EMPLEADOS-DEPARTAMENTO = ZERO
           MOVE 1000 TO CENTRO-CASILLA
       ELSE
           MOVE EMPLEADOS-DEPARTAMENTO TO CENTRO-CASILLA.
       ADD BASE-MES TO CEN-BASE (CENTRO-CASILLA).
       ADD COMPLEMENTOS-MES TO CEN-COMPLEMENTOS (CENTRO-CASILLA).
       ADD EXTRAS-MES TO CEN-EXTRAS (CENTRO-CASILLA).
       ADD LIQUIDO-MES TO CEN-LIQUIDO (CENTRO-CASILLA).
       ADD IRPF-MES TO CEN-IRPF (CENTRO-CASILLA).
       ADD SSOC-MES TO CEN-SSOC (CENTRO-CASILLA).

      * se pagan las horas aprobadas de cualquier mes que aun no se
      * hayan pagado, y las que se pagaron en esta misma nomina si se
      * repite la pasada. Cada mes pagado queda marcado con el de la
      * nomina.
       501-BUSCA-HORAS-EXTRA.
       MOVE ZEROS TO HORAS-EXTRA-MES.
       MOVE ZEROS TO EXTRAS-MES.
       IF ESTADO-APERTURA-HORASMES < "10"
           MOVE EMPLEADOS-ID TO HOR-ID
           MOVE ZEROS TO HOR-ANO
           MOVE ZEROS TO HOR-MES
           MOVE "N" TO FIN-HORASMES
           START HORASMES-ARCHIVO KEY IS NOT LESS THAN HOR-CLAVE
               INVALID KEY MOVE "S" TO FIN-HORASMES
           END-START
           PERFORM 502-LEE-HORAS-EXTRA UNTIL FIN-HORASMES = "S"
       END-IF.
       IF HORAS-EXTRA-MES > ZERO
           COMPUTE EXTRAS-MES ROUNDED =
               (SAL-BASE + SAL-COMPLEMENTOS) / HORAS-MES-CONVENIO
               * RECARGO-HORA-EXTRA * HORAS-EXTRA-MES
           ADD 1 TO CONTADOR-CON-EXTRAS
           ADD EXTRAS-MES TO TOTAL-EXTRAS.

       502-LEE-HORAS-EXTRA.
       READ HORASMES-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HORASMES.
       IF FIN-HORASMES = "N"
           IF HOR-ID NOT = EMPLEADOS-ID
               MOVE "S" TO FIN-HORASMES
           ELSE
           IF HOR-ESTADO = "APROBADO"
               OR (HOR-ESTADO = "PAGADO"
                   AND HOR-NOMINA-PAGO = MES-NOMINA-AAAAMM)
               ADD HOR-HORAS-APROBADAS TO HORAS-EXTRA-MES
               MOVE "PAGADO" TO HOR-ESTADO
               MOVE MES-NOMINA-AAAAMM TO HOR-NOMINA-PAGO
               REWRITE HORASMES-REGISTRO
               IF ESTADO-HORASMES > "09"
                   DISPLAY "Error al marcar las horas pagadas del ID "
                       HOR-ID ", estado " ESTADO-HORASMES
               END-IF
           END-IF
       END-IF.

       51-IMPRIME-RECIBO.
       COMPUTE BRUTO-MES = BASE-MES + COMPLEMENTOS-MES + EXTRAS-MES.
       MOVE SPACES TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE FECHA-HOY TO REC-FECHA.
           SAL-CATEGORIA DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF DIAS-PAGADOS NOT = DIAS-MES
           PERFORM 511-IMPRIME-PRORRATEO.
       MOVE BASE-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "SALARIO BASE" DELIMITED BY SIZE
           "                               " DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE COMPLEMENTOS-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "COMPLEMENTOS" DELIMITED BY SIZE
           "                               " DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF EXTRAS-MES > ZERO
           MOVE HORAS-EXTRA-MES TO LHE-HORAS
           MOVE EXTRAS-MES TO LHE-IMPORTE
           MOVE LINEA-HORAS-EXTRA TO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA.
       MOVE BRUTO-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "TOTAL DEVENGADO                            "
           DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 54-CALCULA-DEDUCCIONES.
       MOVE DEDUCCIONES-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "TOTAL DEDUCCIONES                          "
           DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LIQUIDO-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "LIQUIDO A PERCIBIR                         "
           DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.

      * el recibo prorrateado dice cuantos dias se pagan y por que,
      * para poder contestar al empleado sin buscar en la auditoria.
       511-IMPRIME-PRORRATEO.
       ADD SAL-BASE TO SAL-COMPLEMENTOS GIVING SALARIO-COMPLETO.
       MOVE SALARIO-COMPLETO TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "DIAS PAGADOS " DELIMITED BY SIZE
           DIAS-PAGADOS DELIMITED BY SIZE
           " DE " DELIMITED BY SIZE
           DIAS-MES DELIMITED BY SIZE
           " (SALARIO MENSUAL " DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF OPERACION-ENTRADA = "ALTA"
           MOVE SPACES TO LINEA-NOMINA
           STRING "  MOTIVO: ALTA EL DIA " DELIMITED BY SIZE
               DIA-DESDE DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.
       IF OPERACION-ENTRADA = "REINSTAL"
           MOVE SPACES TO LINEA-NOMINA
           STRING "  MOTIVO: READMISION EL DIA " DELIMITED BY SIZE
               DIA-DESDE DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.
       IF EMPLEADO-DE-BAJA = "S"
           MOVE SPACES TO LINEA-NOMINA
           STRING "  MOTIVO: BAJA EL DIA " DELIMITED BY SIZE
               DIA-HASTA DELIMITED BY SIZE
               " (LIQUIDACION DE DIAS)" DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.
       IF DIAS-SIN-SUELDO > ZERO
           MOVE SPACES TO LINEA-NOMINA
           STRING "  MOTIVO: " DELIMITED BY SIZE
               DIAS-SIN-SUELDO DELIMITED BY SIZE
               " DIAS DE AUSENCIA SIN SUELDO" DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

       52-ESCRIBE-TRANSFERENCIA.
       MOVE "DETALLE" TO TRB-TIPO.
       ADD 1 TO CONTADOR-PAGADOS.
       ADD LIQUIDO-MES TO TOTAL-NOMINA.

      * cotizacion: cada concepto SSOC de la tabla sobre el bruto del
      * mes, topado por su base maxima. Retencion: el porcentaje del
      * primer tramo IRPF que cubre el salario anual (el mensual de
      * MANTSAL por doce) aplicado al bruto del mes.
       54-CALCULA-DEDUCCIONES.
       MOVE ZEROS TO SSOC-MES.
       PERFORM 541-APLICA-COTIZACION
           VARYING IDX-RETENCION FROM 1 BY 1
           UNTIL IDX-RETENCION > TOTAL-RETENCIONES.
       COMPUTE BRUTO-ANUAL = (SAL-BASE + SAL-COMPLEMENTOS) * 12.
       MOVE ZEROS TO PORCENTAJE-IRPF.
       MOVE "N" TO TRAMO-IRPF-HALLADO.
       PERFORM 542-BUSCA-TRAMO-IRPF
           VARYING IDX-RETENCION FROM 1 BY 1
           UNTIL IDX-RETENCION > TOTAL-RETENCIONES.
       COMPUTE IRPF-MES ROUNDED = BRUTO-MES * PORCENTAJE-IRPF / 100.
       MOVE PORCENTAJE-IRPF TO PORCENTAJE-EDITADO.
       MOVE IRPF-MES TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "  RETENCION IRPF                  " DELIMITED BY SIZE
           PORCENTAJE-EDITADO DELIMITED BY SIZE
           " %  " DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       ADD SSOC-MES IRPF-MES GIVING DEDUCCIONES-MES.
       IF DEDUCCIONES-MES > BRUTO-MES
           MOVE ZEROS TO LIQUIDO-MES
       ELSE
           SUBTRACT DEDUCCIONES-MES FROM BRUTO-MES GIVING LIQUIDO-MES.

       541-APLICA-COTIZACION.
       IF TRE-TIPO (IDX-RETENCION) = "SSOC"
           MOVE BRUTO-MES TO BASE-COTIZACION
           IF TRE-HASTA (IDX-RETENCION) > ZERO
               AND BASE-COTIZACION > TRE-HASTA (IDX-RETENCION)
               MOVE TRE-HASTA (IDX-RETENCION) TO BASE-COTIZACION
           END-IF
           COMPUTE CUOTA-CONCEPTO ROUNDED =
               BASE-COTIZACION * TRE-PORCENTAJE (IDX-RETENCION) / 100
           ADD CUOTA-CONCEPTO TO SSOC-MES
           MOVE TRE-PORCENTAJE (IDX-RETENCION) TO PORCENTAJE-EDITADO
           MOVE CUOTA-CONCEPTO TO IMPORTE-EDITADO
           MOVE SPACES TO LINEA-NOMINA
           STRING "  " DELIMITED BY SIZE
               TRE-DESCRIPCION (IDX-RETENCION) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PORCENTAJE-EDITADO DELIMITED BY SIZE
               " %  " DELIMITED BY SIZE
               IMPORTE-EDITADO DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

      * los tramos vienen en orden de clave; el primero que cubre el
      * salario anual es el bueno. Si ninguno lo cubre se queda el
      * ultimo tramo IRPF, el mas alto.
       542-BUSCA-TRAMO-IRPF.
       IF TRE-TIPO (IDX-RETENCION) = "IRPF"
           AND TRAMO-IRPF-HALLADO = "N"
           MOVE TRE-PORCENTAJE (IDX-RETENCION) TO PORCENTAJE-IRPF
           IF BRUTO-ANUAL <= TRE-HASTA (IDX-RETENCION)
               MOVE "S" TO TRAMO-IRPF-HALLADO
           END-IF
       END-IF.

      * la casilla del mes se pisa (una nomina repetida en el mismo
      * mes no duplica) y los totales del ano se recalculan sumando
      * las doce casillas. Las horas extra van en el bruto y no en
      * base ni complementos, que es lo que compara la pasada de
      * atrasos con el historial de salarios.
       55-ACTUALIZA-ACUMULADO.
       MOVE EMPLEADOS-ID TO ACU-ID.
       MOVE HOY-ANO TO ACU-ANO.
       READ ACUMULADOS-ARCHIVO
           INVALID KEY
               PERFORM 551-INICIA-ACUMULADO
       END-READ.
       MOVE BASE-MES TO ACU-BASE (HOY-MES).
       MOVE COMPLEMENTOS-MES TO ACU-COMPLEMENTOS (HOY-MES).
       MOVE DIAS-PAGADOS TO ACU-DIAS-PAGADOS (HOY-MES).
       MOVE DIAS-MES TO ACU-DIAS-MES (HOY-MES).
       MOVE BRUTO-MES TO ACU-BRUTO (HOY-MES).
       MOVE IRPF-MES TO ACU-IRPF (HOY-MES).
       MOVE SSOC-MES TO ACU-SSOC (HOY-MES).
       MOVE LIQUIDO-MES TO ACU-LIQUIDO (HOY-MES).
       MOVE ZEROS TO ACU-TOTAL-BRUTO.
       MOVE ZEROS TO ACU-TOTAL-IRPF.
       MOVE ZEROS TO ACU-TOTAL-SSOC.
       MOVE ZEROS TO ACU-TOTAL-LIQUIDO.
       PERFORM 552-SUMA-MES
           VARYING IDX-ACUMULADO FROM 1 BY 1 UNTIL IDX-ACUMULADO > 12.
       IF ESTADO-ACUMULADOS = "00"
           REWRITE ACUMULADOS-REGISTRO
       ELSE
           WRITE ACUMULADOS-REGISTRO.
       IF ESTADO-ACUMULADOS > "09"
           DISPLAY "Error al grabar el acumulado del ID " ACU-ID
               ", estado " ESTADO-ACUMULADOS.
       ADD IRPF-MES TO TOTAL-IRPF.
       ADD SSOC-MES TO TOTAL-SSOC.

      * el READ fallido deja el estado 23, que es lo que decide
      * despues entre WRITE y REWRITE.
       551-INICIA-ACUMULADO.
       INITIALIZE ACUMULADOS-REGISTRO.
       MOVE EMPLEADOS-ID TO ACU-ID.
       MOVE HOY-ANO TO ACU-ANO.

       552-SUMA-MES.
       ADD ACU-BRUTO (IDX-ACUMULADO) TO ACU-TOTAL-BRUTO.
       ADD ACU-IRPF (IDX-ACUMULADO) TO ACU-TOTAL-IRPF.
       ADD ACU-SSOC (IDX-ACUMULADO) TO ACU-TOTAL-SSOC.
       ADD ACU-LIQUIDO (IDX-ACUMULADO) TO ACU-TOTAL-LIQUIDO.

      * las bajas del mes que no han vuelto a plantilla cobran los
      * dias trabajados hasta la baja. El historico va por ID y fecha:
      * de cada ID se queda la ultima baja del mes y se paga al pasar
      * al ID siguiente.
       56-PROCESA-BAJAS-MES.
       IF FIN-HISTORICO = "N"
           PERFORM 561-LEE-HISTORICO
           PERFORM 562-MIRA-BAJA UNTIL FIN-HISTORICO = "S"
           IF BAJA-PENDIENTE = "S"
               PERFORM 563-PAGA-BAJA
           END-IF
       END-IF.

       561-LEE-HISTORICO.
       READ HISTORICO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORICO.

       562-MIRA-BAJA.
       IF BAJA-PENDIENTE = "S" AND HIS-ID NOT = BAJA-ID
           PERFORM 563-PAGA-BAJA.
       MOVE HIS-FECHA-BAJA TO FECHA-MOVIMIENTO.
       IF MOV-AAMM = MES-NOMINA-AAMM
           MOVE "S" TO BAJA-PENDIENTE
           MOVE HIS-ID TO BAJA-ID
           MOVE MOV-DIA TO BAJA-DIA
           MOVE HIS-DATOS TO BAJA-DATOS.
       PERFORM 561-LEE-HISTORICO.

      * si el ID vuelve a estar en el maestro (readmitido despues de
      * la baja) ya cobro en la pasada principal.
       563-PAGA-BAJA.
       MOVE "N" TO BAJA-PENDIENTE.
       MOVE BAJA-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
               MOVE BAJA-DATOS TO EMPLEADOS-REGISTRO
               ADD 1 TO CONTADOR-BAJAS
               MOVE "S" TO EMPLEADO-DE-BAJA
               MOVE 1 TO DIA-DESDE
               MOVE BAJA-DIA TO DIA-HASTA
               MOVE EMPLEADOS-ID TO SAL-ID
               READ SALARIOS-ARCHIVO
                   INVALID KEY
                       PERFORM 53-IMPRIME-EXCEPCION
                   NOT INVALID KEY
                       PERFORM 50-PAGA-EMPLEADO
               END-READ
       END-READ.

      * dias pagados: del alta o readmision del mes (o el dia 1) a la
      * baja del mes (o el ultimo dia), menos las ausencias SIN SUELDO
      * que caen dentro. El salario se prorratea por dias naturales.
       57-CALCULA-DIAS-PAGADOS.
       MOVE SPACES TO OPERACION-ENTRADA.
       PERFORM 571-BUSCA-ENTRADA
           VARYING IDX-ENTRADA FROM 1 BY 1
           UNTIL IDX-ENTRADA > TOTAL-ENTRADAS.
       MOVE ZEROS TO DIAS-SIN-SUELDO.
       IF DIA-DESDE > DIA-HASTA
           MOVE ZEROS TO DIAS-PAGADOS
       ELSE
           PERFORM 572-CUENTA-SIN-SUELDO
           COMPUTE DIAS-PAGADOS = DIA-HASTA - DIA-DESDE + 1
           IF DIAS-SIN-SUELDO > DIAS-PAGADOS
               MOVE DIAS-PAGADOS TO DIAS-SIN-SUELDO
           END-IF
           SUBTRACT DIAS-SIN-SUELDO FROM DIAS-PAGADOS
       END-IF.
       IF DIAS-PAGADOS = DIAS-MES
           MOVE SAL-BASE TO BASE-MES
           MOVE SAL-COMPLEMENTOS TO COMPLEMENTOS-MES
       ELSE
           ADD 1 TO CONTADOR-PRORRATEADOS
           COMPUTE BASE-MES ROUNDED =
               SAL-BASE * DIAS-PAGADOS / DIAS-MES
           COMPUTE COMPLEMENTOS-MES ROUNDED =
               SAL-COMPLEMENTOS * DIAS-PAGADOS / DIAS-MES
       END-IF.

       571-BUSCA-ENTRADA.
       IF ENT-ID (IDX-ENTRADA) = EMPLEADOS-ID
           MOVE ENT-DIA (IDX-ENTRADA) TO DIA-DESDE
           MOVE ENT-OPERACION (IDX-ENTRADA) TO OPERACION-ENTRADA.

       572-CUENTA-SIN-SUELDO.
       COMPUTE PERIODO-DESDE =
           HOY-ANO * 10000 + HOY-MES * 100 + DIA-DESDE.
       COMPUTE PERIODO-HASTA =
           HOY-ANO * 10000 + HOY-MES * 100 + DIA-HASTA.
       IF ESTADO-APERTURA-AUSENCIAS = "00"
           MOVE EMPLEADOS-ID TO AUS-ID
           MOVE ZEROS TO AUS-FECHA-INICIO
           MOVE "N" TO FIN-AUSENCIAS
           START AUSENCIAS-ARCHIVO KEY IS NOT LESS THAN AUS-CLAVE
               INVALID KEY MOVE "S" TO FIN-AUSENCIAS
           END-START
           PERFORM 573-LEE-AUSENCIA UNTIL FIN-AUSENCIAS = "S"
       END-IF.

       573-LEE-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-AUSENCIAS.
       IF FIN-AUSENCIAS = "N"
           IF AUS-ID NOT = EMPLEADOS-ID
               OR AUS-FECHA-INICIO > PERIODO-HASTA
               MOVE "S" TO FIN-AUSENCIAS
           ELSE
               IF AUS-TIPO = "SIN SUELDO"
                   AND AUS-FECHA-FIN NOT < PERIODO-DESDE
                   PERFORM 574-SUMA-SIN-SUELDO
               END-IF
           END-IF
       END-IF.

      * el tramo de la ausencia se recorta al periodo pagado; dentro
      * del mismo mes la resta de fechas AAAAMMDD da los dias.
       574-SUMA-SIN-SUELDO.
       MOVE AUS-FECHA-INICIO TO AUSENCIA-DESDE.
       IF AUSENCIA-DESDE < PERIODO-DESDE
           MOVE PERIODO-DESDE TO AUSENCIA-DESDE.
       MOVE AUS-FECHA-FIN TO AUSENCIA-HASTA.
       IF AUSENCIA-HASTA > PERIODO-HASTA
           MOVE PERIODO-HASTA TO AUSENCIA-HASTA.
       COMPUTE DIAS-SIN-SUELDO = DIAS-SIN-SUELDO
           + AUSENCIA-HASTA - AUSENCIA-DESDE + 1.

      * la cuenta de abono del empleado tiene que existir y su IBAN
      * seguir cuadrando; si no, el pago se retiene.
       58-BUSCA-CUENTA.
       MOVE EMPLEADOS-ID TO CTA-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY
               MOVE "N" TO IBAN-VALIDO
               MOVE "sin cuenta bancaria" TO MOTIVO-IBAN
           NOT INVALID KEY
               MOVE CTA-IBAN TO IBAN-TECLEADO
               PERFORM 93-VALIDA-IBAN
       END-READ.

      * el recibo se emite igual (el importe se debe), pero no va al
      * banco: queda en la lista de retenidos para pagarlo a mano.
       581-RETIENE-PAGO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "*** PAGO RETENIDO: " DELIMITED BY SIZE
           MOTIVO-IBAN DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       ADD LIQUIDO-MES TO IMPORTE-RETENIDO.
       IF TOTAL-RETENIDOS < 1000
           ADD 1 TO TOTAL-RETENIDOS
           MOVE EMPLEADOS-ID TO RTN-ID (TOTAL-RETENIDOS)
           MOVE EMPLEADOS-APELLIDO-PATERNO TO RTN-APELLIDO
               (TOTAL-RETENIDOS)
           MOVE LIQUIDO-MES TO RTN-IMPORTE (TOTAL-RETENIDOS)
           MOVE MOTIVO-IBAN TO RTN-MOTIVO (TOTAL-RETENIDOS).

       59-ESCRIBE-ORDEN-REMESA.
       MOVE EMPLEADOS-ID TO ROR-ID.
       MOVE IBAN-COMPACTO TO ROR-IBAN.
       MOVE CTA-BIC TO ROR-BIC.
       MOVE CTA-TITULAR TO ROR-BENEFICIARIO.
       MOVE LIQUIDO-MES TO ROR-IMPORTE.
       MOVE REFERENCIA-REMESA TO ROR-CONCEPTO.
       MOVE REMESA-ORDEN TO REMESA-REGISTRO.
       PERFORM 94-ESCRIBE-REMESA.

      * el empleado sin salario no genera transferencia: queda en el
      * recibo como excepcion para que RRHH lo complete en MANTSAL.
       53-IMPRIME-EXCEPCION.
       MOVE SPACES TO TRB-DATOS.
       MOVE TOTAL-EXTRACTO TO TRB-DATOS.
       WRITE TRANSFER-REGISTRO.
       MOVE CONTADOR-PAGADOS TO RCO-ORDENES.
       MOVE TOTAL-NOMINA TO RCO-IMPORTE.
       COMPUTE RCO-REGISTROS = CONTADOR-REGISTROS-REMESA + 1.
       MOVE REMESA-COLA TO REMESA-REGISTRO.
       PERFORM 94-ESCRIBE-REMESA.
       IF TOTAL-RETENIDOS > ZERO
           PERFORM 61-IMPRIME-RETENIDOS.

      * lista de pagos retenidos al final de los recibos, para que
      * tesoreria los abone a mano cuando RRHH complete la cuenta.
       61-IMPRIME-RETENIDOS.
       MOVE SPACES TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "PAGOS RETENIDOS (NO VAN EN LA REMESA)" TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 611-IMPRIME-RETENIDO
           VARYING IDX-RETENIDO FROM 1 BY 1
           UNTIL IDX-RETENIDO > TOTAL-RETENIDOS.
       MOVE IMPORTE-RETENIDO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "TOTAL RETENIDO " DELIMITED BY SIZE
           TOTAL-RETENIDOS DELIMITED BY SIZE
           " PAGOS  " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.

       611-IMPRIME-RETENIDO.
       MOVE RTN-IMPORTE (IDX-RETENIDO) TO IMPORTE-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "ID " DELIMITED BY SIZE
           RTN-ID (IDX-RETENIDO) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RTN-APELLIDO (IDX-RETENIDO) DELIMITED BY SIZE
           IMPORTE-EDITADO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RTN-MOTIVO (IDX-RETENIDO) DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.

      * el asiento solo se entrega cuadrado: debe igual a haber en
      * cada centro y en total, y el liquido igual a lo que va al
      * banco mas lo retenido. Si no, ASIENTOSTXT queda vacio (no se
      * carga un asiento viejo ni uno descuadrado) y el diario del
      * spool dice donde esta la diferencia.
       65-GENERA-ASIENTO.
       PERFORM 651-CUADRA-CENTRO
           VARYING IDX-CENTRO FROM 1 BY 1 UNTIL IDX-CENTRO > 1000.
       ADD TOTAL-NOMINA IMPORTE-RETENIDO GIVING LIQUIDO-BANCO.
       IF TOTAL-DEBE NOT = TOTAL-HABER
           OR TOTAL-LIQUIDO-ASIENTO NOT = LIQUIDO-BANCO
           OR CENTROS-DESCUADRADOS > ZERO
           MOVE "N" TO ASIENTO-CUADRADO.
       PERFORM 652-IMPRIME-DIARIO.
       OPEN OUTPUT ASIENTOS-ARCHIVO.
       IF ESTADO-ASIENTOS > "09"
           DISPLAY "No se pudo crear ASIENTOSTXT, estado "
               ESTADO-ASIENTOS
           MOVE "N" TO ASIENTO-CUADRADO
       ELSE
           IF ASIENTO-CUADRADO = "S"
               PERFORM 655-ESCRIBE-ASIENTO
           END-IF
           CLOSE ASIENTOS-ARCHIVO
       END-IF.

       651-CUADRA-CENTRO.
       COMPUTE DEBE-CENTRO = CEN-BASE (IDX-CENTRO)
           + CEN-COMPLEMENTOS (IDX-CENTRO) + CEN-EXTRAS (IDX-CENTRO).
       COMPUTE HABER-CENTRO = CEN-LIQUIDO (IDX-CENTRO)
           + CEN-IRPF (IDX-CENTRO) + CEN-SSOC (IDX-CENTRO).
       ADD DEBE-CENTRO TO TOTAL-DEBE.
       ADD HABER-CENTRO TO TOTAL-HABER.
       ADD CEN-LIQUIDO (IDX-CENTRO) TO TOTAL-LIQUIDO-ASIENTO.
       IF DEBE-CENTRO NOT = HABER-CENTRO
           ADD 1 TO CENTROS-DESCUADRADOS.

       652-IMPRIME-DIARIO.
       MOVE SPACES TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "DIARIO DE LA NOMINA POR CENTRO DE COSTE" TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       PERFORM 653-IMPRIME-CENTRO
           VARYING IDX-CENTRO FROM 1 BY 1 UNTIL IDX-CENTRO > 1000.
       MOVE LINEA-SEPARADORA TO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-DEBE TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "TOTAL DEBE  " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE TOTAL-HABER TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "TOTAL HABER " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LIQUIDO-BANCO TO TOTAL-EDITADO.
       MOVE SPACES TO LINEA-NOMINA.
       STRING "LIQUIDO AL BANCO MAS RETENIDO " DELIMITED BY SIZE
           TOTAL-EDITADO DELIMITED BY SIZE
           INTO LINEA-NOMINA.
       PERFORM 91-ESCRIBE-LINEA.
       IF ASIENTO-CUADRADO = "S"
           MOVE "ASIENTO CUADRADO: ENTREGADO EN ASIENTOSTXT"
               TO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       ELSE
           COMPUTE DIFERENCIA-ASIENTO = TOTAL-DEBE - TOTAL-HABER
           MOVE DIFERENCIA-ASIENTO TO DIFERENCIA-EDITADA
           MOVE SPACES TO LINEA-NOMINA
           STRING "*** ASIENTO DESCUADRADO: DIFERENCIA "
               DELIMITED BY SIZE
               DIFERENCIA-EDITADA DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
           MOVE "*** ASIENTOSTXT NO SE ENTREGA ***" TO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
       END-IF.

      * dos lineas por centro con movimiento: el debe desglosado y
      * el haber desglosado.
       653-IMPRIME-CENTRO.
       COMPUTE DEBE-CENTRO = CEN-BASE (IDX-CENTRO)
           + CEN-COMPLEMENTOS (IDX-CENTRO) + CEN-EXTRAS (IDX-CENTRO).
       COMPUTE HABER-CENTRO = CEN-LIQUIDO (IDX-CENTRO)
           + CEN-IRPF (IDX-CENTRO) + CEN-SSOC (IDX-CENTRO).
       IF DEBE-CENTRO > ZERO OR HABER-CENTRO > ZERO
           PERFORM 654-CODIGO-CENTRO
           MOVE CEN-BASE (IDX-CENTRO) TO IMPORTE-CENTRO-1
           MOVE CEN-COMPLEMENTOS (IDX-CENTRO) TO IMPORTE-CENTRO-2
           MOVE CEN-EXTRAS (IDX-CENTRO) TO IMPORTE-CENTRO-3
           MOVE SPACES TO LINEA-NOMINA
           STRING "CENTRO " DELIMITED BY SIZE
               CENTRO-CODIGO DELIMITED BY SIZE
               " DEBE  BASE " DELIMITED BY SIZE
               IMPORTE-CENTRO-1 DELIMITED BY SIZE
               " COMPL " DELIMITED BY SIZE
               IMPORTE-CENTRO-2 DELIMITED BY SIZE
               " EXTRA " DELIMITED BY SIZE
               IMPORTE-CENTRO-3 DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
           MOVE CEN-LIQUIDO (IDX-CENTRO) TO IMPORTE-CENTRO-1
           MOVE CEN-IRPF (IDX-CENTRO) TO IMPORTE-CENTRO-2
           MOVE CEN-SSOC (IDX-CENTRO) TO IMPORTE-CENTRO-3
           MOVE SPACES TO LINEA-NOMINA
           STRING "           HABER LIQ. " DELIMITED BY SIZE
               IMPORTE-CENTRO-1 DELIMITED BY SIZE
               " IRPF  " DELIMITED BY SIZE
               IMPORTE-CENTRO-2 DELIMITED BY SIZE
               " SSOC  " DELIMITED BY SIZE
               IMPORTE-CENTRO-3 DELIMITED BY SIZE
               INTO LINEA-NOMINA
           PERFORM 91-ESCRIBE-LINEA
           IF DEBE-CENTRO NOT = HABER-CENTRO
               MOVE "           *** CENTRO DESCUADRADO ***"
                   TO LINEA-NOMINA
               PERFORM 91-ESCRIBE-LINEA
           END-IF
       END-IF.

       654-CODIGO-CENTRO.
       IF IDX-CENTRO = 1000
           MOVE ZERO TO CENTRO-CODIGO
       ELSE
           MOVE IDX-CENTRO TO CENTRO-CODIGO.

       655-ESCRIBE-ASIENTO.
       MOVE "CABECERA" TO ASI-TIPO.
       MOVE FECHA-HOY TO CAS-FECHA.
       MOVE HORA-HOY TO CAS-HORA.
       MOVE MES-NOMINA-AAAAMM TO CAS-MES-NOMINA.
       MOVE SPACES TO ASI-DATOS.
       MOVE CABECERA-ASIENTOS TO ASI-DATOS.
       WRITE ASIENTOS-REGISTRO.
       PERFORM 656-APUNTES-CENTRO
           VARYING IDX-CENTRO FROM 1 BY 1 UNTIL IDX-CENTRO > 1000.
       MOVE "TOTAL" TO ASI-TIPO.
       MOVE CONTADOR-APUNTES TO TAS-APUNTES.
       MOVE TOTAL-DEBE TO TAS-DEBE.
       MOVE TOTAL-HABER TO TAS-HABER.
       MOVE SPACES TO ASI-DATOS.
       MOVE TOTAL-ASIENTOS TO ASI-DATOS.
       WRITE ASIENTOS-REGISTRO.

      * un apunte por cuenta con importe en el centro; la fecha valor
      * es la de la remesa, el ultimo dia del mes.
       656-APUNTES-CENTRO.
       PERFORM 654-CODIGO-CENTRO.
       MOVE "D" TO APU-SIGNO.
       MOVE CUENTA-SUELDO-BASE TO APU-CUENTA.
       MOVE "SUELDO BASE" TO APU-CONCEPTO.
       MOVE CEN-BASE (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.
       MOVE CUENTA-COMPLEMENTOS TO APU-CUENTA.
       MOVE "COMPLEMENTOS SALARIALES" TO APU-CONCEPTO.
       MOVE CEN-COMPLEMENTOS (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.
       MOVE CUENTA-HORAS-EXTRA TO APU-CUENTA.
       MOVE "HORAS EXTRAORDINARIAS" TO APU-CONCEPTO.
       MOVE CEN-EXTRAS (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.
       MOVE "H" TO APU-SIGNO.
       MOVE CUENTA-LIQUIDO TO APU-CUENTA.
       MOVE "REMUNERACIONES PENDIENTES PAGO" TO APU-CONCEPTO.
       MOVE CEN-LIQUIDO (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.
       MOVE CUENTA-IRPF TO APU-CUENTA.
       MOVE "RETENCIONES IRPF" TO APU-CONCEPTO.
       MOVE CEN-IRPF (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.
       MOVE CUENTA-SSOC TO APU-CUENTA.
       MOVE "SEGURIDAD SOCIAL TRABAJADOR" TO APU-CONCEPTO.
       MOVE CEN-SSOC (IDX-CENTRO) TO APU-IMPORTE.
       PERFORM 657-ESCRIBE-APUNTE.

       657-ESCRIBE-APUNTE.
       IF APU-IMPORTE > ZERO
           MOVE "APUNTE" TO ASI-TIPO
           MOVE FECHA-VALOR TO APU-FECHA-VALOR
           MOVE CENTRO-CODIGO TO APU-CENTRO
           MOVE SPACES TO ASI-DATOS
           MOVE APUNTE-ASIENTO TO ASI-DATOS
           WRITE ASIENTOS-REGISTRO
           ADD 1 TO CONTADOR-APUNTES.

       91-ESCRIBE-LINEA.
       WRITE LINEA-NOMINA.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

      * pais de dos letras, dos digitos de control, el resto letras o
      * cifras; de 15 a 34 caracteres, y 24 justos si es espanol. Los
      * cuatro primeros van al final, cada letra vale su posicion mas
      * nueve y el numero, tomado por trozos, da resto 1 entre 97.
       93-VALIDA-IBAN.
       MOVE "S" TO IBAN-VALIDO.
       MOVE SPACES TO MOTIVO-IBAN.
       MOVE SPACES TO IBAN-COMPACTO.
       MOVE ZERO TO LONGITUD-IBAN.
       INSPECT IBAN-TECLEADO CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PERFORM 931-COMPACTA-CARACTER
           VARYING IDX-IBAN FROM 1 BY 1 UNTIL IDX-IBAN > 40.
       IF IBAN-VALIDO = "S"
           PERFORM 934-REVISA-FORMATO.
       IF IBAN-VALIDO = "S"
           MOVE ZERO TO RESTO-IBAN
           PERFORM 932-ACUMULA-CARACTER
               VARYING IDX-IBAN FROM 5 BY 1
               UNTIL IDX-IBAN > LONGITUD-IBAN
           PERFORM 932-ACUMULA-CARACTER
               VARYING IDX-IBAN FROM 1 BY 1 UNTIL IDX-IBAN > 4
           IF IBAN-VALIDO = "S" AND RESTO-IBAN NOT = 1
               MOVE "N" TO IBAN-VALIDO
               MOVE "IBAN con digitos de control erroneos"
                   TO MOTIVO-IBAN
           END-IF
       END-IF.

       931-COMPACTA-CARACTER.
       IF IBAN-TECLEADO (IDX-IBAN:1) NOT = SPACE
           IF LONGITUD-IBAN < 34
               ADD 1 TO LONGITUD-IBAN
               MOVE IBAN-TECLEADO (IDX-IBAN:1)
                   TO IBAN-COMPACTO (LONGITUD-IBAN:1)
           ELSE
               MOVE "N" TO IBAN-VALIDO
               MOVE "IBAN de mas de 34 caracteres" TO MOTIVO-IBAN
           END-IF
       END-IF.

       932-ACUMULA-CARACTER.
       MOVE IBAN-COMPACTO (IDX-IBAN:1) TO CARACTER-IBAN.
       IF CARACTER-IBAN IS NUMERIC
           COMPUTE ACUMULADO-IBAN = RESTO-IBAN * 10 + DIGITO-IBAN
       ELSE
           MOVE ZERO TO VALOR-LETRA
           PERFORM 933-BUSCA-LETRA
               VARYING IDX-LETRA FROM 1 BY 1 UNTIL IDX-LETRA > 26
           IF VALOR-LETRA = ZERO
               MOVE "N" TO IBAN-VALIDO
               MOVE "IBAN con caracteres no validos" TO MOTIVO-IBAN
           END-IF
           COMPUTE ACUMULADO-IBAN = RESTO-IBAN * 100 + VALOR-LETRA
       END-IF.
       DIVIDE ACUMULADO-IBAN BY 97 GIVING COCIENTE-IBAN
           REMAINDER RESTO-IBAN.

       933-BUSCA-LETRA.
       IF ALFABETO (IDX-LETRA:1) = CARACTER-IBAN
           COMPUTE VALOR-LETRA = IDX-LETRA + 9.

       934-REVISA-FORMATO.
       IF LONGITUD-IBAN < 15
           MOVE "N" TO IBAN-VALIDO
           MOVE "IBAN demasiado corto" TO MOTIVO-IBAN
       ELSE
       IF IBAN-COMPACTO (1:2) = "ES" AND LONGITUD-IBAN NOT = 24
           MOVE "N" TO IBAN-VALIDO
           MOVE "IBAN espanol sin 24 caracteres" TO MOTIVO-IBAN
       ELSE
       IF IBAN-COMPACTO (1:1) NOT ALPHABETIC
           OR IBAN-COMPACTO (2:1) NOT ALPHABETIC
           OR IBAN-COMPACTO (3:2) NOT NUMERIC
           MOVE "N" TO IBAN-VALIDO
           MOVE "IBAN sin pais ni digitos de control" TO MOTIVO-IBAN.

       94-ESCRIBE-REMESA.
       WRITE REMESA-REGISTRO.
       ADD 1 TO CONTADOR-REGISTROS-REMESA.

       7-CIERRA-ARCHIVOS.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE SALARIOS-ARCHIVO.
       CLOSE ACUMULADOS-ARCHIVO.
       CLOSE AUSENCIAS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE NOMINA-ARCHIVO.
       CLOSE TRANSFER-ARCHIVO.
       CLOSE CUENTAS-ARCHIVO.
       CLOSE REMESA-ARCHIVO.
       CLOSE HORASMES-ARCHIVO.
       PERFORM 92-REGISTRA-SPOOL.

       8-IMPRIME-RESUMEN.
       DISPLAY "Empleados leidos:      " CONTADOR-LEIDOS.
       DISPLAY "Recibos emitidos:      " CONTADOR-PAGADOS.
       DISPLAY "Empleados sin salario: " CONTADOR-SIN-SALARIO.
       DISPLAY "Bajas del mes pagadas: " CONTADOR-BAJAS.
       DISPLAY "Recibos prorrateados:  " CONTADOR-PRORRATEADOS.
       DISPLAY "Con horas extra:       " CONTADOR-CON-EXTRAS.
       MOVE TOTAL-EXTRAS TO TOTAL-EDITADO.
       DISPLAY "Horas extra pagadas:   " TOTAL-EDITADO.
       MOVE TOTAL-SSOC TO TOTAL-EDITADO.
       DISPLAY "Cotizacion retenida:   " TOTAL-EDITADO.
       MOVE TOTAL-IRPF TO TOTAL-EDITADO.
       DISPLAY "Retencion IRPF:        " TOTAL-EDITADO.
       MOVE TOTAL-NOMINA TO TOTAL-EDITADO.
       DISPLAY "Liquido transferido:   " TOTAL-EDITADO.
       DISPLAY "Pagos retenidos:       " TOTAL-RETENIDOS.
       MOVE IMPORTE-RETENIDO TO TOTAL-EDITADO.
       DISPLAY "Importe retenido:      " TOTAL-EDITADO.
       DISPLAY "Recibos en la generacion " RUTA-SPOOL ", extracto "
           "en TRANSFBANTXT, remesa al banco en REMESABANTXT.".
       MOVE TOTAL-DEBE TO TOTAL-EDITADO.
       DISPLAY "Asiento contable debe: " TOTAL-EDITADO.
       MOVE TOTAL-HABER TO TOTAL-EDITADO.
       DISPLAY "Asiento contable haber:" TOTAL-EDITADO.
       IF ASIENTO-CUADRADO = "S"
           DISPLAY "Asiento cuadrado en ASIENTOSTXT: " CONTADOR-APUNTES
               " apuntes."
       ELSE
           DISPLAY "*** ASIENTO DESCUADRADO: ASIENTOSTXT queda vacio "
               "***".
       IF ASIENTO-CUADRADO = "N"
           MOVE 8 TO RETURN-CODE
       ELSE
       IF CONTADOR-SIN-SALARIO > ZERO OR TOTAL-RETENIDOS > ZERO
           MOVE 4 TO RETURN-CODE.

       END PROGRAM NOMINA.
