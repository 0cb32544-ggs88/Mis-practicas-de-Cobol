      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de las horas trabajadas del mes
      *          (HORASMESDAT), que calcula 65_BBDD_horas_trabajadas
      *          .cbl emparejando los fichajes del torno, aprueba el
      *          responsable en 66_BBDD_aprueba_horas.cbl y paga la
      *          nomina mensual de 42_BBDD_nomina_mensual.cbl. Un
      *          registro por empleado y mes de los fichajes.
      ******************************************************************
           01 HORASMES-REGISTRO.
             02 HOR-CLAVE.
               03 HOR-ID                       PIC 9(6).
               03 HOR-ANO                      PIC 9(4).
               03 HOR-MES                      PIC 9(2).
             02 HOR-DIAS-TRABAJADOS            PIC 9(2).
             02 HOR-DIAS-INCIDENCIA            PIC 9(2).
      * dias con algun fichaje y, de ellos, los que tienen fichajes
      * impares (falta una salida): esos dias solo cuentan los tramos
      * completos y no dan horas extra hasta que se corrijan.
             02 HOR-HORAS-NORMALES             PIC 9(3)V99.
             02 HOR-HORAS-EXTRA                PIC 9(3)V99.
      * horas calculadas: las normales, hasta la jornada del dia; las
      * extra, lo que pasa de la jornada.
             02 HOR-HORAS-APROBADAS            PIC 9(3)V99.
             02 HOR-ESTADO                     PIC X(10).
      * PENDIENTE al calcularse, APROBADO o RECHAZADO por el
      * responsable y PAGADO cuando la nomina las abona. Solo las
      * horas aprobadas (nunca mas que las calculadas) van a nomina.
             02 HOR-APROBADO-POR               PIC X(10).
             02 HOR-FECHA-APROBACION           PIC 9(8).
             02 HOR-NOMINA-PAGO                PIC 9(6).
      * AAAAMM de la nomina que las pago: repetir la nomina de ese
      * mismo mes las vuelve a pagar (pisa el recibo anterior) y la
      * de un mes posterior ya no.
