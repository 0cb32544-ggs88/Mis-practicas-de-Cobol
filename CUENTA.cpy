      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun del archivo de cuentas bancarias
      *          (CUENTASDAT), compartido por el mantenimiento de
      *          64_BBDD_mantiene_cuentas.cbl y la nomina mensual de
      *          42_BBDD_nomina_mensual.cbl. La clave es el mismo
      *          EMPLEADOS-ID del maestro de empleados: una cuenta de
      *          abono por empleado. El ID cero es la cuenta ordenante
      *          de la empresa, de la que sale la remesa de nomina.
      ******************************************************************
           01 CUENTAS-REGISTRO.
             02 CTA-ID                         PIC 9(6).
             02 CTA-IBAN                       PIC X(34).
      * IBAN sin espacios, en mayusculas y con los digitos de control
      * ya comprobados al teclearlo; ajustado a la izquierda.
             02 CTA-BIC                        PIC X(11).
             02 CTA-TITULAR                    PIC X(35).
             02 CTA-NIF                        PIC X(9).
      * NIF del titular; en la cuenta ordenante es el CIF de la
      * empresa, que el banco exige en la cabecera de la remesa.
             02 CTA-FECHA-ALTA                 PIC 9(8).
             02 CTA-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
