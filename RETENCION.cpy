      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de la tabla de retenciones y cotizaciones
      *          (RETENCIONESDAT), compartido por su mantenimiento en
      *          61_BBDD_mantiene_retenciones.cbl y la nomina mensual
      *          de 42_BBDD_nomina_mensual.cbl. La clave lleva el tipo
      *          de deduccion mas un numero de tramo.
      ******************************************************************
           01 RETENCIONES-REGISTRO.
             02 RET-CLAVE.
               03 RET-TIPO                     PIC X(4).
               03 RET-TRAMO                    PIC 9(2).
      * RET-TIPO: IRPF (retencion a cuenta del impuesto) o SSOC
      * (cotizacion del trabajador a la seguridad social).
             02 RET-DESCRIPCION                PIC X(30).
             02 RET-HASTA                      PIC 9(7)V99.
             02 RET-PORCENTAJE                 PIC 9(2)V99.
      * en los tramos IRPF, RET-HASTA es el bruto ANUAL hasta el que
      * se aplica el porcentaje del tramo: la nomina toma el primer
      * tramo (por orden de RET-TRAMO) cuyo limite cubre el salario
      * anual del empleado y aplica ese porcentaje al bruto del mes.
      * En las lineas SSOC cada tramo es un concepto de cotizacion
      * distinto (contingencias comunes, desempleo, formacion...) que
      * se aplica entero, y RET-HASTA es la base maxima MENSUAL de
      * cotizacion (cero = sin tope).
