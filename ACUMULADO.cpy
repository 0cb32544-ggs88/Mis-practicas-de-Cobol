      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de los acumulados anuales de nomina
      *          (ACUMULADOSDAT), que actualiza cada pasada de
      *          42_BBDD_nomina_mensual.cbl y del que sale el
      *          certificado anual de 62_BBDD_certificado_retenciones
      *          .cbl. Un registro por empleado y ano, con el desglose
      *          de cada mes y los totales del ano.
      ******************************************************************
           01 ACUMULADOS-REGISTRO.
             02 ACU-CLAVE.
               03 ACU-ID                       PIC 9(6).
               03 ACU-ANO                      PIC 9(4).
             02 ACU-MES OCCURS 12 TIMES.
               03 ACU-BASE                     PIC 9(7)V99.
               03 ACU-COMPLEMENTOS             PIC 9(7)V99.
               03 ACU-BRUTO                    PIC 9(7)V99.
               03 ACU-IRPF                     PIC 9(7)V99.
               03 ACU-SSOC                     PIC 9(7)V99.
               03 ACU-LIQUIDO                  PIC 9(7)V99.
               03 ACU-DIAS-PAGADOS             PIC 9(2).
               03 ACU-DIAS-MES                 PIC 9(2).
      * ACU-DIAS-PAGADOS de ACU-DIAS-MES naturales: base y
      * complementos son ya los prorrateados de esos dias. Los dos a
      * cero es un mes grabado antes de pagar por dias (mes entero).
      * la casilla de cada mes se PISA en cada pasada de ese mes, no
      * se suma: repetir la nomina del mes no duplica el acumulado.
             02 ACU-TOTAL-BRUTO                PIC 9(9)V99.
             02 ACU-TOTAL-IRPF                 PIC 9(9)V99.
             02 ACU-TOTAL-SSOC                 PIC 9(9)V99.
             02 ACU-TOTAL-LIQUIDO              PIC 9(9)V99.
      * los totales se recalculan sumando las doce casillas cada vez
      * que se graba el registro.
