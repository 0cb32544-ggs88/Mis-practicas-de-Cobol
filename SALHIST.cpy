      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun del historial de salarios (SALARIOSHIS),
      *          que graba 41_BBDD_mantiene_salarios.cbl con cada alta
      *          o cambio de salario y del que tira la pasada de
      *          atrasos de 63_BBDD_atrasos_salariales.cbl. La clave
      *          lleva el ID, la fecha de efecto y el momento en que se
      *          tecleo, asi que dos cambios con el mismo efecto
      *          conviven y el ultimo tecleado es el que manda.
      ******************************************************************
           01 SALHIST-REGISTRO.
             02 HSA-CLAVE.
               03 HSA-ID                       PIC 9(6).
               03 HSA-FECHA-EFECTO             PIC 9(8).
               03 HSA-FECHA-ALTA               PIC 9(8).
               03 HSA-HORA-ALTA                PIC 9(6).
      * HSA-FECHA-EFECTO es AAAAMMDD; el cero es el salario que ya
      * tenia el empleado antes de existir el historial ("desde
      * siempre"). HSA-FECHA-ALTA y HSA-HORA-ALTA son el momento en
      * que se grabo el cambio.
             02 HSA-OPERADOR                   PIC X(10).
             02 HSA-CATEGORIA                  PIC X(15).
             02 HSA-BASE                       PIC 9(7)V99.
             02 HSA-COMPLEMENTOS               PIC 9(7)V99.
      * HSA-OPERADOR es quien tecleo el cambio; los importes son los
      * mensuales vigentes a partir de la fecha de efecto.
