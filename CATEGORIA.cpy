      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun del maestro de categorias profesionales
      *          (CATEGORIASDAT), que mantiene
      *          72_BBDD_mantiene_categorias.cbl y contra el que
      *          valida SAL-CATEGORIA el mantenimiento de salarios de
      *          41_BBDD_mantiene_salarios.cbl. Cada categoria lleva la
      *          banda de salario base mensual que le corresponde; el
      *          informe de 74_BBDD_fuera_de_banda.cbl lista a quien
      *          cobra por debajo o por encima de la suya.
      ******************************************************************
           01 CATEGORIAS-REGISTRO.
             02 CAT-CODIGO                     PIC X(6).
             02 CAT-DESCRIPCION                PIC X(30).
             02 CAT-BASE-MINIMA                PIC 9(7)V99.
             02 CAT-BASE-MAXIMA                PIC 9(7)V99.
      * banda del salario base mensual, ambos extremos incluidos, con
      * dos decimales implicitos como SAL-BASE.
             02 CAT-FECHA-ALTA                 PIC 9(8).
             02 CAT-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
