             02 SAL-CATEGORIA                  PIC X(15).
             02 SAL-BASE                       PIC 9(7)V99.
             02 SAL-COMPLEMENTOS               PIC 9(7)V99.
      * SAL-CATEGORIA guarda el codigo de categoria profesional del
      * maestro CATEGORIASDAT (CATEGORIA.cpy, que mantiene
      * 72_BBDD_mantiene_categorias.cbl), ajustado a la izquierda; el
      * texto libre de antes se pasa a codigos con CONVCAT
      * (73_BBDD_convierte_categorias.cbl).
      * SAL-BASE y SAL-COMPLEMENTOS son importes mensuales con dos
      * decimales implicitos; el liquido de la nomina es la suma de
      * los dos.
