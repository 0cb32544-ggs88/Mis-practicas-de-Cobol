      * Date:
      * Purpose: Layout comun del registro de departamentos, compartido
      *          por 29_BBDD_mantiene_departamentos.cbl y los programas
      *          que validan o rotulan EMPLEADOS-DEPARTAMENTO, y el
      *          organigrama de 71_BBDD_organigrama.cbl.
      ******************************************************************
           01 DEPARTAMENTOS-REGISTRO.
             02 DEPARTAMENTOS-CODIGO           PIC 9(3).
      * tiene otra longitud de registro; hay que convertirlo con
      * CONVDEP (60_BBDD_convierte_departamentos.cbl) antes de usar
      * esta version.
             02 DEPARTAMENTOS-PADRE            PIC 9(3).
             02 DEPARTAMENTOS-RESPONSABLE      PIC 9(6).
      * DEPARTAMENTOS-PADRE es el departamento del que depende este;
      * cero es un departamento de primer nivel. MANTDEP no deja
      * cerrar un bucle (que un departamento acabe colgando de si
      * mismo). DEPARTAMENTOS-RESPONSABLE es el EMPLEADOS-ID del jefe
      * del departamento, que tiene que existir en el maestro; cero
      * es "sin responsable". Un DEPARTAMENTOSDAT de 36 bytes,
      * anterior a estos dos campos, se convierte con CONVJER
      * (70_BBDD_convierte_jerarquia.cbl).
