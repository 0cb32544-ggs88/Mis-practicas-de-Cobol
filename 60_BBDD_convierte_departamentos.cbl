      *          que ningun otro programa toque el maestro de
      *          departamentos; un maestro ya convertido abre con
      *          estado 39 aqui y el programa se para sin tocar nada,
      *          asi que relanzarlo no hace dano. Desde que el
      *          departamento lleva padre y responsable el layout
      *          nuevo es de 45 bytes: un maestro de 33 bytes pasa de
      *          una vez al actual, con padre y responsable tambien a
      *          cero (primer nivel, sin responsable); uno de 36 bytes
      *          se convierte con CONVJER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO SALVAGUARDA-FECHA.
       DISPLAY "Conversion del maestro de departamentos al layout "
           "nuevo (45 bytes).".
       DISPLAY "El maestro se reconstruye; la copia vieja queda en "
           SALVAGUARDA-RUTA ".".
       DISPLAY "¿Continuar? S/N".
       MOVE TRA-CODIGO       TO DEPARTAMENTOS-CODIGO.
       MOVE TRA-NOMBRE       TO DEPARTAMENTOS-NOMBRE.
       MOVE ZERO             TO DEPARTAMENTOS-PLAZAS.
       MOVE ZERO             TO DEPARTAMENTOS-PADRE.
       MOVE ZERO             TO DEPARTAMENTOS-RESPONSABLE.
       WRITE DEPARTAMENTOS-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-ERRORES
