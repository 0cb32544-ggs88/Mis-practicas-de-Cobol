      *          antes y despues del cambio. AUD-ANTES y AUD-DESPUES
      *          llevan la imagen completa de EMPLEADOS-REGISTRO
      *          (EMPLEADO.cpy) tal cual.
      *          AUD-SELLO encadena cada registro con el anterior: se
      *          calcula sobre los 374 bytes de AUD-MOVIMIENTO partiendo
      *          del sello del registro anterior (o del sello de cierre
      *          de la ultima generacion de AUDCTLTXT si la auditoria
      *          viva esta vacia, o de cero si no hay ninguna). Borrar
      *          o tocar un registro rompe la cadena a partir de el, y
      *          la verificacion nocturna de
      *          90_BBDD_verifica_auditoria.cbl lo detecta.
      ******************************************************************
           01 AUDITORIA-REGISTRO.
             02 AUD-MOVIMIENTO.
               03 AUD-FECHA      PIC 9(8).
               03 AUD-HORA       PIC 9(6).
               03 AUD-OPERADOR   PIC X(10).
               03 AUD-OPERACION  PIC X(8).
               03 AUD-ID         PIC 9(6).
               03 AUD-ANTES      PIC X(168).
               03 AUD-DESPUES    PIC X(168).
             02 AUD-SELLO        PIC 9(9).
