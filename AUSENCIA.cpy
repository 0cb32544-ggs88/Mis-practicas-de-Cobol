             02 AUS-TIPO                       PIC X(10).
      * tipo de ausencia: VACACIONES, ENFERMEDAD, PERMISO u otro
      * rotulo corto; las VACACIONES son las que descuentan del saldo
      * anual de dias, y los dias SIN SUELDO (permiso no retribuido)
      * los descuenta la nomina mensual.
             02 AUS-FECHA-FIN                  PIC 9(8).
             02 AUS-APROBADA-POR               PIC X(10).
      * fechas AAAAMMDD, ambos extremos incluidos: una ausencia de un
