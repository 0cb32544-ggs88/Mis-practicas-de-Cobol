      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun del calendario laboral de la empresa
      *          (CALENDARIODAT), que mantiene
      *          67_BBDD_mantiene_calendario.cbl y consultan el saldo
      *          de vacaciones del menu, la lista diaria de ausentes,
      *          la importacion de fichajes y el calculo de horas. Un
      *          registro por dia festivo; la clave cero guarda la
      *          semana laboral (que dias de la semana se trabaja).
      *          Un dia es laborable si su dia de la semana lo es y no
      *          esta dado de alta como festivo.
      ******************************************************************
           01 CALENDARIO-REGISTRO.
             02 CAL-FECHA                      PIC 9(8).
      * AAAAMMDD del festivo; cero en el registro de semana laboral.
             02 CAL-TIPO                       PIC X(8).
      * NACIONAL o LOCAL en los festivos; SEMANA en el registro cero.
             02 CAL-DESCRIPCION                PIC X(30).
             02 CAL-SEMANA-LABORAL             PIC X(7).
      * solo en el registro cero: una S o una N por dia, de lunes a
      * domingo. Sin registro cero se trabaja de lunes a viernes.
             02 CAL-FECHA-ALTA                 PIC 9(8).
             02 CAL-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
