      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de la plantilla de tareas de entrada y
      *          salida de personal (TAREASDAT), que mantiene
      *          79_BBDD_mantiene_tareas.cbl y de la que
      *          80_BBDD_abre_seguimiento.cbl copia las tareas de cada
      *          ALTA, REINSTAL o BAJA. La clave es el circuito
      *          (ENTRADA para altas y readmisiones, SALIDA para bajas)
      *          mas un codigo de tarea dentro del circuito.
      ******************************************************************
           01 TAREAS-REGISTRO.
             02 TAR-CLAVE.
               03 TAR-CIRCUITO                 PIC X(8).
               03 TAR-CODIGO                   PIC X(4).
             02 TAR-DESCRIPCION                PIC X(40).
             02 TAR-RESPONSABLE                PIC X(10).
      * quien tiene que hacer la tarea (RRHH, NOMINAS, SEGURIDAD,
      * SISTEMAS...): el informe de vencidas agrupa por este campo.
             02 TAR-PLAZO-DIAS                 PIC 9(3).
      * dias naturales desde el movimiento hasta el vencimiento.
             02 TAR-COMPROBACION               PIC X(8).
      * tareas que se dan por hechas solas en la pasada nocturna:
      * SALARIO (hay registro en SALARIOSDAT), CONTACTO (hay algun
      * contacto en CONTACTOSDAT), DEPARTAM (el empleado tiene
      * departamento en EMPLEADOSDAT). En blanco = se cierra a mano.
             02 TAR-FECHA-ALTA                 PIC 9(8).
             02 TAR-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
