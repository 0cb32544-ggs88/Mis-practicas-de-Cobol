      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de las listas de tareas abiertas por
      *          cada entrada o salida de personal (SEGUIMIENTODAT).
      *          Las abre 80_BBDD_abre_seguimiento.cbl copiando la
      *          plantilla TAREASDAT (TAREA.cpy), se cierran a mano en
      *          81_BBDD_completa_seguimiento.cbl o solas en la pasada
      *          nocturna, y 82_BBDD_vencidas_seguimiento.cbl lista las
      *          vencidas por responsable. La clave es el ID del
      *          empleado, la fecha y hora del movimiento que abrio la
      *          lista y el codigo de la tarea.
      ******************************************************************
           01 SEGUIMIENTO-REGISTRO.
             02 SEG-CLAVE.
               03 SEG-ID                       PIC 9(6).
               03 SEG-FECHA-APERTURA           PIC 9(8).
               03 SEG-HORA-APERTURA            PIC 9(6).
               03 SEG-CODIGO                   PIC X(4).
             02 SEG-CIRCUITO                   PIC X(8).
             02 SEG-OPERACION                  PIC X(8).
      * ENTRADA (por un ALTA o un REINSTAL) o SALIDA (por una BAJA),
      * y la operacion de auditoria que abrio la lista.
             02 SEG-DESCRIPCION                PIC X(40).
             02 SEG-RESPONSABLE                PIC X(10).
             02 SEG-VENCE                      PIC 9(8).
             02 SEG-COMPROBACION               PIC X(8).
      * copia de la plantilla en el momento de abrir la lista; el
      * vencimiento (AAAAMMDD) es la fecha del movimiento mas el
      * plazo de la tarea.
             02 SEG-ESTADO                     PIC X(9).
      * PENDIENTE, HECHA o ANULADA (tarea de entrada que se queda sin
      * sentido porque el empleado causo baja antes de cerrarla).
             02 SEG-FECHA-CIERRE               PIC 9(8).
             02 SEG-CERRADA-POR                PIC X(10).
      * operador que la cerro, o AUTOMATICA si la cerro la pasada
      * nocturna.
