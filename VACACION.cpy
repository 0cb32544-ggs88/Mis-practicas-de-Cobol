      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun del derecho anual de vacaciones de cada
      *          empleado (VACACIONESDAT), que mantiene
      *          68_BBDD_mantiene_vacaciones.cbl, cierra cada fin de
      *          ano 69_BBDD_cierre_vacaciones.cbl y consulta el saldo
      *          de vacaciones del menu de 17_BBDD_crea_un_archivo.cbl.
      *          Un registro por empleado y ano. El derecho del ano es
      *          el de convenio mas los dias de antiguedad, prorrateado
      *          por los dias del ano en que estuvo en plantilla y por
      *          su porcentaje de jornada; a eso se suman los dias que
      *          el cierre del ano anterior le traspaso.
      ******************************************************************
           01 VACACIONES-REGISTRO.
             02 VAC-CLAVE.
               03 VAC-ID                       PIC 9(6).
               03 VAC-ANO                      PIC 9(4).
             02 VAC-DIAS-CONVENIO              PIC 9(3).
             02 VAC-DIAS-ANTIGUEDAD            PIC 9(2).
      * dias laborables de un ano completo a jornada entera, y los
      * que se suman por antiguedad.
             02 VAC-PORCENTAJE-JORNADA         PIC 9(3).
      * 100 es jornada completa; un 50 genera la mitad de dias.
             02 VAC-FECHA-DESDE                PIC 9(8).
             02 VAC-FECHA-HASTA                PIC 9(8).
      * tramo del ano (AAAAMMDD, ambos incluidos) en que estuvo en
      * plantilla: del 1 de enero al 31 de diciembre salvo altas y
      * bajas a mitad de ano.
             02 VAC-DIAS-DERECHO               PIC 9(3).
      * derecho del ano ya prorrateado, redondeado al dia.
             02 VAC-DIAS-ARRASTRE              PIC 9(3).
      * dias no disfrutados que el cierre del ano anterior traspaso.
             02 VAC-ESTADO                     PIC X(8).
      * ABIERTO mientras corre el ano; CERRADO tras el cierre.
             02 VAC-DIAS-DISFRUTADOS           PIC 9(3).
             02 VAC-DIAS-TRASPASADOS           PIC 9(3).
             02 VAC-DIAS-PERDIDOS              PIC 9(3).
      * foto del cierre: dias laborables de vacaciones gastados en el
      * ano, los que pasan al siguiente y los que se pierden por
      * encima del tope (o se liquidan, si es una baja).
             02 VAC-FECHA-ALTA                 PIC 9(8).
             02 VAC-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta, cambio o cierre.
