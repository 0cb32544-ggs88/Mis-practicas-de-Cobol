      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de la lista de reparto de informes
      *          (REPARTODAT): que departamentos recibe cada
      *          destinatario de cada informe del spool. Un registro
      *          por destinatario, informe y departamento; el
      *          departamento 000 es "todos". Lo mantiene
      *          87_BBDD_mantiene_reparto.cbl y lo lee el reparto
      *          nocturno de 88_BBDD_reparte_spool.cbl, que parte cada
      *          generacion por la marca de reparto que los informes
      *          dejan en las columnas 198-200 de sus lineas de
      *          departamento.
      ******************************************************************
           01 REPARTO-REGISTRO.
             02 REP-CLAVE.
               03 REP-DESTINATARIO             PIC X(4).
      * codigo de cuatro letras sin blancos: va pegado al nombre del
      * informe en el nombre de la copia (RPTDIR + PL01 + AAAAMMDD).
               03 REP-INFORME                  PIC X(6).
      * RPTDIR, HOJAEM, AUSHOY o PRESUP.
               03 REP-DEPARTAMENTO             PIC 9(3).
             02 REP-NOMBRE                     PIC X(30).
      * a quien se entrega (planta, jefe de departamento, recepcion).
             02 REP-FECHA-ALTA                 PIC 9(8).
             02 REP-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del alta.
