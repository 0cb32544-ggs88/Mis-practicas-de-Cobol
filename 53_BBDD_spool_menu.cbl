      *          ESTADI, DUPLIC, NOMINA, AUSHOY, FICHEX, ROTACI,
      *          HOJAEM + AAAAMMDD) y la anota en SPOOLCTLTXT con
      *          nombre,
      *          fecha, lineas y estado. El reparto nocturno anota
      *          ademas una copia por destinatario (informe + codigo
      *          del destinatario, p. ej. RPTDIRPL01, con la fecha de
      *          la generacion) y la hoja de entrega (ENTREG), que se
      *          reimprimen igual. Este menu lista lo que hay en
      *          el spool, reimprime una generacion (la copia a
      *          REIMPRESTXT para mandarla a la impresora, cuadrando
      *          las lineas contra lo anotado) y purga las
           ESP-ESTADO (IDX-ENTRADA).

       5-REIMPRIME-GENERACION.
       DISPLAY "Nombre del informe o copia (p. ej. RPTDIR o "
           "RPTDIRPL01): ".
       ACCEPT NOMBRE-PEDIDO.
       DISPLAY "Fecha de la generacion (AAAAMMDD): ".
       ACCEPT FECHA-PEDIDA.
