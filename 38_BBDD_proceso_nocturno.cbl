      *          la cadena de siempre para que operacion lo pueda
      *          retocar sin recompilar:
      *            1. corte de auditoria   (CORTEAUD)
      *            2. sellos de auditoria  (VERIFAUD)
      *            3. respaldo del maestro (RESPALDA)
      *            4. verificacion         (VERIFICA)
      *            5. listado directorio   (REPORTDIR)
      *            6. exportacion CSV      (EXPORTCSV)
      *            7. ausentes del dia     (AUSHOY)
      *            8. fichajes del torno   (FICHAJES)
      *            9. cambios pendientes   (APLPEND)
      *           10. tarjetas al torno    (TORNO)
      *           11. listas entrada/salida (SEGUIM)
      *           12. control matutino     (MATUTINO)
      *           13. reparto del spool    (REPARTE)
      *          Un codigo de retorno mayor que 4 es fallo (el 4 es el
      *          aviso de excepciones y no detiene la noche): si el
      *          paso esta marcado "parar", la cadena se corta; si
       113-MONTA-CADENA-DE-FABRICA.
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "CORTEAUD" TO PAS-PROGRAMA (TOTAL-PASOS).
      * la cadena de sellos se comprueba recien cortada y antes de
      * que APLPEND escriba auditoria nueva; una cadena rota sale
      * con aviso en el control matutino, no para la noche.
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "VERIFAUD" TO PAS-PROGRAMA (TOTAL-PASOS).
       MOVE "N" TO PAS-PARADA (TOTAL-PASOS).
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "RESPALDA" TO PAS-PROGRAMA (TOTAL-PASOS).
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "FICHAJES" TO PAS-PROGRAMA (TOTAL-PASOS).
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "APLPEND" TO PAS-PROGRAMA (TOTAL-PASOS).
      * el envio al torno va detras de APLPEND para que las bajas
      * con fecha de hoy salgan esta misma noche; si falla, mejor
      * seguir: el siguiente envio recoge desde la ultima marca.
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "TORNO" TO PAS-PROGRAMA (TOTAL-PASOS).
       MOVE "N" TO PAS-PARADA (TOTAL-PASOS).
      * las listas de entrada y salida tambien van detras de APLPEND
      * para recoger sus altas y bajas; un fallo no debe parar la
      * noche, la pasada siguiente sigue desde su ultima marca.
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "SEGUIM" TO PAS-PROGRAMA (TOTAL-PASOS).
       MOVE "N" TO PAS-PARADA (TOTAL-PASOS).
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "MATUTINO" TO PAS-PROGRAMA (TOTAL-PASOS).
      * el control matutino cierra la cadena: aunque un paso anterior
      * falle con "seguir", conviene que la pagina de la manana se
      * escriba igualmente, por eso va marcado para no parar.
       MOVE "N" TO PAS-PARADA (TOTAL-PASOS).
      * el reparto del spool por destinatario va al final, cuando ya
      * estan todas las generaciones de la noche; si falla, la
      * siguiente pasada sigue desde su marca.
       PERFORM 115-ANADE-PASO-DEFECTO.
       MOVE "REPARTE" TO PAS-PROGRAMA (TOTAL-PASOS).
       MOVE "N" TO PAS-PARADA (TOTAL-PASOS).

       115-ANADE-PASO-DEFECTO.
       ADD 1 TO TOTAL-PASOS.
