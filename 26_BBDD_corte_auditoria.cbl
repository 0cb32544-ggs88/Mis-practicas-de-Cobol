      *          mas de doce meses y mantiene un archivo de control con
      *          una linea por generacion (fecha, registros y estado)
      *          para poder demostrar que en el corte no se perdio nada.
      *          La linea de control lleva tambien el sello de cierre
      *          de la generacion (el AUD-SELLO del ultimo registro
      *          cortado): es el punto del que sigue encadenando la
      *          auditoria del dia siguiente y el que comprueba la
      *          verificacion de 90_BBDD_verifica_auditoria.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * layout comun con los programas que escriben la auditoria.

           FD GENERACION-ARCHIVO.
             01 GENERACION-REGISTRO PIC X(383).

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  ESTADO-AUDITORIA      PIC XX.
       01  FECHA-DESCARTE        PIC 9(8).
       01  CONTADOR-CORTADOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PURGADAS     PIC 9(3) VALUE ZEROS.
       01  ULTIMO-SELLO          PIC 9(9) VALUE ZEROS.

      * tabla con las lineas del archivo de control: una entrada por
      * generacion ya cortada, mas la que se anade en este corte. El
             03 ENT-FECHA        PIC 9(8).
             03 ENT-CONTADOR     PIC 9(6).
             03 ENT-ESTADO       PIC X(8).
             03 ENT-SELLO        PIC 9(9).
       01  TOTAL-ENTRADAS        PIC 9(3) VALUE ZEROS.
       01  IDX-ENTRADA           PIC 9(4).
       01  IDX-HOY               PIC 9(3) VALUE ZEROS.
           MOVE "S" TO FIN-AUDITORIA
       ELSE
           ADD 1 TO CONTADOR-CORTADOS
           MOVE AUD-SELLO TO ULTIMO-SELLO
           PERFORM 31-LEE-AUDITORIA
       END-IF.

       OPEN OUTPUT AUDITORIA-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.

      * en un segundo corte del dia la generacion crece, asi que su
      * sello de cierre pasa a ser el del ultimo registro de este corte.
       41-ANOTA-GENERACION.
       IF IDX-HOY > ZERO
           ADD CONTADOR-CORTADOS TO ENT-CONTADOR (IDX-HOY)
           MOVE ULTIMO-SELLO TO ENT-SELLO (IDX-HOY)
       ELSE
       IF TOTAL-ENTRADAS < 999
           ADD 1 TO TOTAL-ENTRADAS
           MOVE FECHA-HOY TO ENT-FECHA (TOTAL-ENTRADAS)
           MOVE CONTADOR-CORTADOS TO ENT-CONTADOR (TOTAL-ENTRADAS)
           MOVE "ACTIVA" TO ENT-ESTADO (TOTAL-ENTRADAS)
           MOVE ULTIMO-SELLO TO ENT-SELLO (TOTAL-ENTRADAS)
       ELSE
           DISPLAY "Archivo de control lleno: ampliar TABLA-CONTROL".

       DISPLAY "Fecha del corte: " FECHA-HOY.
       DISPLAY "Registros cortados a la generacion: " CONTADOR-CORTADOS.
       DISPLAY "Generaciones purgadas: " CONTADOR-PURGADAS.
       IF CONTADOR-CORTADOS > ZERO
           DISPLAY "Sello de cierre del corte: " ULTIMO-SELLO.
       DISPLAY "Control de generaciones:".
       IF TOTAL-ENTRADAS > ZERO
           PERFORM 71-IMPRIME-ENTRADA
       71-IMPRIME-ENTRADA.
       DISPLAY "  " ENT-FECHA (IDX-ENTRADA) "  "
           ENT-CONTADOR (IDX-ENTRADA) " registros  "
           ENT-ESTADO (IDX-ENTRADA) "  sello "
           ENT-SELLO (IDX-ENTRADA).

       END PROGRAM CORTEAUD.
