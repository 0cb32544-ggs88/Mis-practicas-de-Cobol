      ******************************************************************
      * Author:
      * Date:
      * Purpose: VERIFICACION DE LA CADENA DE SELLOS DE LA AUDITORIA.
      *          Cada movimiento de la auditoria lleva en AUD-SELLO un
      *          sello calculado sobre su imagen a partir del sello del
      *          anterior, y cada linea de AUDCTLTXT lleva el sello en
      *          que acaba su generacion. Como RECUPERA y BACKOUT
      *          rehacen el maestro a partir de estas imagenes, un
      *          registro borrado, retocado o cambiado de sitio tiene
      *          que notarse: aqui se recorren en el orden de AUDCTLTXT
      *          todas las generaciones ACTIVA y despues AUDITORIATXT,
      *          se recalcula cada sello y se informa del primer
      *          eslabon roto (archivo, registro y motivo). Las
      *          generaciones PURGADA ya no estan en disco: la cadena
      *          sigue desde su sello de cierre. El resultado se anade
      *          a VERIFCTLTXT, que lee el control matutino de
      *          57_BBDD_control_matutino.cbl. Corre en la cadena
      *          nocturna detras del corte de la auditoria. RC 4 si la
      *          cadena esta rota, RC 8 si no se pudo anotar el
      *          resultado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFAUD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

                 SELECT OPTIONAL AUDITORIA-ARCHIVO
                 ASSIGN USING AUDITORIA-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL VERIFICACION-ARCHIVO
                 ASSIGN TO "VERIFCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-VERIFICACION.

      * AUDITORIA-RUTA va apuntando a cada generacion (AUDG + AAAAMMDD)
      * y por ultimo a AUDITORIATXT. Aqui no se escribe auditoria:
      * VERIFCTLTXT es el unico archivo que se toca, y solo se le
      * anade una linea por pasada.

       DATA DIVISION.
       FILE SECTION.
           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD AUDITORIA-ARCHIVO.
           COPY AUDITORIA.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que escriben la auditoria.

           FD VERIFICACION-ARCHIVO.
             01 VERIFICACION-REGISTRO.
               02 VRF-FECHA        PIC 9(8).
               02 VRF-HORA         PIC 9(6).
               02 VRF-RESULTADO    PIC X(8).
      * CORRECTA o ROTA.
               02 VRF-GENERACIONES PIC 9(4).
               02 VRF-REGISTROS    PIC 9(8).
      * generaciones activas y registros que se llegaron a comprobar.
               02 VRF-ARCHIVO      PIC X(12).
               02 VRF-REGISTRO     PIC 9(6).
               02 VRF-MOTIVO       PIC X(30).
      * donde se rompe la cadena: archivo, numero de registro dentro
      * de el (cero si el fallo es del archivo entero) y por que. En
      * blanco si la cadena esta bien.

       WORKING-STORAGE SECTION.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-VERIFICACION   PIC XX.
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-AUDITORIA         PIC A.
       01  FECHA-HOY             PIC 9(8).
       01  HORA-AHORA            PIC 9(8).

       01  AUDITORIA-RUTA.
           02 RUTA-PREFIJO       PIC X(4).
           02 RUTA-FECHA         PIC X(8).

       01  CADENA-ROTA           PIC A VALUE "N".
       01  ARCHIVO-ROTO          PIC X(12) VALUE SPACES.
       01  REGISTRO-ROTO         PIC 9(6) VALUE ZEROS.
       01  MOTIVO-ROTURA         PIC X(30) VALUE SPACES.
       01  FECHA-ROTA            PIC 9(8) VALUE ZEROS.
       01  HORA-ROTA             PIC 9(6) VALUE ZEROS.
       01  OPERACION-ROTA        PIC X(8) VALUE SPACES.
       01  ID-ROTO               PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ARCHIVO      PIC 9(6).
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.
       01  CONTADOR-PURGADAS     PIC 9(4) VALUE ZEROS.
       01  CONTADOR-REGISTROS    PIC 9(8) VALUE ZEROS.

      * sello encadenado de la auditoria (ver AUDITORIA.cpy): cada
      * byte del movimiento vale su posicion en TABLA-BYTES, que lleva
      * los 256 valores en orden y se recorre por mitades, y el sello
      * es el polinomio de esas posiciones en base 31 modulo 999999937
      * empezando por el sello del registro anterior.
       01  TABLA-BYTES.
           02 FILLER             PIC X(16)
              VALUE X"000102030405060708090A0B0C0D0E0F".
           02 FILLER             PIC X(16)
              VALUE X"101112131415161718191A1B1C1D1E1F".
           02 FILLER             PIC X(16)
              VALUE X"202122232425262728292A2B2C2D2E2F".
           02 FILLER             PIC X(16)
              VALUE X"303132333435363738393A3B3C3D3E3F".
           02 FILLER             PIC X(16)
              VALUE X"404142434445464748494A4B4C4D4E4F".
           02 FILLER             PIC X(16)
              VALUE X"505152535455565758595A5B5C5D5E5F".
           02 FILLER             PIC X(16)
              VALUE X"606162636465666768696A6B6C6D6E6F".
           02 FILLER             PIC X(16)
              VALUE X"707172737475767778797A7B7C7D7E7F".
           02 FILLER             PIC X(16)
              VALUE X"808182838485868788898A8B8C8D8E8F".
           02 FILLER             PIC X(16)
              VALUE X"909192939495969798999A9B9C9D9E9F".
           02 FILLER             PIC X(16)
              VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           02 FILLER             PIC X(16)
              VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
           02 FILLER             PIC X(16)
              VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           02 FILLER             PIC X(16)
              VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           02 FILLER             PIC X(16)
              VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           02 FILLER             PIC X(16)
              VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01  IMAGEN-SELLO          PIC X(374).
       01  SELLO-ANTERIOR        PIC 9(9) VALUE ZEROS.
       01  SELLO-CALCULADO       PIC 9(9).
       01  SELLO-PRODUCTO        PIC 9(12).
       01  SELLO-COCIENTE        PIC 9(12).
       01  IDX-BYTE              PIC 9(3).
       01  BYTE-DESDE            PIC 9(3).
       01  BYTE-HASTA            PIC 9(3).
       01  BYTE-MEDIO            PIC 9(3).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       ACCEPT HORA-AHORA FROM TIME.
       MOVE ZEROS TO SELLO-ANTERIOR.
       PERFORM 2-RECORRE-GENERACIONES.
       IF CADENA-ROTA = "N"
           MOVE "AUDITORIATXT" TO AUDITORIA-RUTA
           PERFORM 4-VERIFICA-ARCHIVO.
       PERFORM 7-ANOTA-RESULTADO.
       PERFORM 8-ESCRIBE-RESUMEN.
       GOBACK.

      * AUDCTLTXT esta en el orden del corte, que es el orden de la
      * cadena. Se para en el primer eslabon roto: lo que viene
      * detras ya no se puede comprobar contra nada.
       2-RECORRE-GENERACIONES.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 21-LEE-CONTROL
           PERFORM 3-VERIFICA-GENERACION
               UNTIL FIN-CONTROL = "S" OR CADENA-ROTA = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.

       21-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       3-VERIFICA-GENERACION.
       MOVE "AUDG" TO RUTA-PREFIJO.
       MOVE CTL-FECHA TO RUTA-FECHA.
       IF CTL-SELLO IS NOT NUMERIC
           MOVE "AUDCTLTXT" TO ARCHIVO-ROTO
           MOVE "CONTROL SIN SELLO DE CIERRE" TO MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
       ELSE
       IF CTL-ESTADO = "PURGADA"
           ADD 1 TO CONTADOR-PURGADAS
           MOVE CTL-SELLO TO SELLO-ANTERIOR
       ELSE
           ADD 1 TO CONTADOR-GENERACIONES
           PERFORM 4-VERIFICA-ARCHIVO
           IF CADENA-ROTA = "N"
               PERFORM 31-CIERRA-GENERACION
           END-IF
       END-IF.
       PERFORM 21-LEE-CONTROL.

      * una generacion entera borrada al final cuadraria registro a
      * registro; el contador y el sello de cierre de AUDCTLTXT son
      * los que lo delatan.
       31-CIERRA-GENERACION.
       IF CONTADOR-ARCHIVO NOT = CTL-CONTADOR
           MOVE AUDITORIA-RUTA TO ARCHIVO-ROTO
           MOVE "FALTAN O SOBRAN REGISTROS" TO MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA
       ELSE
       IF SELLO-ANTERIOR NOT = CTL-SELLO
           MOVE AUDITORIA-RUTA TO ARCHIVO-ROTO
           MOVE "SELLO DE CIERRE NO CUADRA" TO MOTIVO-ROTURA
           MOVE "S" TO CADENA-ROTA.

      * una generacion ACTIVA tiene que estar en disco; la auditoria
      * viva puede no existir todavia (justo despues del corte), y
      * entonces no hay nada que comprobar.
       4-VERIFICA-ARCHIVO.
       MOVE ZERO TO CONTADOR-ARCHIVO.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF AUDITORIA-RUTA NOT = "AUDITORIATXT"
               MOVE AUDITORIA-RUTA TO ARCHIVO-ROTO
               MOVE "GENERACION ACTIVA NO EN DISCO" TO MOTIVO-ROTURA
               MOVE "S" TO CADENA-ROTA
           END-IF
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           MOVE "N" TO FIN-AUDITORIA
           PERFORM 41-LEE-AUDITORIA
           PERFORM 5-VERIFICA-REGISTRO
               UNTIL FIN-AUDITORIA = "S" OR CADENA-ROTA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       41-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

       5-VERIFICA-REGISTRO.
       ADD 1 TO CONTADOR-ARCHIVO.
       ADD 1 TO CONTADOR-REGISTROS.
       MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO.
       PERFORM 97-CALCULA-SELLO.
       IF AUD-SELLO IS NOT NUMERIC
           MOVE "REGISTRO SIN SELLO" TO MOTIVO-ROTURA
           PERFORM 51-MARCA-REGISTRO
       ELSE
       IF AUD-SELLO NOT = SELLO-CALCULADO
           MOVE "SELLO NO ENCADENA" TO MOTIVO-ROTURA
           PERFORM 51-MARCA-REGISTRO
       ELSE
           MOVE AUD-SELLO TO SELLO-ANTERIOR
           PERFORM 41-LEE-AUDITORIA.

      * el registro donde se rompe: o es el retocado o el primero que
      * sigue a los que se borraron.
       51-MARCA-REGISTRO.
       MOVE AUDITORIA-RUTA TO ARCHIVO-ROTO.
       MOVE CONTADOR-ARCHIVO TO REGISTRO-ROTO.
       MOVE AUD-FECHA TO FECHA-ROTA.
       MOVE AUD-HORA TO HORA-ROTA.
       MOVE AUD-OPERACION TO OPERACION-ROTA.
       MOVE AUD-ID TO ID-ROTO.
       MOVE "S" TO CADENA-ROTA.

       7-ANOTA-RESULTADO.
       MOVE FECHA-HOY TO VRF-FECHA.
       MOVE HORA-AHORA (1:6) TO VRF-HORA.
       IF CADENA-ROTA = "S"
           MOVE "ROTA" TO VRF-RESULTADO
       ELSE
           MOVE "CORRECTA" TO VRF-RESULTADO.
       MOVE CONTADOR-GENERACIONES TO VRF-GENERACIONES.
       MOVE CONTADOR-REGISTROS TO VRF-REGISTROS.
       MOVE ARCHIVO-ROTO TO VRF-ARCHIVO.
       MOVE REGISTRO-ROTO TO VRF-REGISTRO.
       MOVE MOTIVO-ROTURA TO VRF-MOTIVO.
       OPEN EXTEND VERIFICACION-ARCHIVO.
       IF ESTADO-VERIFICACION > "09"
           DISPLAY "No se pudo abrir VERIFCTLTXT, estado "
               ESTADO-VERIFICACION
           MOVE 8 TO RETURN-CODE
       ELSE
           WRITE VERIFICACION-REGISTRO
           IF ESTADO-VERIFICACION NOT = "00"
               DISPLAY "Error al anotar en VERIFCTLTXT, estado "
                   ESTADO-VERIFICACION
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE VERIFICACION-ARCHIVO
       END-IF.

      * calcula en SELLO-CALCULADO el sello de IMAGEN-SELLO a partir
      * de SELLO-ANTERIOR.
       97-CALCULA-SELLO.
       MOVE SELLO-ANTERIOR TO SELLO-CALCULADO.
       PERFORM 971-SUMA-BYTE
           VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > 374.

       971-SUMA-BYTE.
       MOVE 1 TO BYTE-DESDE.
       MOVE 256 TO BYTE-HASTA.
       PERFORM 972-PARTE-TABLA 8 TIMES.
       COMPUTE SELLO-PRODUCTO = SELLO-CALCULADO * 31 + BYTE-DESDE.
       DIVIDE SELLO-PRODUCTO BY 999999937 GIVING SELLO-COCIENTE
           REMAINDER SELLO-CALCULADO.

       972-PARTE-TABLA.
       COMPUTE BYTE-MEDIO = (BYTE-DESDE + BYTE-HASTA) / 2.
       IF TABLA-BYTES (BYTE-MEDIO:1) < IMAGEN-SELLO (IDX-BYTE:1)
           COMPUTE BYTE-DESDE = BYTE-MEDIO + 1
       ELSE
           MOVE BYTE-MEDIO TO BYTE-HASTA.

       8-ESCRIBE-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== VERIFICACION DE LA AUDITORIA =====".
       DISPLAY "Fecha: " FECHA-HOY.
       DISPLAY "Generaciones activas comprobadas: "
           CONTADOR-GENERACIONES.
       DISPLAY "Generaciones purgadas saltadas:   " CONTADOR-PURGADAS.
       DISPLAY "Registros comprobados:            " CONTADOR-REGISTROS.
       IF CADENA-ROTA = "N"
           DISPLAY "Ultimo sello de la cadena:        " SELLO-ANTERIOR
           DISPLAY "Cadena de sellos correcta."
       ELSE
           DISPLAY "*** LA CADENA DE SELLOS ESTA ROTA ***"
           DISPLAY "Archivo: " ARCHIVO-ROTO "  registro: "
               REGISTRO-ROTO
           DISPLAY "Motivo:  " MOTIVO-ROTURA
           IF REGISTRO-ROTO NOT = ZERO
               DISPLAY "Movimiento: " FECHA-ROTA " " HORA-ROTA " "
                   OPERACION-ROTA " id " ID-ROTO
           END-IF
           DISPLAY "No usar RECUPERA ni BACKOUT sobre esta auditoria "
               "hasta aclararlo."
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       END PROGRAM VERIFAUD.
