      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONVERSION DE UNA SOLA VEZ DE LA AUDITORIA AL LAYOUT
      *          SELLADO. AUDITORIA.cpy crecio de 374 a 383 bytes
      *          (AUD-SELLO, el sello encadenado con el registro
      *          anterior) y la linea de AUDCTLTXT gano el sello de
      *          cierre de cada generacion. Mismo esquema que CONVJER:
      *          primero se salvan TODAS las generaciones ACTIVA y la
      *          auditoria viva, tal cual, a secuenciales fechados
      *          (AUDS + AAAAMMDD de la generacion, AUDSVIVA para la
      *          viva, que se conservan); solo con todo a salvo se
      *          reconstruye cada archivo con el layout nuevo, sellando
      *          en el orden de AUDCTLTXT desde cero, y se reescribe
      *          AUDCTLTXT con el sello de cierre de cada linea (las
      *          PURGADA llevan el punto de la cadena en que quedaron).
      *          Cuadra salvados contra reconstruidos.
      *          DEBE EJECUTARSE EN EL DESPLIEGUE, antes de que ningun
      *          programa escriba auditoria con el layout nuevo y antes
      *          de la primera verificacion de
      *          90_BBDD_verifica_auditoria.cbl. El programa se para
      *          sin tocar nada (RC 8) si la auditoria ya esta
      *          convertida: si AUDCTLTXT ya trae sellos de cierre, si
      *          ya existe alguna de sus salvaguardas (AUDS + fecha de
      *          una generacion activa, o AUDSVIVA), o si, sin
      *          generaciones cortadas, el primer registro de
      *          AUDITORIATXT leido con el layout nuevo ya sella desde
      *          cero. Una salvaguarda que quedo de una conversion
      *          fallida tambien lo para: hay que revisarla y retirarla
      *          a mano antes de relanzar, porque es la unica copia
      *          buena de la auditoria vieja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAUD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

                 SELECT OPTIONAL VIEJO-ARCHIVO
                 ASSIGN USING ORIGEN-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-VIEJO.

                 SELECT OPTIONAL SALVAGUARDA-ARCHIVO
                 ASSIGN USING SALVAGUARDA-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-SALVAGUARDA.

                 SELECT OPTIONAL NUEVO-ARCHIVO
                 ASSIGN USING ORIGEN-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-NUEVO.

      * VIEJO-ARCHIVO y NUEVO-ARCHIVO apuntan al mismo archivo fisico
      * (la generacion AUDG + AAAAMMDD o AUDITORIATXT): primero se lee
      * con la FD vieja y solo despues, ya a salvo en la salvaguarda,
      * se reconstruye con la nueva.

       DATA DIVISION.
       FILE SECTION.
           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).
      * las lineas viejas acaban en CTL-ESTADO: al leerlas, CTL-SELLO
      * queda en blanco.

           FD VIEJO-ARCHIVO.
             01 VIEJO-REGISTRO PIC X(374).
      * 374 bytes: el layout de AUDITORIA.cpy de antes del sello. Se
      * copia tal cual, sin desglosar.

           FD SALVAGUARDA-ARCHIVO.
             01 SALVAGUARDA-REGISTRO PIC X(374).

           FD NUEVO-ARCHIVO.
           COPY AUDITORIA.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que escriben la auditoria.

       WORKING-STORAGE SECTION.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-VIEJO          PIC XX.
       01  ESTADO-SALVAGUARDA    PIC XX.
       01  ESTADO-NUEVO          PIC XX.
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-VIEJO             PIC A.
       01  FIN-SALVAGUARDA       PIC A.

       01  ORIGEN-RUTA.
           02 ORIGEN-PREFIJO     PIC X(4).
           02 ORIGEN-FECHA       PIC X(8).
       01  SALVAGUARDA-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDS".
           02 SALVAGUARDA-SUFIJO PIC X(8).

       01  CONFIRMA-CONVERSION   PIC A.
       01  YA-CONVERTIDA         PIC A VALUE "N".
       01  ARCHIVO-CONVERTIDO    PIC X(12) VALUE SPACES.
       01  DESCARGA-FALLIDA      PIC A VALUE "N".
       01  ARCHIVO-SALVADO       PIC A.
       01  VIVA-SALVADA          PIC A VALUE "N".
       01  CONTADOR-ARCHIVO      PIC 9(6).
       01  CONTADOR-SALVADOS     PIC 9(8) VALUE ZEROS.
       01  CONTADOR-CONVERTIDOS  PIC 9(8) VALUE ZEROS.
       01  CONTADOR-ARCHIVOS     PIC 9(4) VALUE ZEROS.
       01  CONTADOR-ERRORES      PIC 9(6) VALUE ZEROS.
       01  CONTADOR-AVISOS       PIC 9(4) VALUE ZEROS.

      * lineas de AUDCTLTXT, en su orden, que es el de la cadena: el
      * corte nunca deja mas de 999. ENT-SALVADA dice si la generacion
      * llego a la salvaguarda y hay que reconstruirla.
       01  TABLA-CONTROL.
           02 ENTRADA-CONTROL OCCURS 999 TIMES.
             03 ENT-LINEA.
               04 ENT-FECHA      PIC 9(8).
               04 ENT-CONTADOR   PIC 9(6).
               04 ENT-ESTADO     PIC X(8).
               04 ENT-SELLO      PIC 9(9).
             03 ENT-SALVADA      PIC A.
       01  TOTAL-ENTRADAS        PIC 9(3) VALUE ZEROS.
       01  IDX-ENTRADA           PIC 9(4).

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
       DISPLAY "Conversion de la auditoria al layout sellado "
           "(383 bytes).".
       DISPLAY "Las generaciones activas y AUDITORIATXT se "
           "reconstruyen; las copias viejas quedan en AUDS + fecha "
           "y AUDSVIVA.".
       DISPLAY "¿Continuar? S/N".
       ACCEPT CONFIRMA-CONVERSION.
       IF CONFIRMA-CONVERSION NOT = "S"
           AND CONFIRMA-CONVERSION NOT = "s"
           DISPLAY "Conversion cancelada."
           GOBACK.
       PERFORM 2-CARGA-CONTROL.
       IF YA-CONVERTIDA = "S"
           DISPLAY "AUDCTLTXT ya trae sellos de cierre: la auditoria "
               "ya esta convertida. No se toca nada."
           MOVE 8 TO RETURN-CODE
           GOBACK.
      * sin esto, una segunda pasada antes del primer corte leeria la
      * auditoria ya sellada con la FD vieja de 374 bytes, machacaria
      * AUDSVIVA con registros corridos y los volveria a sellar.
       PERFORM 23-BUSCA-SALVAGUARDAS.
       IF YA-CONVERTIDA = "N" AND TOTAL-ENTRADAS = ZERO
           PERFORM 24-MIRA-VIVA.
       IF YA-CONVERTIDA = "S"
           DISPLAY "Segun " ARCHIVO-CONVERTIDO " la auditoria ya "
               "esta convertida (o una conversion anterior se quedo "
               "a medias). No se toca nada."
           DISPLAY "Si hay que repetirla, revisar y retirar antes las "
               "salvaguardas AUDS."
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM 3-SALVA-AUDITORIA.
      * la auditoria solo se reconstruye con la salvaguarda COMPLETA:
      * si fallo una sola grabacion, se para aqui sin haber tocado
      * ninguna generacion.
       IF DESCARGA-FALLIDA = "S"
           DISPLAY "La salvaguarda fallo: la auditoria NO se ha "
               "tocado."
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM 4-RECONSTRUYE-AUDITORIA.
       PERFORM 5-REESCRIBE-CONTROL.
       PERFORM 8-CUADRA-Y-RESUME.
       GOBACK.

       2-CARGA-CONTROL.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 21-LEE-CONTROL
           PERFORM 22-GUARDA-ENTRADA UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.

       21-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       22-GUARDA-ENTRADA.
       IF CTL-SELLO IS NUMERIC
           MOVE "S" TO YA-CONVERTIDA.
       IF TOTAL-ENTRADAS < 999
           ADD 1 TO TOTAL-ENTRADAS
           MOVE CONTROL-REGISTRO TO ENT-LINEA (TOTAL-ENTRADAS)
           MOVE ZEROS TO ENT-SELLO (TOTAL-ENTRADAS)
           MOVE "N" TO ENT-SALVADA (TOTAL-ENTRADAS)
       ELSE
           DISPLAY "Archivo de control lleno: se ignora la linea "
               CONTROL-REGISTRO.
       PERFORM 21-LEE-CONTROL.

      * la salvaguarda solo la crea una conversion: si ya esta en
      * disco, esa conversion ya paso (entera o a medias) por aqui.
       23-BUSCA-SALVAGUARDAS.
       IF TOTAL-ENTRADAS > ZERO
           PERFORM 231-MIRA-GENERACION
               VARYING IDX-ENTRADA FROM 1 BY 1
               UNTIL IDX-ENTRADA > TOTAL-ENTRADAS
                  OR YA-CONVERTIDA = "S".
       IF YA-CONVERTIDA = "N"
           MOVE "VIVA" TO SALVAGUARDA-SUFIJO
           PERFORM 232-MIRA-SALVAGUARDA.

       231-MIRA-GENERACION.
       IF ENT-ESTADO (IDX-ENTRADA) = "ACTIVA"
           MOVE ENT-FECHA (IDX-ENTRADA) TO SALVAGUARDA-SUFIJO
           PERFORM 232-MIRA-SALVAGUARDA.

       232-MIRA-SALVAGUARDA.
       OPEN INPUT SALVAGUARDA-ARCHIVO.
       IF ESTADO-SALVAGUARDA = "00"
           MOVE "S" TO YA-CONVERTIDA
           MOVE SALVAGUARDA-RUTA TO ARCHIVO-CONVERTIDO.
       IF ESTADO-SALVAGUARDA < "90"
           CLOSE SALVAGUARDA-ARCHIVO.

      * sin generaciones cortadas la cadena de la viva empieza en
      * cero: si su primer registro, leido con el layout nuevo, lleva
      * el sello que le toca desde cero, ya esta sellada (sin
      * AUDSVIVA si la primera conversion la encontro vacia).
       24-MIRA-VIVA.
       MOVE "AUDITORIATXT" TO ORIGEN-RUTA.
       OPEN INPUT NUEVO-ARCHIVO.
       IF ESTADO-NUEVO = "00"
           READ NUEVO-ARCHIVO
               AT END CONTINUE
           END-READ
           IF ESTADO-NUEVO = "00" AND AUD-SELLO IS NUMERIC
               MOVE ZEROS TO SELLO-ANTERIOR
               MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO
               PERFORM 97-CALCULA-SELLO
               IF SELLO-CALCULADO = AUD-SELLO
                   MOVE "S" TO YA-CONVERTIDA
                   MOVE "AUDITORIATXT" TO ARCHIVO-CONVERTIDO
               END-IF
           END-IF
       END-IF.
       IF ESTADO-NUEVO < "90"
           CLOSE NUEVO-ARCHIVO.

      * primera pasada: copia tal cual de cada generacion ACTIVA y de
      * la auditoria viva. Una generacion que ya no esta en disco se
      * avisa y se deja; la verificacion la dara por rota.
       3-SALVA-AUDITORIA.
       IF TOTAL-ENTRADAS > ZERO
           PERFORM 31-SALVA-GENERACION
               VARYING IDX-ENTRADA FROM 1 BY 1
               UNTIL IDX-ENTRADA > TOTAL-ENTRADAS
                  OR DESCARGA-FALLIDA = "S".
       IF DESCARGA-FALLIDA = "N"
           MOVE "AUDITORIATXT" TO ORIGEN-RUTA
           MOVE "VIVA" TO SALVAGUARDA-SUFIJO
           PERFORM 32-SALVA-ARCHIVO
           MOVE ARCHIVO-SALVADO TO VIVA-SALVADA.

       31-SALVA-GENERACION.
       IF ENT-ESTADO (IDX-ENTRADA) = "ACTIVA"
           MOVE "AUDG" TO ORIGEN-PREFIJO
           MOVE ENT-FECHA (IDX-ENTRADA) TO ORIGEN-FECHA
           MOVE ENT-FECHA (IDX-ENTRADA) TO SALVAGUARDA-SUFIJO
           PERFORM 32-SALVA-ARCHIVO
           MOVE ARCHIVO-SALVADO TO ENT-SALVADA (IDX-ENTRADA)
           IF ARCHIVO-SALVADO = "N" AND DESCARGA-FALLIDA = "N"
               ADD 1 TO CONTADOR-AVISOS
               DISPLAY "Aviso: la generacion activa " ORIGEN-RUTA
                   " no esta en disco, estado " ESTADO-VIEJO
           END-IF
       END-IF.

       32-SALVA-ARCHIVO.
       MOVE "N" TO ARCHIVO-SALVADO.
       MOVE ZERO TO CONTADOR-ARCHIVO.
       OPEN INPUT VIEJO-ARCHIVO.
       IF ESTADO-VIEJO = "05" OR ESTADO-VIEJO > "09"
           IF ESTADO-VIEJO < "90"
               CLOSE VIEJO-ARCHIVO
           END-IF
       ELSE
           OPEN OUTPUT SALVAGUARDA-ARCHIVO
           IF ESTADO-SALVAGUARDA > "09"
               DISPLAY "No se pudo crear la salvaguarda "
                   SALVAGUARDA-RUTA ", estado " ESTADO-SALVAGUARDA
               MOVE "S" TO DESCARGA-FALLIDA
           ELSE
               MOVE "N" TO FIN-VIEJO
               PERFORM 33-LEE-VIEJO
               PERFORM 34-SALVA-UNO UNTIL FIN-VIEJO = "S"
               CLOSE SALVAGUARDA-ARCHIVO
               IF DESCARGA-FALLIDA = "N"
                   MOVE "S" TO ARCHIVO-SALVADO
               END-IF
           END-IF
           CLOSE VIEJO-ARCHIVO
       END-IF.

       33-LEE-VIEJO.
       READ VIEJO-ARCHIVO
           AT END MOVE "S" TO FIN-VIEJO.

       34-SALVA-UNO.
       MOVE VIEJO-REGISTRO TO SALVAGUARDA-REGISTRO.
       WRITE SALVAGUARDA-REGISTRO.
       IF ESTADO-SALVAGUARDA NOT = "00"
           DISPLAY "Error al grabar la salvaguarda " SALVAGUARDA-RUTA
               ", estado " ESTADO-SALVAGUARDA
           MOVE "S" TO DESCARGA-FALLIDA
           MOVE "S" TO FIN-VIEJO
       ELSE
           ADD 1 TO CONTADOR-ARCHIVO
           ADD 1 TO CONTADOR-SALVADOS
           PERFORM 33-LEE-VIEJO
       END-IF.

      * segunda pasada: cada archivo se reconstruye desde su
      * salvaguarda sellando en el orden de AUDCTLTXT; cada linea se
      * queda con el sello en que acaba su generacion (o, si es una
      * PURGADA o falta en disco, con el punto en que iba la cadena).
      * La auditoria viva sigue desde el cierre de la ultima linea.
       4-RECONSTRUYE-AUDITORIA.
       MOVE ZEROS TO SELLO-ANTERIOR.
       IF TOTAL-ENTRADAS > ZERO
           PERFORM 41-RECONSTRUYE-GENERACION
               VARYING IDX-ENTRADA FROM 1 BY 1
               UNTIL IDX-ENTRADA > TOTAL-ENTRADAS.
       IF VIVA-SALVADA = "S"
           MOVE "AUDITORIATXT" TO ORIGEN-RUTA
           MOVE "VIVA" TO SALVAGUARDA-SUFIJO
           PERFORM 42-RECONSTRUYE-ARCHIVO.

       41-RECONSTRUYE-GENERACION.
       IF ENT-SALVADA (IDX-ENTRADA) = "S"
           MOVE "AUDG" TO ORIGEN-PREFIJO
           MOVE ENT-FECHA (IDX-ENTRADA) TO ORIGEN-FECHA
           MOVE ENT-FECHA (IDX-ENTRADA) TO SALVAGUARDA-SUFIJO
           PERFORM 42-RECONSTRUYE-ARCHIVO
           IF CONTADOR-ARCHIVO NOT = ENT-CONTADOR (IDX-ENTRADA)
               ADD 1 TO CONTADOR-AVISOS
               DISPLAY "Aviso: " ORIGEN-RUTA " tiene "
                   CONTADOR-ARCHIVO " registros y el control dice "
                   ENT-CONTADOR (IDX-ENTRADA)
           END-IF
       END-IF.
       MOVE SELLO-ANTERIOR TO ENT-SELLO (IDX-ENTRADA).

      * OPEN OUTPUT deja el archivo vacio para grabarlo con el layout
      * nuevo; si no se puede, el contenido sigue en la salvaguarda.
       42-RECONSTRUYE-ARCHIVO.
       MOVE ZERO TO CONTADOR-ARCHIVO.
       OPEN OUTPUT NUEVO-ARCHIVO.
       IF ESTADO-NUEVO > "09"
           ADD 1 TO CONTADOR-ERRORES
           DISPLAY "No se pudo recrear " ORIGEN-RUTA ", estado "
               ESTADO-NUEVO
           DISPLAY "*** El contenido sigue a salvo en "
               SALVAGUARDA-RUTA " ***"
       ELSE
           ADD 1 TO CONTADOR-ARCHIVOS
           OPEN INPUT SALVAGUARDA-ARCHIVO
           MOVE "N" TO FIN-SALVAGUARDA
           PERFORM 43-LEE-SALVAGUARDA
           PERFORM 44-SELLA-UNO UNTIL FIN-SALVAGUARDA = "S"
           CLOSE SALVAGUARDA-ARCHIVO
           CLOSE NUEVO-ARCHIVO
       END-IF.

       43-LEE-SALVAGUARDA.
       READ SALVAGUARDA-ARCHIVO
           AT END MOVE "S" TO FIN-SALVAGUARDA.

       44-SELLA-UNO.
       MOVE SALVAGUARDA-REGISTRO TO AUD-MOVIMIENTO.
       MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO.
       PERFORM 97-CALCULA-SELLO.
       MOVE SELLO-CALCULADO TO AUD-SELLO.
       WRITE AUDITORIA-REGISTRO.
       IF ESTADO-NUEVO NOT = "00"
           ADD 1 TO CONTADOR-ERRORES
           DISPLAY "Error al grabar " ORIGEN-RUTA ", estado "
               ESTADO-NUEVO
       ELSE
           ADD 1 TO CONTADOR-ARCHIVO
           ADD 1 TO CONTADOR-CONVERTIDOS
           MOVE AUD-SELLO TO SELLO-ANTERIOR
       END-IF.
       PERFORM 43-LEE-SALVAGUARDA.

       5-REESCRIBE-CONTROL.
       IF TOTAL-ENTRADAS > ZERO
           OPEN OUTPUT CONTROL-ARCHIVO
           IF ESTADO-CONTROL > "09"
               ADD 1 TO CONTADOR-ERRORES
               DISPLAY "No se pudo reescribir AUDCTLTXT, estado "
                   ESTADO-CONTROL
           ELSE
               PERFORM 51-ESCRIBE-ENTRADA
                   VARYING IDX-ENTRADA FROM 1 BY 1
                   UNTIL IDX-ENTRADA > TOTAL-ENTRADAS
               CLOSE CONTROL-ARCHIVO
           END-IF
       END-IF.

       51-ESCRIBE-ENTRADA.
       MOVE ENT-LINEA (IDX-ENTRADA) TO CONTROL-REGISTRO.
       WRITE CONTROL-REGISTRO.

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

       8-CUADRA-Y-RESUME.
       DISPLAY " ".
       DISPLAY "===== CONVERSION DE LA AUDITORIA =====".
       DISPLAY "Archivos reconstruidos:           " CONTADOR-ARCHIVOS.
       DISPLAY "Registros salvados (374 bytes):   " CONTADOR-SALVADOS.
       DISPLAY "Registros sellados (383 bytes):   "
           CONTADOR-CONVERTIDOS.
       DISPLAY "Sello en que queda la cadena:     " SELLO-ANTERIOR.
       DISPLAY "Avisos: " CONTADOR-AVISOS "  Errores: "
           CONTADOR-ERRORES.
       IF CONTADOR-SALVADOS = CONTADOR-CONVERTIDOS
           AND CONTADOR-ERRORES = ZERO
           DISPLAY "Conversion cuadrada."
           IF CONTADOR-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
       ELSE
           DISPLAY "*** DESCUADRE EN LA CONVERSION: revisar ***"
           MOVE 8 TO RETURN-CODE.

       END PROGRAM CONVAUD.
