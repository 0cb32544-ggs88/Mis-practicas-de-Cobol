      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONVERSION FISICA DE UNA SOLA VEZ DEL MAESTRO DE
      *          DEPARTAMENTOS AL LAYOUT CON JERARQUIA. DEPARTAMENTO.cpy
      *          crecio de 36 a 45 bytes (departamento padre y
      *          EMPLEADOS-ID del responsable) y un indexado grabado con
      *          el layout de 36 bytes ya no abre con las FD nuevas
      *          (estado 39, longitud distinta). Mismo esquema que
      *          CONVDEP: descarga DEPARTAMENTOSDAT leyendolo con el
      *          layout de 36 bytes a un secuencial de salvaguarda
      *          fechado (DEPJ + AAAAMMDD, que se conserva),
      *          reconstruye el indexado con el layout nuevo (todos los
      *          departamentos de primer nivel y sin responsable,
      *          pendientes de teclearse en MANTDEP) y cuadra
      *          descargados contra recargados.
      *          DEBE EJECUTARSE EL PRIMERO en el despliegue, antes de
      *          que ningun otro programa toque el maestro de
      *          departamentos; un maestro ya convertido (o uno de 33
      *          bytes, que es cosa de CONVDEP) abre con estado 39 aqui
      *          y el programa se para sin tocar nada, asi que
      *          relanzarlo no hace dano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVJER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL MAESTRO-VIEJO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE SEQUENTIAL
                 RECORD KEY IS VIEJO-CODIGO
                 STATUS ESTADO-VIEJO.

                 SELECT OPTIONAL SALVAGUARDA-ARCHIVO
                 ASSIGN USING SALVAGUARDA-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-SALVAGUARDA.

                 SELECT OPTIONAL MAESTRO-NUEVO
                 ASSIGN TO "DEPARTAMENTOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS DEPARTAMENTOS-CODIGO
                 STATUS ESTADO-NUEVO.

      * MAESTRO-VIEJO y MAESTRO-NUEVO apuntan al mismo archivo fisico:
      * primero se lee entero con la FD vieja y solo despues, ya con
      * todo a salvo en la salvaguarda, se reconstruye con la nueva.

       DATA DIVISION.
       FILE SECTION.
           FD MAESTRO-VIEJO.
             01 VIEJO-REGISTRO.
               02 VIEJO-CODIGO        PIC 9(3).
               02 VIEJO-NOMBRE        PIC X(30).
               02 VIEJO-PLAZAS        PIC 9(3).
      * este es el layout de DEPARTAMENTO.cpy tal como era antes de
      * anadirse el padre y el responsable: 36 bytes.

           FD SALVAGUARDA-ARCHIVO.
             01 SALVAGUARDA-REGISTRO  PIC X(36).

           FD MAESTRO-NUEVO.
           COPY DEPARTAMENTO.
      * DEPARTAMENTOS-REGISTRO viene del copybook DEPARTAMENTO.cpy,
      * el layout comun con MANTDEP y los programas que validan el
      * departamento del empleado.

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJO          PIC XX.
       01  ESTADO-SALVAGUARDA    PIC XX.
       01  ESTADO-NUEVO          PIC XX.
       01  FIN-VIEJO             PIC A VALUE "N".
       01  FIN-SALVAGUARDA       PIC A VALUE "N".

       01  SALVAGUARDA-RUTA.
           02 FILLER             PIC X(4) VALUE "DEPJ".
           02 SALVAGUARDA-FECHA  PIC 9(8).

       01  FECHA-HOY             PIC 9(8).
       01  CONFIRMA-CONVERSION   PIC A.
       01  DESCARGA-FALLIDA      PIC A VALUE "N".
       01  CONTADOR-DESCARGADOS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-RECARGADOS   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ERRORES      PIC 9(6) VALUE ZEROS.

      * copia de trabajo del registro viejo, para desglosarlo despues
      * de cerrar la FD vieja.
       01  TRABAJO-REGISTRO.
           02 TRA-CODIGO          PIC 9(3).
           02 TRA-NOMBRE          PIC X(30).
           02 TRA-PLAZAS          PIC 9(3).

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO SALVAGUARDA-FECHA.
       DISPLAY "Conversion del maestro de departamentos al layout "
           "con jerarquia (45 bytes).".
       DISPLAY "El maestro se reconstruye; la copia vieja queda en "
           SALVAGUARDA-RUTA ".".
       DISPLAY "¿Continuar? S/N".
       ACCEPT CONFIRMA-CONVERSION.
       IF CONFIRMA-CONVERSION NOT = "S"
           AND CONFIRMA-CONVERSION NOT = "s"
           DISPLAY "Conversion cancelada."
           GOBACK.
       PERFORM 2-DESCARGA-VIEJO.
      * el maestro solo se reconstruye con la descarga COMPLETA a
      * salvo: si fallo una sola grabacion de la salvaguarda, se para
      * aqui sin haber tocado DEPARTAMENTOSDAT.
       IF DESCARGA-FALLIDA = "S"
           DISPLAY "La descarga fallo: el maestro NO se ha tocado."
           GOBACK.
       PERFORM 3-RECARGA-NUEVO.
       PERFORM 8-CUADRA-Y-RESUME.
       GOBACK.

       2-DESCARGA-VIEJO.
       OPEN INPUT MAESTRO-VIEJO.
       IF ESTADO-VIEJO = "39"
           DISPLAY "El maestro no abre con el layout de 36 bytes "
               "(estado 39): o ya esta convertido o no es el archivo "
               "esperado. No se toca nada."
           MOVE 8 TO RETURN-CODE
           GOBACK.
       IF ESTADO-VIEJO = "05" OR ESTADO-VIEJO > "09"
           DISPLAY "No se pudo abrir el maestro, estado " ESTADO-VIEJO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT SALVAGUARDA-ARCHIVO.
       IF ESTADO-SALVAGUARDA > "09"
           DISPLAY "No se pudo crear la salvaguarda, estado "
               ESTADO-SALVAGUARDA
           MOVE 8 TO RETURN-CODE
           GOBACK.
       PERFORM 21-LEE-VIEJO.
       PERFORM 22-SALVA-UNO UNTIL FIN-VIEJO = "S".
       CLOSE MAESTRO-VIEJO.
       CLOSE SALVAGUARDA-ARCHIVO.

       21-LEE-VIEJO.
       READ MAESTRO-VIEJO NEXT RECORD
           AT END MOVE "S" TO FIN-VIEJO.

       22-SALVA-UNO.
       MOVE VIEJO-REGISTRO TO SALVAGUARDA-REGISTRO.
       WRITE SALVAGUARDA-REGISTRO.
       IF ESTADO-SALVAGUARDA NOT = "00"
           DISPLAY "Error al grabar la salvaguarda, estado "
               ESTADO-SALVAGUARDA
           MOVE "S" TO DESCARGA-FALLIDA
           MOVE 8 TO RETURN-CODE
           MOVE "S" TO FIN-VIEJO
       ELSE
           ADD 1 TO CONTADOR-DESCARGADOS
           PERFORM 21-LEE-VIEJO
       END-IF.

      * OPEN OUTPUT crea el indexado de cero con el layout nuevo; las
      * plazas se conservan y cada departamento queda de primer nivel
      * y sin responsable hasta que se tecleen en MANTDEP.
       3-RECARGA-NUEVO.
       OPEN OUTPUT MAESTRO-NUEVO.
       IF ESTADO-NUEVO > "09"
           DISPLAY "No se pudo recrear el maestro, estado "
               ESTADO-NUEVO
           DISPLAY "*** El contenido sigue a salvo en "
               SALVAGUARDA-RUTA " ***"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT SALVAGUARDA-ARCHIVO.
       PERFORM 31-LEE-SALVAGUARDA.
       PERFORM 32-RECARGA-UNO UNTIL FIN-SALVAGUARDA = "S".
       CLOSE SALVAGUARDA-ARCHIVO.
       CLOSE MAESTRO-NUEVO.

       31-LEE-SALVAGUARDA.
       READ SALVAGUARDA-ARCHIVO
           AT END MOVE "S" TO FIN-SALVAGUARDA.

       32-RECARGA-UNO.
       MOVE SALVAGUARDA-REGISTRO TO TRABAJO-REGISTRO.
       MOVE TRA-CODIGO       TO DEPARTAMENTOS-CODIGO.
       MOVE TRA-NOMBRE       TO DEPARTAMENTOS-NOMBRE.
       MOVE TRA-PLAZAS       TO DEPARTAMENTOS-PLAZAS.
       MOVE ZERO             TO DEPARTAMENTOS-PADRE.
       MOVE ZERO             TO DEPARTAMENTOS-RESPONSABLE.
       WRITE DEPARTAMENTOS-REGISTRO
           INVALID KEY
               ADD 1 TO CONTADOR-ERRORES
               DISPLAY "Codigo duplicado en la salvaguarda: "
                   DEPARTAMENTOS-CODIGO
           NOT INVALID KEY
               ADD 1 TO CONTADOR-RECARGADOS
       END-WRITE.
       PERFORM 31-LEE-SALVAGUARDA.

       8-CUADRA-Y-RESUME.
       DISPLAY " ".
       DISPLAY "===== CONVERSION DEL MAESTRO DE DEPARTAMENTOS =====".
       DISPLAY "Registros descargados (36 bytes): "
           CONTADOR-DESCARGADOS.
       DISPLAY "Registros recargados (45 bytes):  "
           CONTADOR-RECARGADOS.
       DISPLAY "Errores: " CONTADOR-ERRORES.
       DISPLAY "Salvaguarda conservada en " SALVAGUARDA-RUTA ".".
       IF CONTADOR-DESCARGADOS = CONTADOR-RECARGADOS
           AND CONTADOR-ERRORES = ZERO
           DISPLAY "Conversion cuadrada."
           DISPLAY "Teclee en MANTDEP el padre y el responsable de "
               "cada departamento."
       ELSE
           DISPLAY "*** DESCUADRE EN LA CONVERSION: revisar ***"
           MOVE 8 TO RETURN-CODE.

       END PROGRAM CONVJER.
