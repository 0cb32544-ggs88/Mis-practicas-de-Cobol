      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONVERSION DE UNA SOLA VEZ DE LAS CATEGORIAS DE
      *          SALARIOSDAT A CODIGOS DEL MAESTRO DE CATEGORIAS.
      *          SAL-CATEGORIA era texto libre y la misma plaza estaba
      *          escrita de varias maneras ("ADMINISTRATIVO", "ADMVO.",
      *          "ADMIN"). Este programa guarda primero una copia
      *          entera del maestro de salarios en un secuencial de
      *          salvaguarda fechado (SALC + AAAAMMDD, que se
      *          conserva), junta los textos distintos que no son ya
      *          un codigo de CATEGORIASDAT y pregunta, texto a texto y
      *          con cuantos salarios lo llevan, a que codigo
      *          corresponde (en blanco se deja como esta). Despues
      *          reescribe cada salario con su codigo. Las categorias
      *          tienen que estar dadas de alta antes en MANTCAT
      *          (72_BBDD_mantiene_categorias.cbl). Los salarios que ya
      *          llevan un codigo valido no se tocan, asi que se puede
      *          relanzar para terminar lo que quedo en blanco. El
      *          historial SALARIOSHIS no se toca: guarda lo que se
      *          tecleo en su dia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL SALARIOS-ARCHIVO
                 ASSIGN TO "SALARIOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS SAL-ID
                 STATUS ESTADO-SALARIOS.

                 SELECT OPTIONAL CATEGORIAS-ARCHIVO
                 ASSIGN TO "CATEGORIASDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS CAT-CODIGO
                 STATUS ESTADO-CATEGORIAS.

                 SELECT OPTIONAL SALVAGUARDA-ARCHIVO
                 ASSIGN USING SALVAGUARDA-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-SALVAGUARDA.

      * la salvaguarda lleva los salarios tal como estaban, registro a
      * registro, por si hubiera que volver atras.

       DATA DIVISION.
       FILE SECTION.
           FD SALARIOS-ARCHIVO.
           COPY SALARIO.
      * SALARIOS-REGISTRO viene del copybook SALARIO.cpy, el layout
      * comun con el mantenimiento de salarios y la nomina mensual.

           FD CATEGORIAS-ARCHIVO.
           COPY CATEGORIA.
      * CATEGORIAS-REGISTRO viene del copybook CATEGORIA.cpy, el
      * layout comun con el mantenimiento de categorias.

           FD SALVAGUARDA-ARCHIVO.
             01 SALVAGUARDA-REGISTRO  PIC X(39).

       WORKING-STORAGE SECTION.
       01  ESTADO-SALARIOS       PIC XX.
       01  ESTADO-CATEGORIAS     PIC XX.
       01  ESTADO-SALVAGUARDA    PIC XX.
       01  FIN-SALARIOS          PIC A.

       01  SALVAGUARDA-RUTA.
           02 FILLER             PIC X(4) VALUE "SALC".
           02 SALVAGUARDA-FECHA  PIC 9(8).

       01  FECHA-HOY             PIC 9(8).
       01  CONFIRMA-CONVERSION   PIC A.
       01  DESCARGA-FALLIDA      PIC A VALUE "N".
       01  CONTADOR-SALARIOS     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-YA-CODIGO    PIC 9(6) VALUE ZEROS.
       01  CONTADOR-CONVERTIDOS  PIC 9(6) VALUE ZEROS.
       01  CONTADOR-PENDIENTES   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-ERRORES      PIC 9(6) VALUE ZEROS.
       01  TEXTOS-ASIGNADOS      PIC 9(3) VALUE ZEROS.

      * textos distintos de SAL-CATEGORIA que no son un codigo, con
      * cuantos salarios los llevan y el codigo que se les asigna.
       01  TABLA-TEXTOS.
           02 ENTRADA-TEXTO OCCURS 300 TIMES.
             03 TXT-VALOR        PIC X(15).
             03 TXT-CUENTA       PIC 9(6).
             03 TXT-CODIGO       PIC X(6).
       01  TOTAL-TEXTOS          PIC 9(3) VALUE ZEROS.
       01  IDX-TEXTO             PIC 9(3).
       01  TEXTO-HALLADO         PIC 9(3).
       01  CODIGO-TECLEADO       PIC X(6).
       01  RESPUESTA-VALIDA      PIC A.

      ***************************************************
       PROCEDURE DIVISION.

       1-EMPIEZA-PROGRAMA.
       ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
       MOVE FECHA-HOY TO SALVAGUARDA-FECHA.
       DISPLAY "Conversion de las categorias de salarios a codigos.".
       DISPLAY "Los salarios se reescriben; la copia vieja queda en "
           SALVAGUARDA-RUTA ".".
       DISPLAY "¿Continuar? S/N".
       ACCEPT CONFIRMA-CONVERSION.
       IF CONFIRMA-CONVERSION NOT = "S"
           AND CONFIRMA-CONVERSION NOT = "s"
           DISPLAY "Conversion cancelada."
           GOBACK.
       PERFORM 2-ABRE-ARCHIVOS.
       PERFORM 3-DESCARGA-Y-JUNTA.
      * los salarios solo se reescriben con la salvaguarda COMPLETA:
      * si fallo una sola grabacion, se para aqui sin haber tocado
      * SALARIOSDAT.
       IF DESCARGA-FALLIDA = "S"
           DISPLAY "La descarga fallo: los salarios NO se han tocado."
           PERFORM 9-CIERRA-ARCHIVOS
           GOBACK.
       PERFORM 4-PREGUNTA-CODIGO
           VARYING IDX-TEXTO FROM 1 BY 1
           UNTIL IDX-TEXTO > TOTAL-TEXTOS.
       IF TEXTOS-ASIGNADOS > ZERO
           PERFORM 5-REESCRIBE-SALARIOS.
       PERFORM 9-CIERRA-ARCHIVOS.
       PERFORM 8-RESUME.
       GOBACK.

       2-ABRE-ARCHIVOS.
       OPEN I-O SALARIOS-ARCHIVO.
       IF ESTADO-SALARIOS = "05" OR ESTADO-SALARIOS > "09"
           DISPLAY "No se pudo abrir el maestro de salarios, estado "
               ESTADO-SALARIOS
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN INPUT CATEGORIAS-ARCHIVO.
       IF ESTADO-CATEGORIAS NOT = "00"
           DISPLAY "No se pudo abrir el maestro de categorias, estado "
               ESTADO-CATEGORIAS "; dalas de alta antes en MANTCAT."
           CLOSE SALARIOS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.
       OPEN OUTPUT SALVAGUARDA-ARCHIVO.
       IF ESTADO-SALVAGUARDA > "09"
           DISPLAY "No se pudo crear la salvaguarda, estado "
               ESTADO-SALVAGUARDA
           CLOSE SALARIOS-ARCHIVO
           CLOSE CATEGORIAS-ARCHIVO
           MOVE 8 TO RETURN-CODE
           GOBACK.

      * primera pasada: salvaguarda de cada salario y recuento de los
      * textos que todavia no son un codigo.
       3-DESCARGA-Y-JUNTA.
       MOVE "N" TO FIN-SALARIOS.
       PERFORM 31-LEE-SALARIO.
       PERFORM 32-SALVA-Y-JUNTA UNTIL FIN-SALARIOS = "S".
       CLOSE SALVAGUARDA-ARCHIVO.

       31-LEE-SALARIO.
       READ SALARIOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-SALARIOS.

       32-SALVA-Y-JUNTA.
       MOVE SALARIOS-REGISTRO TO SALVAGUARDA-REGISTRO.
       WRITE SALVAGUARDA-REGISTRO.
       IF ESTADO-SALVAGUARDA NOT = "00"
           DISPLAY "Error al grabar la salvaguarda, estado "
               ESTADO-SALVAGUARDA
           MOVE "S" TO DESCARGA-FALLIDA
           MOVE 8 TO RETURN-CODE
           MOVE "S" TO FIN-SALARIOS
       ELSE
           ADD 1 TO CONTADOR-SALARIOS
           PERFORM 33-JUNTA-TEXTO
           PERFORM 31-LEE-SALARIO
       END-IF.

      * un texto de mas de 6 posiciones no puede ser un codigo, y no
      * se busca en el maestro para que no case recortado.
       33-JUNTA-TEXTO.
       IF SAL-CATEGORIA (7:9) NOT = SPACES
           PERFORM 35-ANOTA-TEXTO
       ELSE
           MOVE SAL-CATEGORIA TO CAT-CODIGO
           READ CATEGORIAS-ARCHIVO
               INVALID KEY
                   PERFORM 35-ANOTA-TEXTO
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-YA-CODIGO
           END-READ
       END-IF.

       35-ANOTA-TEXTO.
       PERFORM 34-BUSCA-TEXTO.
       IF TEXTO-HALLADO NOT = ZERO
           ADD 1 TO TXT-CUENTA (TEXTO-HALLADO)
       ELSE
           IF TOTAL-TEXTOS < 300
               ADD 1 TO TOTAL-TEXTOS
               MOVE SAL-CATEGORIA TO TXT-VALOR (TOTAL-TEXTOS)
               MOVE 1 TO TXT-CUENTA (TOTAL-TEXTOS)
               MOVE SPACES TO TXT-CODIGO (TOTAL-TEXTOS)
           ELSE
               DISPLAY "Tabla de textos llena: se deja "
                   SAL-CATEGORIA " para otra pasada."
           END-IF
       END-IF.

       34-BUSCA-TEXTO.
       MOVE ZERO TO TEXTO-HALLADO.
       PERFORM 341-COMPARA-TEXTO
           VARYING IDX-TEXTO FROM 1 BY 1
           UNTIL IDX-TEXTO > TOTAL-TEXTOS OR TEXTO-HALLADO NOT = ZERO.

       341-COMPARA-TEXTO.
       IF TXT-VALOR (IDX-TEXTO) = SAL-CATEGORIA
           MOVE IDX-TEXTO TO TEXTO-HALLADO.

      * un texto por pregunta; el codigo tecleado tiene que existir
      * en el maestro de categorias. En blanco, el texto se queda
      * como esta y se puede resolver en otra pasada.
       4-PREGUNTA-CODIGO.
       MOVE "N" TO RESPUESTA-VALIDA.
       PERFORM 41-PIDE-CODIGO UNTIL RESPUESTA-VALIDA = "S".

       41-PIDE-CODIGO.
       DISPLAY " ".
       DISPLAY "Texto """ TXT-VALOR (IDX-TEXTO) """ en "
           TXT-CUENTA (IDX-TEXTO) " salarios.".
       DISPLAY "Codigo de categoria (en blanco = dejarlo como esta): ".
       MOVE SPACES TO CODIGO-TECLEADO.
       ACCEPT CODIGO-TECLEADO.
       IF CODIGO-TECLEADO = SPACES
           MOVE "S" TO RESPUESTA-VALIDA
       ELSE
           MOVE CODIGO-TECLEADO TO CAT-CODIGO
           READ CATEGORIAS-ARCHIVO
               INVALID KEY
                   DISPLAY "La categoria " CODIGO-TECLEADO
                       " no existe en el maestro."
               NOT INVALID KEY
                   DISPLAY "-> " CAT-CODIGO " " CAT-DESCRIPCION
                   MOVE CODIGO-TECLEADO TO TXT-CODIGO (IDX-TEXTO)
                   ADD 1 TO TEXTOS-ASIGNADOS
                   MOVE "S" TO RESPUESTA-VALIDA
           END-READ
       END-IF.

      * segunda pasada: cada salario cuyo texto tiene codigo asignado
      * se reescribe con el codigo.
       5-REESCRIBE-SALARIOS.
       MOVE ZEROS TO SAL-ID.
       MOVE "N" TO FIN-SALARIOS.
       START SALARIOS-ARCHIVO KEY IS NOT LESS THAN SAL-ID
           INVALID KEY MOVE "S" TO FIN-SALARIOS.
       PERFORM 31-LEE-SALARIO.
       PERFORM 51-CONVIERTE-UNO UNTIL FIN-SALARIOS = "S".

       51-CONVIERTE-UNO.
       PERFORM 34-BUSCA-TEXTO.
       IF TEXTO-HALLADO NOT = ZERO
           IF TXT-CODIGO (TEXTO-HALLADO) NOT = SPACES
               MOVE TXT-CODIGO (TEXTO-HALLADO) TO SAL-CATEGORIA
               REWRITE SALARIOS-REGISTRO
               IF ESTADO-SALARIOS > "09"
                   ADD 1 TO CONTADOR-ERRORES
                   DISPLAY "Error al reescribir el ID " SAL-ID
                       ", estado " ESTADO-SALARIOS
               ELSE
                   ADD 1 TO CONTADOR-CONVERTIDOS
               END-IF
           END-IF
       END-IF.
       PERFORM 31-LEE-SALARIO.

       8-RESUME.
       COMPUTE CONTADOR-PENDIENTES = CONTADOR-SALARIOS
           - CONTADOR-YA-CODIGO - CONTADOR-CONVERTIDOS.
       DISPLAY " ".
       DISPLAY "===== CONVERSION DE CATEGORIAS DE SALARIOS =====".
       DISPLAY "Salarios leidos:             " CONTADOR-SALARIOS.
       DISPLAY "Ya tenian un codigo valido:  " CONTADOR-YA-CODIGO.
       DISPLAY "Textos distintos a convertir: " TOTAL-TEXTOS.
       DISPLAY "Textos con codigo asignado:  " TEXTOS-ASIGNADOS.
       DISPLAY "Salarios convertidos:        " CONTADOR-CONVERTIDOS.
       DISPLAY "Salarios sin convertir:      " CONTADOR-PENDIENTES.
       DISPLAY "Errores: " CONTADOR-ERRORES.
       DISPLAY "Salvaguarda conservada en " SALVAGUARDA-RUTA ".".
       IF CONTADOR-ERRORES > ZERO
           MOVE 8 TO RETURN-CODE
       ELSE
           IF CONTADOR-PENDIENTES > ZERO
               DISPLAY "Quedan salarios con texto libre: relance "
                   "CONVCAT cuando esten dadas de alta sus categorias."
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       9-CIERRA-ARCHIVOS.
       CLOSE SALARIOS-ARCHIVO.
       CLOSE CATEGORIAS-ARCHIVO.

       END PROGRAM CONVCAT.
