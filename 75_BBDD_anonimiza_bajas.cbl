      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANONIMIZACION DE BAJAS POR PLAZO DE CONSERVACION. El
      *          historico de bajas (EMPLEADOSHIS) guarda para siempre
      *          el nombre, telefono, direccion y nacimiento de cada
      *          ex empleado, y las generaciones AUDG los repiten en
      *          AUD-ANTES y AUD-DESPUES durante doce meses. Esta
      *          pasada busca a las personas cuya ultima baja es mas
      *          antigua que el plazo de conservacion pedido (en
      *          meses) y que no han vuelto a la plantilla, y borra sus
      *          datos personales en el historico, en las generaciones
      *          ACTIVA de la auditoria y en la auditoria viva del dia.
      *          Se conservan el ID, el departamento y las fechas, asi
      *          que los recuentos de ROTACION no cambian. Emite un
      *          certificado para el delegado de proteccion de datos
      *          (ANONIM + AAAAMMDD, anotado en el registro de spool)
      *          con cuantas personas y registros se anonimizaron y
      *          que IDs. Lo ya anonimizado no se vuelve a contar, asi
      *          que relanzarlo no hace dano.
      *          Al cambiar las imagenes cambia el sello encadenado de
      *          la auditoria (AUD-SELLO), asi que la misma pasada
      *          vuelve a sellar cada movimiento desde el primero que
      *          toca y deja en AUDCTLTXT el nuevo sello de cierre de
      *          cada generacion. Antes de volver a sellar comprueba
      *          la cadena tal como estaba: si ya venia rota, a partir
      *          de ese punto no se vuelve a sellar nada, para que la
      *          anonimizacion no tape un borrado o un retoque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
                 SELECT OPTIONAL HISTORICO-ARCHIVO
                 ASSIGN TO "EMPLEADOSHIS"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS HIS-CLAVE
                 ALTERNATE KEY IS HIS-AP-PATERNO WITH DUPLICATES
                 STATUS ESTADO-HISTORICO.

                 SELECT OPTIONAL EMPLEADOS-ARCHIVO
                 ASSIGN TO "EMPLEADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS EMPLEADOS-ID
                 STATUS ESTADO-FILE.

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

                 SELECT OPTIONAL GENERACION-ARCHIVO
                 ASSIGN USING GENERACION-RUTA
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-GENERACION.

                 SELECT OPTIONAL AUDITORIA-ARCHIVO
                 ASSIGN TO "AUDITORIATXT"
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL CERTIFICADO-ARCHIVO
                 ASSIGN USING RUTA-SPOOL
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CERTIFICADO.

                 SELECT OPTIONAL SPOOL-ARCHIVO
                 ASSIGN TO "SPOOLCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-SPOOL.

      * las generaciones de auditoria y AUDITORIATXT se abren I-O y se
      * reescriben en el sitio: el registro conserva su longitud y su
      * posicion, solo cambian los datos personales de las imagenes y
      * el sello. AUDCTLTXT se carga entero y se reescribe con los
      * sellos de cierre nuevos. Conviene lanzarlo fuera de horas: un
      * movimiento que se anada a la auditoria viva mientras se vuelve
      * a sellar encadenaria con el sello viejo.

       DATA DIVISION.
       FILE SECTION.
           FD HISTORICO-ARCHIVO.
           COPY HISTORICO.
      * HISTORICO-REGISTRO viene del copybook HISTORICO.cpy, el layout
      * comun con las bajas del menu y del lote.

           FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.
      * EMPLEADOS-REGISTRO viene del copybook EMPLEADO.cpy, que es el
      * layout comun con los demas programas que usan este archivo.

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD GENERACION-ARCHIVO.
             01 GENERACION-REGISTRO PIC X(383).

           FD AUDITORIA-ARCHIVO.
           COPY AUDITORIA.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que escriben la auditoria.

           FD CERTIFICADO-ARCHIVO.
             01 LINEA-CERTIFICADO PIC X(80).

           FD SPOOL-ARCHIVO.
             01 SPOOL-REGISTRO.
               02 SPL-NOMBRE     PIC X(10).
               02 SPL-FECHA      PIC 9(8).
               02 SPL-LINEAS     PIC 9(6).
               02 SPL-ESTADO     PIC X(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORICO      PIC XX.
       01  ESTADO-FILE           PIC XX.
       01  ESTADO-APERTURA-EMPLEADOS PIC XX.
       01  ESTADO-CONTROL        PIC XX.
       01  ESTADO-GENERACION     PIC XX.
       01  ESTADO-AUDITORIA      PIC XX.
       01  ESTADO-CERTIFICADO    PIC XX.
       01  ESTADO-SPOOL          PIC XX.
       01  RUTA-SPOOL.
           02 FILLER             PIC X(6) VALUE "ANONIM".
           02 SPOOL-FECHA        PIC 9(8).
       01  CONTADOR-LINEAS-SPOOL PIC 9(6) VALUE ZEROS.
       01  FIN-HISTORICO         PIC A VALUE "N".
       01  FIN-CONTROL           PIC A VALUE "N".
       01  FIN-GENERACION        PIC A.
       01  FIN-AUDITORIA         PIC A VALUE "N".

      * lineas de AUDCTLTXT, para reescribirlas con los sellos de
      * cierre nuevos: CORTEAUD nunca deja mas de 999.
       01  TABLA-CONTROL.
           02 ENTRADA-CONTROL OCCURS 999 TIMES.
             03 ENT-FECHA        PIC 9(8).
             03 ENT-CONTADOR     PIC 9(6).
             03 ENT-ESTADO       PIC X(8).
             03 ENT-SELLO        PIC 9(9).
       01  TOTAL-ENTRADAS        PIC 9(3) VALUE ZEROS.
       01  IDX-ENTRADA           PIC 9(4).
       01  CONTROL-CAMBIADO      PIC A VALUE "N".

      * SELLO-ORIGINAL sigue la cadena tal como esta en disco, para
      * comprobarla; SELLO-NUEVO la que queda despues de anonimizar.
       01  SELLO-ORIGINAL        PIC 9(9) VALUE ZEROS.
       01  SELLO-NUEVO           PIC 9(9) VALUE ZEROS.
       01  CADENA-ROTA           PIC A VALUE "N".
       01  REGISTRO-RESELLADO    PIC A.
       01  CONTADOR-RESELLADOS   PIC 9(6) VALUE ZEROS.

       01  GENERACION-RUTA.
           02 FILLER             PIC X(4) VALUE "AUDG".
           02 GENERACION-FECHA   PIC 9(8).

       01  OPERADOR-ID           PIC X(10).
       01  CONFIRMA-ANONIMIZA    PIC A.
       01  MESES-RETENCION       PIC 9(3).
       01  MESES-TOTALES         PIC 9(6).
       01  FECHA-HOY             PIC 9(8).
       01  FECHA-HOY-PARTES REDEFINES FECHA-HOY.
           02 HOY-ANO            PIC 9(4).
           02 HOY-MES            PIC 9(2).
           02 HOY-DIA            PIC 9(2).
       01  HOY-SIGLO             PIC 9(2).
       01  HOY-AA                PIC 9(2).
       01  FECHA-LIMITE          PIC 9(8).
       01  FECHA-LIMITE-PARTES REDEFINES FECHA-LIMITE.
           02 LIMITE-ANO         PIC 9(4).
           02 LIMITE-MES         PIC 9(2).
           02 LIMITE-DIA         PIC 9(2).

      * la fecha de baja se graba en AAMMDD (ACCEPT FROM DATE): el
      * siglo se pone con el de hoy, o con el anterior si el ano sale
      * mayor que el actual (una baja no puede ser futura).
       01  FECHA-BAJA-CORTA      PIC 9(8).
       01  FECHA-BAJA-PARTES REDEFINES FECHA-BAJA-CORTA.
           02 FILLER             PIC 9(2).
           02 BAJA-AA            PIC 9(2).
           02 BAJA-MMDD          PIC 9(4).
       01  FECHA-BAJA-LARGA      PIC 9(8).

      * una entrada por persona del historico, en el orden de la
      * clave: la ultima baja y, al final de la primera pasada, si
      * ya cumplio el plazo y no esta otra vez en la plantilla.
       01  TABLA-PERSONAS.
           02 ENTRADA-PERSONA OCCURS 9999 TIMES.
             03 PER-ID           PIC 9(6).
             03 PER-ULTIMA-BAJA  PIC 9(8).
             03 PER-CADUCADA     PIC A.
             03 PER-HISTORICOS   PIC 9(4).
             03 PER-IMAGENES     PIC 9(5).
       01  TOTAL-PERSONAS        PIC 9(4) VALUE ZEROS.
       01  IDX-PERSONA           PIC 9(5).
       01  IDX-HALLADO           PIC 9(4).
       01  TABLA-LLENA           PIC A VALUE "N".
       01  ID-BUSCADO            PIC 9(6).

       01  IMAGEN-EMPLEADO.
           02 IMG-ID             PIC X(6).
           02 IMG-NOMBRE         PIC X(35).
           02 IMG-APELLIDOS      PIC X(70).
           02 IMG-EDAD           PIC X(2).
           02 IMG-TELEFONO       PIC X(9).
           02 IMG-DIRECCION      PIC X(35).
           02 IMG-DEPARTAMENTO   PIC X(3).
           02 IMG-NACIMIENTO     PIC X(8).
       01  IMAGEN-TOCADA         PIC A.
       01  REGISTRO-TOCADO       PIC A.

       01  CONTADOR-CADUCADAS    PIC 9(5) VALUE ZEROS.
       01  CONTADOR-PERSONAS-ANON PIC 9(5) VALUE ZEROS.
       01  CONTADOR-HISTORICOS   PIC 9(6) VALUE ZEROS.
       01  CONTADOR-IMAGENES     PIC 9(6) VALUE ZEROS.
       01  CONTADOR-GENERACIONES PIC 9(4) VALUE ZEROS.
       01  CONTADOR-ERRORES      PIC 9(6) VALUE ZEROS.

       01  LINEA-PERSONA.
           02 FILLER             PIC X(4) VALUE SPACES.
           02 LIN-ID             PIC 9(6).
           02 FILLER             PIC X(6) VALUE SPACES.
           02 LIN-BAJA           PIC 9(8).
           02 FILLER             PIC X(6) VALUE SPACES.
           02 LIN-HISTORICOS     PIC ZZZ9.
           02 FILLER             PIC X(8) VALUE SPACES.
           02 LIN-IMAGENES       PIC ZZZZ9.
       01  LINEA-SEPARADORA      PIC X(60) VALUE ALL "-".

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
       DIVIDE HOY-ANO BY 100 GIVING HOY-SIGLO REMAINDER HOY-AA.
       PERFORM 2-PIDE-PARAMETROS.
       PERFORM 3-ABRE-ARCHIVOS.
       PERFORM 4-BUSCA-CADUCADAS.
       IF CONTADOR-CADUCADAS > ZERO
           PERFORM 5-ANONIMIZA-HISTORICO
           PERFORM 6-ANONIMIZA-GENERACIONES
           PERFORM 7-ANONIMIZA-AUDITORIA-VIVA.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       PERFORM 8-IMPRIME-CERTIFICADO.
       PERFORM 9-IMPRIME-RESUMEN.
       STOP RUN.

      * el plazo se cuenta en meses desde la ultima baja; el cero
      * toma el plazo general de cinco anos.
       2-PIDE-PARAMETROS.
       DISPLAY "===== ANONIMIZACION DE BAJAS =====".
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ID.
       DISPLAY "Meses de conservacion tras la baja (0 = 60): ".
       ACCEPT MESES-RETENCION.
       IF MESES-RETENCION = ZERO
           MOVE 60 TO MESES-RETENCION.
       COMPUTE MESES-TOTALES = HOY-ANO * 12 + HOY-MES - 1
           - MESES-RETENCION.
       DIVIDE MESES-TOTALES BY 12 GIVING LIMITE-ANO
           REMAINDER LIMITE-MES.
       ADD 1 TO LIMITE-MES.
       MOVE HOY-DIA TO LIMITE-DIA.
       DISPLAY "Se anonimizan las personas con la ultima baja "
           "anterior al " FECHA-LIMITE ".".
       DISPLAY "Los datos personales se borran sin vuelta atras. "
           "¿Continuar? S/N".
       ACCEPT CONFIRMA-ANONIMIZA.
       IF CONFIRMA-ANONIMIZA NOT = "S"
           AND CONFIRMA-ANONIMIZA NOT = "s"
           DISPLAY "Anonimizacion cancelada."
           STOP RUN.

      * sin maestro de empleados no se sabe quien volvio a la
      * plantilla, y no se borra nada.
       3-ABRE-ARCHIVOS.
       OPEN I-O HISTORICO-ARCHIVO.
       IF ESTADO-HISTORICO = "05" OR ESTADO-HISTORICO > "09"
           DISPLAY "No hay historico de bajas que revisar, estado "
               ESTADO-HISTORICO
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       MOVE ESTADO-FILE TO ESTADO-APERTURA-EMPLEADOS.
       IF ESTADO-APERTURA-EMPLEADOS NOT = "00"
           DISPLAY "No se pudo abrir el maestro de empleados, estado "
               ESTADO-APERTURA-EMPLEADOS
           CLOSE HISTORICO-ARCHIVO
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * primera pasada: solo lectura, para saber la ultima baja de
      * cada persona antes de tocar ninguno de sus registros.
       4-BUSCA-CADUCADAS.
       PERFORM 41-LEE-HISTORICO.
       PERFORM 42-ANOTA-BAJA UNTIL FIN-HISTORICO = "S".
       IF TOTAL-PERSONAS > ZERO
           PERFORM 43-DECIDE-PERSONA
               VARYING IDX-PERSONA FROM 1 BY 1
               UNTIL IDX-PERSONA > TOTAL-PERSONAS.

       41-LEE-HISTORICO.
       READ HISTORICO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-HISTORICO.

       42-ANOTA-BAJA.
       PERFORM 44-FECHA-BAJA-LARGA.
       IF TOTAL-PERSONAS > ZERO
           AND PER-ID (TOTAL-PERSONAS) = HIS-ID
           IF FECHA-BAJA-LARGA > PER-ULTIMA-BAJA (TOTAL-PERSONAS)
               MOVE FECHA-BAJA-LARGA
                   TO PER-ULTIMA-BAJA (TOTAL-PERSONAS)
           END-IF
       ELSE
           IF TOTAL-PERSONAS < 9999
               ADD 1 TO TOTAL-PERSONAS
               MOVE HIS-ID TO PER-ID (TOTAL-PERSONAS)
               MOVE FECHA-BAJA-LARGA
                   TO PER-ULTIMA-BAJA (TOTAL-PERSONAS)
               MOVE "N" TO PER-CADUCADA (TOTAL-PERSONAS)
               MOVE ZERO TO PER-HISTORICOS (TOTAL-PERSONAS)
               MOVE ZERO TO PER-IMAGENES (TOTAL-PERSONAS)
           ELSE
               MOVE "S" TO TABLA-LLENA
           END-IF
       END-IF.
       PERFORM 41-LEE-HISTORICO.

       43-DECIDE-PERSONA.
       IF PER-ULTIMA-BAJA (IDX-PERSONA) < FECHA-LIMITE
           MOVE PER-ID (IDX-PERSONA) TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE "S" TO PER-CADUCADA (IDX-PERSONA)
                   ADD 1 TO CONTADOR-CADUCADAS
           END-READ
       END-IF.

       44-FECHA-BAJA-LARGA.
       MOVE HIS-FECHA-BAJA TO FECHA-BAJA-CORTA.
       IF BAJA-AA > HOY-AA
           COMPUTE FECHA-BAJA-LARGA = (HOY-SIGLO - 1) * 1000000
               + BAJA-AA * 10000 + BAJA-MMDD
       ELSE
           COMPUTE FECHA-BAJA-LARGA = HOY-SIGLO * 1000000
               + BAJA-AA * 10000 + BAJA-MMDD.

      * segunda pasada por el historico, ya I-O: se borran los datos
      * personales y quedan HIS-CLAVE (ID y fechas), el operador, el
      * ID de empleado y el departamento.
       5-ANONIMIZA-HISTORICO.
       MOVE ZEROS TO HIS-CLAVE.
       MOVE "N" TO FIN-HISTORICO.
       START HISTORICO-ARCHIVO KEY IS NOT LESS THAN HIS-CLAVE
           INVALID KEY MOVE "S" TO FIN-HISTORICO
       END-START.
       IF FIN-HISTORICO = "N"
           PERFORM 41-LEE-HISTORICO.
       PERFORM 51-ANONIMIZA-BAJA UNTIL FIN-HISTORICO = "S".

       51-ANONIMIZA-BAJA.
       MOVE HIS-ID TO ID-BUSCADO.
       PERFORM 95-BUSCA-PERSONA.
       IF IDX-HALLADO > ZERO
           IF HIS-NOMBRE NOT = SPACES OR HIS-AP-PATERNO NOT = SPACES
               OR HIS-AP-MATERNO NOT = SPACES
               OR HIS-DIRECCION NOT = SPACES
               OR HIS-TELEFONO NOT = ZERO
               OR HIS-FECHA-NACIMIENTO NOT = ZERO
               OR HIS-EDAD NOT = ZERO
               MOVE SPACES TO HIS-NOMBRE
               MOVE SPACES TO HIS-AP-PATERNO
               MOVE SPACES TO HIS-AP-MATERNO
               MOVE SPACES TO HIS-DIRECCION
               MOVE ZERO TO HIS-EDAD
               MOVE ZERO TO HIS-TELEFONO
               MOVE ZERO TO HIS-FECHA-NACIMIENTO
               REWRITE HISTORICO-REGISTRO
                   INVALID KEY
                       ADD 1 TO CONTADOR-ERRORES
                       DISPLAY "No se pudo reescribir la baja de "
                           HIS-ID ", estado " ESTADO-HISTORICO
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-HISTORICOS
                       ADD 1 TO PER-HISTORICOS (IDX-HALLADO)
               END-REWRITE
           END-IF
       END-IF.
       PERFORM 41-LEE-HISTORICO.

      * las generaciones se recorren en el orden de AUDCTLTXT, que es
      * el de la cadena de sellos: una generacion PURGADA ya no esta en
      * disco y su sello de cierre es el punto del que sigue la
      * siguiente.
       6-ANONIMIZA-GENERACIONES.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           PERFORM 61-LEE-CONTROL
           PERFORM 66-GUARDA-ENTRADA UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.
       IF TOTAL-ENTRADAS > ZERO
           PERFORM 62-PROCESA-GENERACION
               VARYING IDX-ENTRADA FROM 1 BY 1
               UNTIL IDX-ENTRADA > TOTAL-ENTRADAS.
       IF CONTROL-CAMBIADO = "S"
           PERFORM 67-REESCRIBE-CONTROL.

       61-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL.

       62-PROCESA-GENERACION.
       IF ENT-ESTADO (IDX-ENTRADA) = "ACTIVA"
           MOVE ENT-FECHA (IDX-ENTRADA) TO GENERACION-FECHA
           PERFORM 63-ANONIMIZA-GENERACION
       ELSE
       IF CADENA-ROTA = "N"
           MOVE ENT-SELLO (IDX-ENTRADA) TO SELLO-ORIGINAL
           MOVE ENT-SELLO (IDX-ENTRADA) TO SELLO-NUEVO.

       63-ANONIMIZA-GENERACION.
       OPEN I-O GENERACION-ARCHIVO.
       IF ESTADO-GENERACION = "05" OR ESTADO-GENERACION > "09"
           IF ESTADO-GENERACION < "90"
               CLOSE GENERACION-ARCHIVO
           END-IF
           IF CADENA-ROTA = "N"
               MOVE "S" TO CADENA-ROTA
               DISPLAY "Aviso: no se pudo abrir " GENERACION-RUTA
                   "; desde ella no se vuelve a sellar la auditoria."
           END-IF
       ELSE
           ADD 1 TO CONTADOR-GENERACIONES
           MOVE "N" TO FIN-GENERACION
           PERFORM 64-LEE-GENERACION
           PERFORM 65-ANONIMIZA-MOVIMIENTO
               UNTIL FIN-GENERACION = "S"
           CLOSE GENERACION-ARCHIVO
           PERFORM 68-CIERRA-GENERACION
       END-IF.

       64-LEE-GENERACION.
       READ GENERACION-ARCHIVO
           AT END MOVE "S" TO FIN-GENERACION.

      * el registro de la generacion se desglosa con el layout de
      * AUDITORIA.cpy a traves del registro de la FD de la auditoria
      * viva, que en esta fase todavia no esta abierta.
       65-ANONIMIZA-MOVIMIENTO.
       MOVE GENERACION-REGISTRO TO AUDITORIA-REGISTRO.
       PERFORM 93-COMPRUEBA-SELLO.
       PERFORM 94-ANONIMIZA-IMAGENES.
       PERFORM 98-RESELLA-REGISTRO.
       IF REGISTRO-TOCADO = "S" OR REGISTRO-RESELLADO = "S"
           MOVE AUDITORIA-REGISTRO TO GENERACION-REGISTRO
           REWRITE GENERACION-REGISTRO
           IF ESTADO-GENERACION NOT = "00"
               ADD 1 TO CONTADOR-ERRORES
               MOVE "S" TO CADENA-ROTA
               DISPLAY "No se pudo reescribir " GENERACION-RUTA
                   ", estado " ESTADO-GENERACION
           ELSE
               PERFORM 69-CUENTA-REESCRITO
           END-IF
       END-IF.
       PERFORM 64-LEE-GENERACION.

       66-GUARDA-ENTRADA.
       IF TOTAL-ENTRADAS < 999
           ADD 1 TO TOTAL-ENTRADAS
           MOVE CONTROL-REGISTRO TO ENTRADA-CONTROL (TOTAL-ENTRADAS)
       ELSE
           DISPLAY "Archivo de control lleno: se ignora la linea "
               CONTROL-REGISTRO.
       PERFORM 61-LEE-CONTROL.

       67-REESCRIBE-CONTROL.
       OPEN OUTPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL > "09"
           ADD 1 TO CONTADOR-ERRORES
           DISPLAY "No se pudo reescribir AUDCTLTXT, estado "
               ESTADO-CONTROL
       ELSE
           PERFORM 671-ESCRIBE-ENTRADA
               VARYING IDX-ENTRADA FROM 1 BY 1
               UNTIL IDX-ENTRADA > TOTAL-ENTRADAS
           CLOSE CONTROL-ARCHIVO
       END-IF.

       671-ESCRIBE-ENTRADA.
       MOVE ENTRADA-CONTROL (IDX-ENTRADA) TO CONTROL-REGISTRO.
       WRITE CONTROL-REGISTRO.

      * al acabar la generacion, la cadena original tiene que cuadrar
      * con el sello de cierre anotado (si no, faltan movimientos al
      * final); si cuadra, el cierre pasa a ser el sello nuevo.
       68-CIERRA-GENERACION.
       IF CADENA-ROTA = "N"
           IF ENT-SELLO (IDX-ENTRADA) NOT = SELLO-ORIGINAL
               MOVE "S" TO CADENA-ROTA
               DISPLAY "Aviso: el sello de cierre de " GENERACION-RUTA
                   " no cuadra; desde ella no se vuelve a sellar."
           ELSE
               IF ENT-SELLO (IDX-ENTRADA) NOT = SELLO-NUEVO
                   MOVE SELLO-NUEVO TO ENT-SELLO (IDX-ENTRADA)
                   MOVE "S" TO CONTROL-CAMBIADO
               END-IF
           END-IF
       END-IF.

       69-CUENTA-REESCRITO.
       IF REGISTRO-TOCADO = "S"
           ADD 1 TO CONTADOR-IMAGENES
           ADD 1 TO PER-IMAGENES (IDX-HALLADO).
       IF REGISTRO-RESELLADO = "S"
           ADD 1 TO CONTADOR-RESELLADOS.

       7-ANONIMIZA-AUDITORIA-VIVA.
       OPEN I-O AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "05" OR ESTADO-AUDITORIA > "09"
           IF ESTADO-AUDITORIA < "90"
               CLOSE AUDITORIA-ARCHIVO
           END-IF
       ELSE
           PERFORM 71-LEE-AUDITORIA
           PERFORM 72-ANONIMIZA-VIVO UNTIL FIN-AUDITORIA = "S"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       71-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA.

      * la auditoria viva sigue la cadena desde el cierre de la
      * ultima generacion, con los sellos que dejo la fase anterior.
       72-ANONIMIZA-VIVO.
       PERFORM 93-COMPRUEBA-SELLO.
       PERFORM 94-ANONIMIZA-IMAGENES.
       PERFORM 98-RESELLA-REGISTRO.
       IF REGISTRO-TOCADO = "S" OR REGISTRO-RESELLADO = "S"
           REWRITE AUDITORIA-REGISTRO
           IF ESTADO-AUDITORIA NOT = "00"
               ADD 1 TO CONTADOR-ERRORES
               MOVE "S" TO CADENA-ROTA
               DISPLAY "No se pudo reescribir AUDITORIATXT, estado "
                   ESTADO-AUDITORIA
           ELSE
               PERFORM 69-CUENTA-REESCRITO
           END-IF
       END-IF.
       PERFORM 71-LEE-AUDITORIA.

      * el movimiento tal como esta en disco tiene que encadenar con
      * el anterior; si no, la cadena ya venia rota y desde aqui no se
      * vuelve a sellar nada.
       93-COMPRUEBA-SELLO.
       IF CADENA-ROTA = "N"
           MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO
           MOVE SELLO-ORIGINAL TO SELLO-ANTERIOR
           PERFORM 97-CALCULA-SELLO
           IF SELLO-CALCULADO NOT = AUD-SELLO
               MOVE "S" TO CADENA-ROTA
               DISPLAY "Aviso: la cadena de sellos ya venia rota en "
                   "el movimiento " AUD-FECHA " " AUD-HORA " "
                   AUD-OPERACION " " AUD-ID
               DISPLAY "       desde ahi no se vuelve a sellar; "
                   "revise la verificacion de la auditoria."
           ELSE
               MOVE AUD-SELLO TO SELLO-ORIGINAL
           END-IF
       END-IF.

      * AUDITORIA-REGISTRO trae un movimiento: si es de una persona
      * caducada se vacian los datos personales de las dos imagenes.
      * Una imagen en blanco (la de antes de un alta, la de despues
      * de una baja) se deja como esta.
       94-ANONIMIZA-IMAGENES.
       MOVE "N" TO REGISTRO-TOCADO.
       MOVE AUD-ID TO ID-BUSCADO.
       PERFORM 95-BUSCA-PERSONA.
       IF IDX-HALLADO > ZERO
           MOVE AUD-ANTES TO IMAGEN-EMPLEADO
           PERFORM 96-VACIA-IMAGEN
           IF IMAGEN-TOCADA = "S"
               MOVE IMAGEN-EMPLEADO TO AUD-ANTES
               MOVE "S" TO REGISTRO-TOCADO
           END-IF
           MOVE AUD-DESPUES TO IMAGEN-EMPLEADO
           PERFORM 96-VACIA-IMAGEN
           IF IMAGEN-TOCADA = "S"
               MOVE IMAGEN-EMPLEADO TO AUD-DESPUES
               MOVE "S" TO REGISTRO-TOCADO
           END-IF
       END-IF.

      * busca ID-BUSCADO entre las personas caducadas; IDX-HALLADO
      * queda a cero si no lo es.
       95-BUSCA-PERSONA.
       MOVE ZERO TO IDX-HALLADO.
       IF TOTAL-PERSONAS > ZERO
           PERFORM 951-COMPARA-PERSONA
               VARYING IDX-PERSONA FROM 1 BY 1
               UNTIL IDX-PERSONA > TOTAL-PERSONAS
                  OR IDX-HALLADO > ZERO.

       951-COMPARA-PERSONA.
       IF PER-ID (IDX-PERSONA) = ID-BUSCADO
           AND PER-CADUCADA (IDX-PERSONA) = "S"
           MOVE IDX-PERSONA TO IDX-HALLADO.

       96-VACIA-IMAGEN.
       MOVE "N" TO IMAGEN-TOCADA.
       IF IMAGEN-EMPLEADO NOT = SPACES
           IF IMG-NOMBRE NOT = SPACES OR IMG-APELLIDOS NOT = SPACES
               OR IMG-DIRECCION NOT = SPACES
               OR IMG-EDAD NOT = "00"
               OR IMG-TELEFONO NOT = "000000000"
               OR IMG-NACIMIENTO NOT = "00000000"
               MOVE SPACES TO IMG-NOMBRE
               MOVE SPACES TO IMG-APELLIDOS
               MOVE SPACES TO IMG-DIRECCION
               MOVE ZEROS TO IMG-EDAD
               MOVE ZEROS TO IMG-TELEFONO
               MOVE ZEROS TO IMG-NACIMIENTO
               MOVE "S" TO IMAGEN-TOCADA
           END-IF
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

      * sella el movimiento ya anonimizado a partir del sello nuevo del
      * anterior; si no cambia, el registro no hace falta reescribirlo.
       98-RESELLA-REGISTRO.
       MOVE "N" TO REGISTRO-RESELLADO.
       IF CADENA-ROTA = "N"
           MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO
           MOVE SELLO-NUEVO TO SELLO-ANTERIOR
           PERFORM 97-CALCULA-SELLO
           IF SELLO-CALCULADO NOT = AUD-SELLO
               MOVE SELLO-CALCULADO TO AUD-SELLO
               MOVE "S" TO REGISTRO-RESELLADO
           END-IF
           MOVE AUD-SELLO TO SELLO-NUEVO
       END-IF.

      * el certificado lista solo a quien se le borro algo en esta
      * pasada; lo anonimizado en pasadas anteriores ya consto en su
      * certificado.
       8-IMPRIME-CERTIFICADO.
       MOVE FECHA-HOY TO SPOOL-FECHA.
       OPEN OUTPUT CERTIFICADO-ARCHIVO.
       IF ESTADO-CERTIFICADO > "09"
           DISPLAY "No se pudo crear " RUTA-SPOOL ", estado "
               ESTADO-CERTIFICADO
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM 81-CABECERA-CERTIFICADO
           IF TOTAL-PERSONAS > ZERO
               PERFORM 82-LINEA-PERSONA
                   VARYING IDX-PERSONA FROM 1 BY 1
                   UNTIL IDX-PERSONA > TOTAL-PERSONAS
           END-IF
           PERFORM 83-PIE-CERTIFICADO
           CLOSE CERTIFICADO-ARCHIVO
           PERFORM 92-REGISTRA-SPOOL
       END-IF.

       81-CABECERA-CERTIFICADO.
       MOVE "CERTIFICADO DE ANONIMIZACION DE DATOS DE BAJAS"
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "FECHA DE EJECUCION: " DELIMITED BY SIZE
           FECHA-HOY DELIMITED BY SIZE
           "   OPERADOR: " DELIMITED BY SIZE
           OPERADOR-ID DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "PLAZO DE CONSERVACION: " DELIMITED BY SIZE
           MESES-RETENCION DELIMITED BY SIZE
           " MESES   ULTIMA BAJA ANTERIOR AL " DELIMITED BY SIZE
           FECHA-LIMITE DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "SE CONSERVAN ID, DEPARTAMENTO Y FECHAS; SE BORRAN NOMBRE,"
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "APELLIDOS, EDAD, TELEFONO, DIRECCION Y NACIMIENTO."
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "        ID    ULTIMA BAJA   HISTORICO   AUDITORIA"
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.

       82-LINEA-PERSONA.
       IF PER-HISTORICOS (IDX-PERSONA) > ZERO
           OR PER-IMAGENES (IDX-PERSONA) > ZERO
           ADD 1 TO CONTADOR-PERSONAS-ANON
           MOVE PER-ID (IDX-PERSONA) TO LIN-ID
           MOVE PER-ULTIMA-BAJA (IDX-PERSONA) TO LIN-BAJA
           MOVE PER-HISTORICOS (IDX-PERSONA) TO LIN-HISTORICOS
           MOVE PER-IMAGENES (IDX-PERSONA) TO LIN-IMAGENES
           MOVE LINEA-PERSONA TO LINEA-CERTIFICADO
           PERFORM 91-ESCRIBE-LINEA.

       83-PIE-CERTIFICADO.
       MOVE SPACES TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE LINEA-SEPARADORA TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "PERSONAS ANONIMIZADAS:           " DELIMITED BY SIZE
           CONTADOR-PERSONAS-ANON DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "REGISTROS DEL HISTORICO:         " DELIMITED BY SIZE
           CONTADOR-HISTORICOS DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "MOVIMIENTOS DE AUDITORIA:        " DELIMITED BY SIZE
           CONTADOR-IMAGENES DELIMITED BY SIZE
           "  (EN " DELIMITED BY SIZE
           CONTADOR-GENERACIONES DELIMITED BY SIZE
           " GENERACIONES + AUDITORIA DEL DIA)" DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       STRING "MOVIMIENTOS VUELTOS A SELLAR:    " DELIMITED BY SIZE
           CONTADOR-RESELLADOS DELIMITED BY SIZE
           INTO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       IF CADENA-ROTA = "S"
           MOVE "*** LA CADENA DE SELLOS DE LA AUDITORIA ESTA ROTA ***"
               TO LINEA-CERTIFICADO
           PERFORM 91-ESCRIBE-LINEA.
       IF CONTADOR-ERRORES > ZERO
           MOVE SPACES TO LINEA-CERTIFICADO
           STRING "*** ERRORES DE GRABACION: " DELIMITED BY SIZE
               CONTADOR-ERRORES DELIMITED BY SIZE
               " - CERTIFICADO INCOMPLETO ***" DELIMITED BY SIZE
               INTO LINEA-CERTIFICADO
           PERFORM 91-ESCRIBE-LINEA.
       IF TABLA-LLENA = "S"
           MOVE "*** HISTORICO CON MAS DE 9999 PERSONAS: INCOMPLETO ***"
               TO LINEA-CERTIFICADO
           PERFORM 91-ESCRIBE-LINEA.
       MOVE SPACES TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.
       MOVE "FIRMA DEL DELEGADO DE PROTECCION DE DATOS: ______________"
           TO LINEA-CERTIFICADO.
       PERFORM 91-ESCRIBE-LINEA.

       91-ESCRIBE-LINEA.
       WRITE LINEA-CERTIFICADO.
       ADD 1 TO CONTADOR-LINEAS-SPOOL.

      * la generacion queda anotada en el registro de spool con su
      * recuento de lineas, para poderla reimprimir sin repetir la
      * pasada contra los datos vivos.
       92-REGISTRA-SPOOL.
       OPEN EXTEND SPOOL-ARCHIVO.
       MOVE "ANONIM" TO SPL-NOMBRE.
       MOVE SPOOL-FECHA TO SPL-FECHA.
       MOVE CONTADOR-LINEAS-SPOOL TO SPL-LINEAS.
       MOVE "LISTO" TO SPL-ESTADO.
       WRITE SPOOL-REGISTRO.
       CLOSE SPOOL-ARCHIVO.

       9-IMPRIME-RESUMEN.
       DISPLAY " ".
       DISPLAY "===== ANONIMIZACION DE BAJAS =====".
       DISPLAY "Personas en el historico:     " TOTAL-PERSONAS.
       DISPLAY "Personas fuera de plazo:      " CONTADOR-CADUCADAS.
       DISPLAY "Personas anonimizadas ahora:  " CONTADOR-PERSONAS-ANON.
       DISPLAY "Registros del historico:      " CONTADOR-HISTORICOS.
       DISPLAY "Movimientos de auditoria:     " CONTADOR-IMAGENES.
       DISPLAY "Movimientos vueltos a sellar: " CONTADOR-RESELLADOS.
       DISPLAY "Certificado en la generacion " RUTA-SPOOL ".".
       IF CONTADOR-ERRORES > ZERO
           DISPLAY "*** Errores de grabacion: " CONTADOR-ERRORES
               " ***"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF TABLA-LLENA = "S"
               DISPLAY "*** Mas de 9999 personas en el historico: "
                   "ampliar TABLA-PERSONAS ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CADENA-ROTA = "S"
                   DISPLAY "*** La cadena de sellos de la auditoria "
                       "esta rota: revise la verificacion ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       END-IF.

       END PROGRAM ANONIMIZA.
