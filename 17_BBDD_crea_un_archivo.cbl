                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

      * AUDCTLTXT solo se lee: si la auditoria viva esta vacia, la
      * cadena de sellos sigue desde el sello de cierre de la ultima
      * generacion cortada.

                 SELECT OPTIONAL CHECKPOINT-ARCHIVO
                 ASSIGN TO "CHECKPOINTDAT"
                 ORGANIZATION SEQUENTIAL
                 RECORD KEY IS CON-CLAVE
                 STATUS ESTADO-CONTACTOS.

                 SELECT OPTIONAL CERTIFICADOS-ARCHIVO
                 ASSIGN TO "CERTIFICADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CER-CLAVE
                 STATUS ESTADO-CERTIFICADOS.

                 SELECT OPTIONAL CALENDARIO-ARCHIVO
                 ASSIGN TO "CALENDARIODAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CAL-FECHA
                 STATUS ESTADO-CALENDARIO.

                 SELECT OPTIONAL VACACIONES-ARCHIVO
                 ASSIGN TO "VACACIONESDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE RANDOM
                 RECORD KEY IS VAC-CLAVE
                 STATUS ESTADO-VACACIONES.

      * VACACIONES-ARCHIVO es el derecho anual de vacaciones de cada
      * empleado que mantiene 68_BBDD_mantiene_vacaciones.cbl y cierra
      * 69_BBDD_cierre_vacaciones.cbl: el saldo se calcula contra ese
      * derecho (mas lo traspasado del ano anterior) y no contra un
      * numero fijo de dias.

      * CALENDARIO-ARCHIVO es el calendario laboral que mantiene
      * 67_BBDD_mantiene_calendario.cbl (festivos y semana laboral):
      * el saldo de vacaciones cuenta solo los dias laborables que
      * caen dentro de cada ausencia, no los dias naturales.

      * CONTACTOS-ARCHIVO guarda los contactos de emergencia de cada
      * empleado (nombre, parentesco y telefono): cuando alguien se
      * desploma en planta, el unico numero del sistema era el suyo
      * consulta por ID y se limpian cuando la baja archiva al
      * empleado.

      * CERTIFICADOS-ARCHIVO: los certificados de formacion que lleva
      * 83_BBDD_mantiene_certificados.cbl; la baja los limpia igual
      * que los contactos.

      * NUMERADOR-ARCHIVO es el registro de rangos de ID que mantiene
      * 48_BBDD_mantiene_numerador.cbl: el alta propone el siguiente
      * ID libre del rango PLANTILLA en vez de que el operador se lo

      * AUDITORIA-ARCHIVO lleva un registro por cada alta, modificacion
      * o baja en EMPLEADOS-ARCHIVO: quien, cuando y los datos de antes
      * y despues del cambio, sellado en cadena con el registro
      * anterior (AUD-SELLO) para que un borrado o un retoque se note.

      * CHECKPOINT-ARCHIVO guarda un unico registro con el ultimo ID
      * dado de alta y el total de altas de la tanda en curso, para
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que consultan la auditoria.

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD CHECKPOINT-ARCHIVO.
             01 CHECKPOINT-REGISTRO.
               02 CHK-ULTIMO-ID    PIC 9(6).
      * CONTACTOS-REGISTRO viene del copybook CONTACTO.cpy, el layout
      * comun con la hoja de emergencia por departamento.

           FD CERTIFICADOS-ARCHIVO.
           COPY CERTIFICADO.
      * CERTIFICADOS-REGISTRO viene del copybook CERTIFICADO.cpy, el
      * layout comun con el mantenimiento de certificados.

           FD CALENDARIO-ARCHIVO.
           COPY CALENDARIO.
      * CALENDARIO-REGISTRO viene del copybook CALENDARIO.cpy, el
      * layout comun con el mantenimiento del calendario laboral.

           FD VACACIONES-ARCHIVO.
           COPY VACACION.
      * VACACIONES-REGISTRO viene del copybook VACACION.cpy, el layout
      * comun con el mantenimiento y el cierre anual de vacaciones.


      * aqui van las variables del archivo logico:
       WORKING-STORAGE SECTION.
       01  SECUENCIA-BORRAR  PIC 9(3).
       01  SIGUE-CONTACTOS   PIC A.

      * limpieza de certificados en la baja.
       01  ESTADO-CERTIFICADOS PIC XX.
       01  FIN-CERTIFICADOS  PIC A.

      * numerador de IDs (el alta propone el siguiente libre).
       01  ESTADO-NUMERADOR  PIC XX.
       01  ESTADO-APERTURA-NUMERADOR PIC XX.
       01  FIN-AUSENCIAS     PIC A.
       01  AUSENCIA-HALLADA  PIC A.
       01  ANO-CONSULTA      PIC 9(4).
       01  DIAS-VACACIONES-ANO PIC 9(4).
      * sin derecho grabado para el ano se supone el de convenio.
       01  DIAS-VACACIONES-DEFECTO PIC 9(3) VALUE 22.
       01  ESTADO-VACACIONES PIC XX.
       01  ESTADO-APERTURA-VACACIONES PIC XX.
       01  DERECHO-HALLADO   PIC A.
       01  DIAS-USADOS       PIC 9(4).
       01  DIAS-AUSENCIA     PIC S9(5).
       01  SALDO-VACACIONES  PIC S9(4).
       01  DIAS-SERIE        PIC 9(7).
       01  DIAS-SERIE-INICIO PIC 9(7).

      * calendario laboral: la semana laboral sale del registro cero
      * de CALENDARIODAT (lunes a viernes si no hay calendario) y los
      * festivos que caen en dia laborable se descuentan aparte.
       01  ESTADO-CALENDARIO PIC XX.
       01  ESTADO-APERTURA-CALENDARIO PIC XX.
       01  FIN-CALENDARIO    PIC A.
       01  SEMANA-LABORAL    PIC X(7) VALUE "SSSSSNN".
       01  DIA-SEMANA        PIC 9.
       01  SEMANAS-SERIE     PIC 9(7).
       01  DIAS-SERIE-FIN    PIC 9(7).
       01  DIAS-SERIE-CUENTA PIC 9(7).

       01  ESTADO-CONTROL    PIC XX.
       01  REGISTRO-PENDIENTE PIC X(383).
       01  FIN-CONTROL       PIC A.
       01  FIN-AUDITORIA     PIC A.

      * sello encadenado de la auditoria (ver AUDITORIA.cpy): cada
      * byte del movimiento vale su posicion en TABLA-BYTES, que lleva
      * los 256 valores en orden y se recorre por mitades, y el sello
      * es el polinomio de esas posiciones en base 31 modulo 999999937
      * empezando por el sello del registro anterior.
       01  TABLA-BYTES.
           02 FILLER         PIC X(16)
              VALUE X"000102030405060708090A0B0C0D0E0F".
           02 FILLER         PIC X(16)
              VALUE X"101112131415161718191A1B1C1D1E1F".
           02 FILLER         PIC X(16)
              VALUE X"202122232425262728292A2B2C2D2E2F".
           02 FILLER         PIC X(16)
              VALUE X"303132333435363738393A3B3C3D3E3F".
           02 FILLER         PIC X(16)
              VALUE X"404142434445464748494A4B4C4D4E4F".
           02 FILLER         PIC X(16)
              VALUE X"505152535455565758595A5B5C5D5E5F".
           02 FILLER         PIC X(16)
              VALUE X"606162636465666768696A6B6C6D6E6F".
           02 FILLER         PIC X(16)
              VALUE X"707172737475767778797A7B7C7D7E7F".
           02 FILLER         PIC X(16)
              VALUE X"808182838485868788898A8B8C8D8E8F".
           02 FILLER         PIC X(16)
              VALUE X"909192939495969798999A9B9C9D9E9F".
           02 FILLER         PIC X(16)
              VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           02 FILLER         PIC X(16)
              VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
           02 FILLER         PIC X(16)
              VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           02 FILLER         PIC X(16)
              VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           02 FILLER         PIC X(16)
              VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           02 FILLER         PIC X(16)
              VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01  IMAGEN-SELLO      PIC X(374).
       01  SELLO-ANTERIOR    PIC 9(9) VALUE ZEROS.
       01  SELLO-CALCULADO   PIC 9(9).
       01  SELLO-PRODUCTO    PIC 9(12).
       01  SELLO-COCIENTE    PIC 9(12).
       01  IDX-BYTE          PIC 9(3).
       01  BYTE-DESDE        PIC 9(3).
       01  BYTE-HASTA        PIC 9(3).
       01  BYTE-MEDIO        PIC 9(3).

**************************************************************************************************************
       PROCEDURE DIVISION.
      * MAIN-LOGIC SECTION.
           OPEN OUTPUT CONTACTOS-ARCHIVO
           CLOSE CONTACTOS-ARCHIVO
           OPEN I-O CONTACTOS-ARCHIVO.
       OPEN I-O CERTIFICADOS-ARCHIVO.
       IF ESTADO-CERTIFICADOS = "35"
           OPEN OUTPUT CERTIFICADOS-ARCHIVO
           CLOSE CERTIFICADOS-ARCHIVO
           OPEN I-O CERTIFICADOS-ARCHIVO.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       MOVE ESTADO-DEPARTAMENTOS TO ESTADO-APERTURA-DEPARTAMENTOS.
       IF ESTADO-APERTURA-DEPARTAMENTOS NOT = "00"
           DISPLAY "Aviso: maestro de departamentos no disponible "
               "(estado " ESTADO-DEPARTAMENTOS "); no se validara "
               "el departamento.".
      * sin calendario laboral el saldo de vacaciones cuenta de lunes
      * a viernes, sin festivos.
       OPEN INPUT CALENDARIO-ARCHIVO.
       MOVE ESTADO-CALENDARIO TO ESTADO-APERTURA-CALENDARIO.
       IF ESTADO-APERTURA-CALENDARIO = "00"
           MOVE ZEROS TO CAL-FECHA
           READ CALENDARIO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAL-SEMANA-LABORAL TO SEMANA-LABORAL
           END-READ
       END-IF.
      * sin archivo de derechos el saldo se calcula sobre los dias de
      * convenio.
       OPEN INPUT VACACIONES-ARCHIVO.
       MOVE ESTADO-VACACIONES TO ESTADO-APERTURA-VACACIONES.

       3-CIERRA-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE AUSENCIAS-ARCHIVO.
       CLOSE NUMERADOR-ARCHIVO.
       CLOSE CONTACTOS-ARCHIVO.
       CLOSE CERTIFICADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.
       CLOSE CALENDARIO-ARCHIVO.
       CLOSE VACACIONES-ARCHIVO.

      * el menu se monta segun el nivel del operador: los de solo
      * consulta ni siquiera ven alta, modificacion, baja ni
       ACCEPT AUD-FECHA FROM DATE.
       ACCEPT AUD-HORA FROM TIME.
       MOVE OPERADOR-ID TO AUD-OPERADOR.
       PERFORM 96-SELLA-AUDITORIA.
       WRITE AUDITORIA-REGISTRO.
       IF ESTADO-AUDITORIA NOT = "00"
           DISPLAY "Error al escribir la auditoria, estado "
               ESTADO-AUDITORIA
       END-IF.

      * la sesion de menu dura horas y mientras tanto escriben en la
      * auditoria los lotes y las demas sesiones: el sello anterior se
      * busca justo antes de cada escritura, releyendo el archivo.
       96-SELLA-AUDITORIA.
       MOVE AUDITORIA-REGISTRO TO REGISTRO-PENDIENTE.
       CLOSE AUDITORIA-ARCHIVO.
       PERFORM 961-BUSCA-SELLO-ANTERIOR.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       MOVE REGISTRO-PENDIENTE TO AUDITORIA-REGISTRO.
       MOVE AUD-MOVIMIENTO TO IMAGEN-SELLO.
       PERFORM 97-CALCULA-SELLO.
       MOVE SELLO-CALCULADO TO AUD-SELLO.

      * el sello del que sigue la cadena es el del ultimo registro de
      * la auditoria viva o, si esta vacia, el de cierre de la ultima
      * generacion cortada; sin ninguno de los dos empieza en cero.
       961-BUSCA-SELLO-ANTERIOR.
       MOVE ZEROS TO SELLO-ANTERIOR.
       OPEN INPUT CONTROL-ARCHIVO.
       IF ESTADO-CONTROL = "00"
           MOVE "N" TO FIN-CONTROL
           PERFORM 962-LEE-CONTROL UNTIL FIN-CONTROL = "S"
       END-IF.
       IF ESTADO-CONTROL < "90"
           CLOSE CONTROL-ARCHIVO
       END-IF.
       OPEN INPUT AUDITORIA-ARCHIVO.
       IF ESTADO-AUDITORIA = "00"
           MOVE "N" TO FIN-AUDITORIA
           PERFORM 963-LEE-AUDITORIA UNTIL FIN-AUDITORIA = "S"
       END-IF.
       IF ESTADO-AUDITORIA < "90"
           CLOSE AUDITORIA-ARCHIVO
       END-IF.

       962-LEE-CONTROL.
       READ CONTROL-ARCHIVO
           AT END MOVE "S" TO FIN-CONTROL
           NOT AT END
               IF CTL-SELLO IS NUMERIC
                   MOVE CTL-SELLO TO SELLO-ANTERIOR
               END-IF
       END-READ.

       963-LEE-AUDITORIA.
       READ AUDITORIA-ARCHIVO
           AT END MOVE "S" TO FIN-AUDITORIA
           NOT AT END
               IF AUD-SELLO IS NUMERIC
                   MOVE AUD-SELLO TO SELLO-ANTERIOR
               END-IF
       END-READ.

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


       8-REINICIA.
       DISPLAY "¿Desea almacenar otro registro en la base de datos?".
                   MOVE "BAJA" TO AUD-OPERACION
                   PERFORM 99-REGISTRA-AUDITORIA
                   PERFORM 123-BORRA-CONTACTOS
                   PERFORM 125-BORRA-CERTIFICADOS
               END-IF
           END-IF
       ELSE
           END-IF
       END-IF.

      * con los certificados de formacion pasa lo mismo: quedan en
      * el historico de la auditoria, no en el archivo vivo.
       125-BORRA-CERTIFICADOS.
       MOVE ID-BUSQUEDA TO CER-ID.
       MOVE LOW-VALUES TO CER-TIPO.
       START CERTIFICADOS-ARCHIVO KEY IS NOT LESS THAN CER-CLAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "N" TO FIN-CERTIFICADOS
               PERFORM 126-BORRA-CERTIFICADO
                   UNTIL FIN-CERTIFICADOS = "S"
       END-START.

       126-BORRA-CERTIFICADO.
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-CERTIFICADOS.
       IF FIN-CERTIFICADOS = "N"
           IF CER-ID = ID-BUSQUEDA
               DELETE CERTIFICADOS-ARCHIVO RECORD
           ELSE
               MOVE "S" TO FIN-CERTIFICADOS
           END-IF
       END-IF.

       122-ARCHIVA-EN-HISTORICO.
       MOVE EMPLEADOS-ID TO HIS-ID.
       ACCEPT HIS-FECHA-BAJA FROM DATE.
       MOVE ID-BUSQUEDA TO AUS-ID.
       MOVE "N" TO AUSENCIA-VALIDA.
       PERFORM 182-ACEPTA-FECHAS UNTIL AUSENCIA-VALIDA = "S".
       DISPLAY "Tipo (VACACIONES, ENFERMEDAD, PERMISO, "
           "SIN SUELDO...): ".
       ACCEPT AUS-TIPO.
       DISPLAY "Aprobada por (en blanco = tu firma): ".
       ACCEPT AUS-APROBADA-POR.
       END-START.
       IF AUSENCIA-HALLADA = "N"
           DISPLAY "No hay ausencias registradas para ese ID.".
       PERFORM 197-BUSCA-DERECHO.
       COMPUTE SALDO-VACACIONES = DIAS-VACACIONES-ANO - DIAS-USADOS.
       DISPLAY "Vacaciones usadas en " ANO-CONSULTA ": " DIAS-USADOS
           " dias laborables; saldo: " SALDO-VACACIONES " de "
           DIAS-VACACIONES-ANO ".".
       IF DERECHO-HALLADO = "N"
           DISPLAY "(sin derecho grabado en MANTVAC para ese ano, se "
               "suponen " DIAS-VACACIONES-DEFECTO " dias)".
       IF DERECHO-HALLADO = "S" AND VAC-ESTADO = "CERRADO"
           DISPLAY "Ano cerrado: " VAC-DIAS-TRASPASADOS
               " dias pasaron al ano siguiente y "
               VAC-DIAS-PERDIDOS " se perdieron o liquidaron.".

      * el derecho del ano es el prorrateado de VACACIONESDAT mas lo
      * que el cierre del ano anterior le traspaso.
       197-BUSCA-DERECHO.
       MOVE "N" TO DERECHO-HALLADO.
       MOVE DIAS-VACACIONES-DEFECTO TO DIAS-VACACIONES-ANO.
       IF ESTADO-APERTURA-VACACIONES = "00"
           MOVE ID-BUSQUEDA TO VAC-ID
           MOVE ANO-CONSULTA TO VAC-ANO
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO DERECHO-HALLADO
                   COMPUTE DIAS-VACACIONES-ANO =
                       VAC-DIAS-DERECHO + VAC-DIAS-ARRASTRE
                   DISPLAY "Derecho " ANO-CONSULTA ": "
                       VAC-DIAS-DERECHO " dias del ano ("
                       VAC-FECHA-DESDE " a " VAC-FECHA-HASTA ", "
                       VAC-PORCENTAJE-JORNADA "% de jornada) mas "
                       VAC-DIAS-ARRASTRE " traspasados."
           END-READ
       END-IF.

       191-LISTA-AUSENCIA.
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           MOVE DIAS-SERIE TO DIAS-SERIE-INICIO
           MOVE FECHA-RECORTE-FIN TO FECHA-TRABAJO
           PERFORM 56-CONVIERTE-A-DIAS
           MOVE DIAS-SERIE TO DIAS-SERIE-FIN
           PERFORM 194-CUENTA-LABORABLES
           ADD DIAS-AUSENCIA TO DIAS-USADOS
       END-IF.

      * dias laborables entre DIAS-SERIE-INICIO y DIAS-SERIE-FIN: se
      * cuentan los dias cuya semana laboral dice S y luego se restan
      * los festivos del calendario que caen en uno de esos dias.
       194-CUENTA-LABORABLES.
       MOVE ZERO TO DIAS-AUSENCIA.
       MOVE DIAS-SERIE-INICIO TO DIAS-SERIE-CUENTA.
       PERFORM 195-CUENTA-DIA
           UNTIL DIAS-SERIE-CUENTA > DIAS-SERIE-FIN.
       IF ESTADO-APERTURA-CALENDARIO = "00"
           MOVE FECHA-RECORTE-INI TO CAL-FECHA
           MOVE "N" TO FIN-CALENDARIO
           START CALENDARIO-ARCHIVO KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   MOVE "S" TO FIN-CALENDARIO
           END-START
           PERFORM 196-DESCUENTA-FESTIVO UNTIL FIN-CALENDARIO = "S"
       END-IF.

       195-CUENTA-DIA.
       MOVE DIAS-SERIE-CUENTA TO DIAS-SERIE.
       PERFORM 57-CALCULA-DIA-SEMANA.
       IF SEMANA-LABORAL (DIA-SEMANA:1) = "S"
           ADD 1 TO DIAS-AUSENCIA.
       ADD 1 TO DIAS-SERIE-CUENTA.

       196-DESCUENTA-FESTIVO.
       READ CALENDARIO-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-CALENDARIO.
       IF FIN-CALENDARIO = "N"
           IF CAL-FECHA > FECHA-RECORTE-FIN
               MOVE "S" TO FIN-CALENDARIO
           ELSE
               MOVE CAL-FECHA TO FECHA-TRABAJO
               PERFORM 56-CONVIERTE-A-DIAS
               PERFORM 57-CALCULA-DIA-SEMANA
               IF SEMANA-LABORAL (DIA-SEMANA:1) = "S"
                   SUBTRACT 1 FROM DIAS-AUSENCIA
               END-IF
           END-IF
       END-IF.

      * convierte FECHA-TRABAJO (AAAAMMDD) en DIAS-SERIE, un numero
      * de dia corrido del calendario gregoriano; las divisiones van
      * en DIVIDE sueltos para que trunquen como manda la formula.
       COMPUTE DIAS-SERIE = 365 * CALC-ANO + CALC-Q4 - CALC-Q100
           + CALC-Q400 + CALC-M306 + FT-DIA - 428.

      * dia de la semana de DIAS-SERIE: 1 lunes ... 7 domingo, la
      * posicion que le toca en SEMANA-LABORAL.
       57-CALCULA-DIA-SEMANA.
       DIVIDE DIAS-SERIE BY 7 GIVING SEMANAS-SERIE
           REMAINDER DIA-SEMANA.
       IF DIA-SEMANA = ZERO
           MOVE 7 TO DIA-SEMANA.

      * contactos de emergencia: el ID se valida contra el maestro,
      * se enseñan los contactos que ya tiene y despues se puede dar
      * de alta otro o borrar uno por su secuencia.
