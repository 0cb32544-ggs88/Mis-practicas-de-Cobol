      *    para las fechas va el AAAAMMDD en la parte entera), todo
      *    en una sola pasada sin preguntar nada. En lote el codigo 8
      *    solo suma dias; para restar esta el modo de pantalla.
      *    Una linea que empieza por P es un prestamo (ver
      *    OPERACION-PRESTAMO): se calcula su cuadro de amortizacion
      *    igual que en la opcion 13 de la calculadora.
                SELECT OPTIONAL RESULTADOS-ARCHIVO ASSIGN TO
                                 "RESULTADOSTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-RESULTADOS.
                SELECT OPTIONAL CUADRO-ARCHIVO ASSIGN TO
                                 "PRESTAMOTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CUADRO.
      *    cuadro de amortizacion del prestamo, para adjuntarlo al
      *    acuerdo del anticipo. En pantalla guarda el ultimo cuadro
      *    calculado; en lote, todos los prestamos del lote seguidos.

       DATA DIVISION.
       FILE SECTION.
               02 OPE-OPERACION PIC 9.
               02 OPE-NUMERO1   PIC 9(10)V99.
               02 OPE-NUMERO2   PIC 9(10)V99.
             01 OPERACION-PRESTAMO.
               02 OPE-MARCA-PRESTAMO PIC X.
               02 OPE-PRINCIPAL      PIC 9(10)V99.
               02 OPE-TIPO-ANUAL     PIC 9(3)V99.
               02 OPE-MESES          PIC 9(3).
               02 OPE-FECHA-INICIO   PIC 9(8).
      *    linea de prestamo: "P", el principal como NUMERO1, el tipo
      *    de interes anual en tanto por ciento con dos decimales
      *    implicitos (cero vale), el numero de meses y la fecha de
      *    la primera cuota en AAAAMMDD.

           FD RESULTADOS-ARCHIVO.
             01 RESULTADO-REGISTRO PIC X(80).

           FD CUADRO-ARCHIVO.
             01 CUADRO-REGISTRO PIC X(80).

       WORKING-STORAGE SECTION.

       01  NUMERO1               PIC S9(10)V99 VALUE ZEROS.
       01  OPERACIONES-PROCESADAS PIC 9(4) VALUE ZEROS.
       01  OPERACIONES-FALLIDAS  PIC 9(4) VALUE ZEROS.

      * prestamo: cuota constante (sistema frances) con el tipo
      * mensual = tipo anual / 1200; sin interes la cuota es el
      * principal entre los meses. La ultima cuota se ajusta para
      * que el pendiente quede exactamente a cero.
       01  ESTADO-CUADRO         PIC XX.
       01  CUADRO-ABIERTO        PIC A VALUE "N".
       01  PRESTAMO-VALIDO       PIC A.
       01  PRE-PRINCIPAL         PIC 9(10)V99.
       01  PRE-TIPO-ANUAL        PIC 9(3)V99.
       01  PRE-MESES             PIC 9(3).
       01  PRE-FECHA-INICIO      PIC 9(8).
       01  PRE-INICIO-PARTES REDEFINES PRE-FECHA-INICIO.
           02 PRE-INICIO-ANO     PIC 9(4).
           02 PRE-INICIO-MES     PIC 9(2).
           02 PRE-INICIO-DIA     PIC 9(2).
       01  PRE-TIPO-MENSUAL      PIC 9V9(12).
       01  PRE-FACTOR            PIC 9(18)V9(12).
       01  PRE-NUMERADOR         PIC 9(16)V9(14).
       01  PRE-DENOMINADOR       PIC 9(18)V9(12).
       01  PRE-COEFICIENTE       PIC 9V9(14).
       01  PRE-CUOTA             PIC 9(10)V99.
       01  PRE-NUMERO-CUOTA      PIC 9(3).
       01  PRE-CUOTA-MES         PIC 9(10)V99.
       01  PRE-INTERES-MES       PIC 9(10)V99.
       01  PRE-AMORTIZA-MES      PIC 9(10)V99.
       01  PRE-SALDO             PIC 9(10)V99.
       01  PRE-TOTAL-CUOTAS      PIC 9(10)V99.
       01  PRE-TOTAL-INTERESES   PIC 9(10)V99.
       01  PRE-TOTAL-AMORTIZADO  PIC 9(10)V99.
       01  PRE-MESES-CORRIDOS    PIC 9(6).
       01  PRE-FECHA-CUOTA       PIC 9(8).
       01  PRE-CUOTA-PARTES REDEFINES PRE-FECHA-CUOTA.
           02 PRE-CUOTA-ANO      PIC 9(4).
           02 PRE-CUOTA-MES-ANO  PIC 9(2).
           02 PRE-CUOTA-DIA      PIC 9(2).
       01  PRE-DIAS-DEL-MES      PIC 9(2).
       01  PRE-RESTO-4           PIC 9(3).
       01  PRE-RESTO-100         PIC 9(3).
       01  PRE-RESTO-400         PIC 9(3).
       01  PRE-IMPORTE-ED        PIC ZZZZZZZZZ9.99.
       01  PRE-SEGUNDO-ED        PIC ZZZZZZZZZ9.99.
       01  PRE-TIPO-ED           PIC ZZ9.99.
       01  PRE-LINEA-RESUMEN     PIC X(60).
       01  TABLA-DIAS-MES        PIC X(24)
                                 VALUE "312831303130313130313031".
       01  DIAS-MES-TABLA REDEFINES TABLA-DIAS-MES.
           02 DIAS-MES           PIC 9(2) OCCURS 12 TIMES.

       01  LINEA-CUADRO.
           02 CUA-NUMERO         PIC ZZ9.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 CUA-FECHA          PIC 9(8).
           02 FILLER             PIC X(2) VALUE SPACES.
           02 CUA-CUOTA          PIC ZZZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 CUA-INTERES        PIC ZZZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 CUA-AMORTIZA       PIC ZZZZZZZZZ9.99.
           02 FILLER             PIC X(2) VALUE SPACES.
           02 CUA-SALDO          PIC ZZZZZZZZZ9.99.



      ***************************************************
               DISPLAY "No se encontro el archivo de operaciones."
           ELSE
               OPEN OUTPUT RESULTADOS-ARCHIVO
               MOVE "N" TO CUADRO-ABIERTO
               MOVE "S" TO MODO-LOTE
               MOVE "N" TO FIN-OPERACIONES
               MOVE ZEROS TO OPERACIONES-PROCESADAS
                   UNTIL FIN-OPERACIONES = "S"
               PERFORM ESCRIBE-RECUENTO-LOTE
               CLOSE RESULTADOS-ARCHIVO
               IF CUADRO-ABIERTO = "S"
                   CLOSE CUADRO-ARCHIVO
                   MOVE "N" TO CUADRO-ABIERTO
               END-IF
               CLOSE OPERACIONES-ARCHIVO
               MOVE "N" TO MODO-LOTE
               DISPLAY "Lote terminado: " OPERACIONES-PROCESADAS
               AT END MOVE "S" TO FIN-OPERACIONES.

           PROCESA-OPERACION-LOTE.
           IF OPE-MARCA-PRESTAMO = "P"
               PERFORM PRESTAMO-LOTE
           ELSE
               PERFORM CALCULA-OPERACION-LOTE.
           PERFORM LEE-OPERACION.

      *    en lote la primera linea del resumen del prestamo va al
      *    archivo de resultados aqui; la segunda, como en las demas
      *    operaciones, desde LINEA-TAPE.
           PRESTAMO-LOTE.
           MOVE OPE-PRINCIPAL TO PRE-PRINCIPAL.
           MOVE OPE-TIPO-ANUAL TO PRE-TIPO-ANUAL.
           MOVE OPE-MESES TO PRE-MESES.
           MOVE OPE-FECHA-INICIO TO PRE-FECHA-INICIO.
           PERFORM PRESTAMO.
           IF PRESTAMO-VALIDO = "N"
               ADD 1 TO OPERACIONES-FALLIDAS
               MOVE SPACES TO RESULTADO-REGISTRO
               STRING "PRESTAMO NO VALIDO: " DELIMITED BY SIZE
                   OPERACION-PRESTAMO DELIMITED BY SIZE
                   INTO RESULTADO-REGISTRO
               WRITE RESULTADO-REGISTRO
           ELSE
               ADD 1 TO OPERACIONES-PROCESADAS
               MOVE PRE-LINEA-RESUMEN TO RESULTADO-REGISTRO
               WRITE RESULTADO-REGISTRO
               MOVE LINEA-TAPE TO RESULTADO-REGISTRO
               WRITE RESULTADO-REGISTRO.

           CALCULA-OPERACION-LOTE.
           MOVE OPE-NUMERO1 TO NUMERO1.
           MOVE OPE-NUMERO2 TO NUMERO2.
           MOVE "S" TO NUM1-PRECARGADO.
               ADD 1 TO OPERACIONES-PROCESADAS
               MOVE LINEA-TAPE TO RESULTADO-REGISTRO
               WRITE RESULTADO-REGISTRO.

           ESCRIBE-RECUENTO-LOTE.
           MOVE SPACES TO RESULTADO-REGISTRO.
           DISPLAY "10 - DIAS ENTRE DOS FECHAS (AAAAMMDD)".
           DISPLAY "11 - FECHA MAS O MENOS N DIAS".
           DISPLAY "12 - DIA DE LA SEMANA DE UNA FECHA".
           DISPLAY "13 - PRESTAMO (CUADRO DE AMORTIZACION)".
           ACCEPT OPERACION.
           IF OPERACION=1 PERFORM SUMAR.
           IF OPERACION=2 PERFORM RESTAR.
           IF OPERACION=10 PERFORM FECHA-DIAS-ENTRE.
           IF OPERACION=11 PERFORM FECHA-MAS-DIAS.
           IF OPERACION=12 PERFORM DIA-SEMANA.
           IF OPERACION=13 PERFORM PIDE-PRESTAMO.
           IF OPERACION = 0 OR OPERACION > 13
               PERFORM OPCION-INVALIDA.

           PIDE-NUMERO1.
           PERFORM 99-REGISTRA-TAPE.
           IF MODO-LOTE = "N" PERFORM INICIO.

      *    prestamo en pantalla: se piden los cuatro datos y se
      *    calcula con la misma logica que en lote.
           PIDE-PRESTAMO.
           DISPLAY "Principal del prestamo".
           ACCEPT PRE-PRINCIPAL.
           DISPLAY "Interes anual en % (0 si no lleva interes)".
           ACCEPT PRE-TIPO-ANUAL.
           DISPLAY "Numero de meses".
           ACCEPT PRE-MESES.
           DISPLAY "Fecha de la primera cuota (AAAAMMDD)".
           ACCEPT PRE-FECHA-INICIO.
           PERFORM PRESTAMO.
           IF PRESTAMO-VALIDO = "N"
               DISPLAY "Prestamo no valido: principal mayor que cero, "
                   "interes menor de 100%, de 1 a 480 meses y fecha "
                   "AAAAMMDD."
           ELSE
               DISPLAY "Cuadro de amortizacion guardado en PRESTAMOTXT."
           END-IF.
           PERFORM INICIO.

           PRESTAMO.
           PERFORM VALIDA-PRESTAMO.
           IF PRESTAMO-VALIDO = "S"
               PERFORM CALCULA-CUOTA
               PERFORM ABRE-CUADRO
               PERFORM CABECERA-CUADRO
               MOVE PRE-PRINCIPAL TO PRE-SALDO
               MOVE ZEROS TO PRE-TOTAL-CUOTAS
               MOVE ZEROS TO PRE-TOTAL-INTERESES
               MOVE ZEROS TO PRE-TOTAL-AMORTIZADO
               PERFORM LINEA-PRESTAMO
                   VARYING PRE-NUMERO-CUOTA FROM 1 BY 1
                   UNTIL PRE-NUMERO-CUOTA > PRE-MESES
               PERFORM TOTALES-CUADRO
               IF MODO-LOTE = "N"
                   CLOSE CUADRO-ARCHIVO
                   MOVE "N" TO CUADRO-ABIERTO
               END-IF
               PERFORM TAPE-PRESTAMO
           END-IF.

           VALIDA-PRESTAMO.
           MOVE "S" TO PRESTAMO-VALIDO.
           IF PRE-PRINCIPAL NOT NUMERIC OR PRE-TIPO-ANUAL NOT NUMERIC
               OR PRE-MESES NOT NUMERIC
               OR PRE-FECHA-INICIO NOT NUMERIC
               MOVE "N" TO PRESTAMO-VALIDO
           ELSE
               IF PRE-PRINCIPAL = ZERO OR PRE-TIPO-ANUAL NOT < 100
                   OR PRE-MESES = ZERO OR PRE-MESES > 480
                   MOVE "N" TO PRESTAMO-VALIDO
               ELSE
                   IF PRE-INICIO-MES < 1 OR PRE-INICIO-MES > 12
                       OR PRE-INICIO-DIA < 1 OR PRE-INICIO-DIA > 31
                       MOVE "N" TO PRESTAMO-VALIDO
                   END-IF
               END-IF
           END-IF.

           CALCULA-CUOTA.
           IF PRE-TIPO-ANUAL = ZERO
               MOVE ZERO TO PRE-TIPO-MENSUAL
               DIVIDE PRE-PRINCIPAL BY PRE-MESES GIVING PRE-CUOTA
                   ROUNDED
           ELSE
               COMPUTE PRE-TIPO-MENSUAL = PRE-TIPO-ANUAL / 1200
               MOVE 1 TO PRE-FACTOR
               PERFORM MULTIPLICA-FACTOR PRE-MESES TIMES
               MULTIPLY PRE-TIPO-MENSUAL BY PRE-FACTOR
                   GIVING PRE-NUMERADOR ROUNDED
               SUBTRACT 1 FROM PRE-FACTOR GIVING PRE-DENOMINADOR
               DIVIDE PRE-NUMERADOR BY PRE-DENOMINADOR
                   GIVING PRE-COEFICIENTE ROUNDED
               COMPUTE PRE-CUOTA ROUNDED =
                   PRE-PRINCIPAL * PRE-COEFICIENTE
           END-IF.

      *    (1 + tipo mensual) elevado al numero de meses.
           MULTIPLICA-FACTOR.
           COMPUTE PRE-FACTOR ROUNDED =
               PRE-FACTOR * (1 + PRE-TIPO-MENSUAL).

      *    en lote todos los prestamos van seguidos al mismo cuadro,
      *    que se abre con el primero y se cierra al acabar el lote.
           ABRE-CUADRO.
           IF CUADRO-ABIERTO = "N"
               OPEN OUTPUT CUADRO-ARCHIVO
               MOVE "S" TO CUADRO-ABIERTO
           END-IF.

           CABECERA-CUADRO.
           MOVE "CUADRO DE AMORTIZACION DEL PRESTAMO" TO
               CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.
           MOVE PRE-PRINCIPAL TO PRE-IMPORTE-ED.
           MOVE PRE-TIPO-ANUAL TO PRE-TIPO-ED.
           MOVE SPACES TO CUADRO-REGISTRO.
           STRING "PRINCIPAL " DELIMITED BY SIZE
               PRE-IMPORTE-ED DELIMITED BY SIZE
               "  INTERES ANUAL " DELIMITED BY SIZE
               PRE-TIPO-ED DELIMITED BY SIZE
               "%  MESES " DELIMITED BY SIZE
               PRE-MESES DELIMITED BY SIZE
               "  DESDE " DELIMITED BY SIZE
               PRE-FECHA-INICIO DELIMITED BY SIZE
               INTO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.
           MOVE PRE-CUOTA TO PRE-IMPORTE-ED.
           MOVE SPACES TO CUADRO-REGISTRO.
           STRING "CUOTA MENSUAL " DELIMITED BY SIZE
               PRE-IMPORTE-ED DELIMITED BY SIZE
               "  (LA ULTIMA SE AJUSTA POR EL REDONDEO)"
               DELIMITED BY SIZE
               INTO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.
           MOVE SPACES TO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.
           MOVE SPACES TO CUADRO-REGISTRO.
           STRING "  N  FECHA              CUOTA      INTERESES"
               DELIMITED BY SIZE
               "   AMORTIZACION      PENDIENTE" DELIMITED BY SIZE
               INTO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.

      *    una linea por cuota. El interes del mes sale del pendiente;
      *    la ultima cuota amortiza todo lo que queda, asi que absorbe
      *    los centimos del redondeo.
           LINEA-PRESTAMO.
           COMPUTE PRE-INTERES-MES ROUNDED =
               PRE-SALDO * PRE-TIPO-MENSUAL.
           IF PRE-NUMERO-CUOTA = PRE-MESES
               OR PRE-CUOTA - PRE-INTERES-MES > PRE-SALDO
               MOVE PRE-SALDO TO PRE-AMORTIZA-MES
           ELSE
               COMPUTE PRE-AMORTIZA-MES = PRE-CUOTA - PRE-INTERES-MES
           END-IF.
           COMPUTE PRE-CUOTA-MES = PRE-INTERES-MES + PRE-AMORTIZA-MES.
           SUBTRACT PRE-AMORTIZA-MES FROM PRE-SALDO.
           ADD PRE-CUOTA-MES TO PRE-TOTAL-CUOTAS.
           ADD PRE-INTERES-MES TO PRE-TOTAL-INTERESES.
           ADD PRE-AMORTIZA-MES TO PRE-TOTAL-AMORTIZADO.
           PERFORM FECHA-CUOTA.
           MOVE PRE-NUMERO-CUOTA TO CUA-NUMERO.
           MOVE PRE-FECHA-CUOTA TO CUA-FECHA.
           MOVE PRE-CUOTA-MES TO CUA-CUOTA.
           MOVE PRE-INTERES-MES TO CUA-INTERES.
           MOVE PRE-AMORTIZA-MES TO CUA-AMORTIZA.
           MOVE PRE-SALDO TO CUA-SALDO.
           MOVE LINEA-CUADRO TO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.

      *    la cuota N cae N-1 meses despues de la primera, el mismo
      *    dia; si ese mes es mas corto, el ultimo dia del mes.
           FECHA-CUOTA.
           COMPUTE PRE-MESES-CORRIDOS = PRE-INICIO-ANO * 12
               + PRE-INICIO-MES - 1 + PRE-NUMERO-CUOTA - 1.
           DIVIDE PRE-MESES-CORRIDOS BY 12 GIVING PRE-CUOTA-ANO
               REMAINDER PRE-CUOTA-MES-ANO.
           ADD 1 TO PRE-CUOTA-MES-ANO.
           MOVE DIAS-MES (PRE-CUOTA-MES-ANO) TO PRE-DIAS-DEL-MES.
           IF PRE-CUOTA-MES-ANO = 2
               DIVIDE PRE-CUOTA-ANO BY 4 GIVING CAL-Q
                   REMAINDER PRE-RESTO-4
               DIVIDE PRE-CUOTA-ANO BY 100 GIVING CAL-Q
                   REMAINDER PRE-RESTO-100
               DIVIDE PRE-CUOTA-ANO BY 400 GIVING CAL-Q
                   REMAINDER PRE-RESTO-400
               IF PRE-RESTO-4 = 0 AND
                   (PRE-RESTO-100 NOT = 0 OR PRE-RESTO-400 = 0)
                   MOVE 29 TO PRE-DIAS-DEL-MES
               END-IF
           END-IF.
           IF PRE-INICIO-DIA > PRE-DIAS-DEL-MES
               MOVE PRE-DIAS-DEL-MES TO PRE-CUOTA-DIA
           ELSE
               MOVE PRE-INICIO-DIA TO PRE-CUOTA-DIA.

           TOTALES-CUADRO.
           MOVE SPACES TO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.
           MOVE SPACES TO LINEA-CUADRO.
           MOVE PRE-TOTAL-CUOTAS TO CUA-CUOTA.
           MOVE PRE-TOTAL-INTERESES TO CUA-INTERES.
           MOVE PRE-TOTAL-AMORTIZADO TO CUA-AMORTIZA.
           MOVE PRE-SALDO TO CUA-SALDO.
           MOVE LINEA-CUADRO TO CUADRO-REGISTRO.
           MOVE "TOTALES" TO CUADRO-REGISTRO (1:7).
           PERFORM ESCRIBE-CUADRO.
           MOVE SPACES TO CUADRO-REGISTRO.
           PERFORM ESCRIBE-CUADRO.

           ESCRIBE-CUADRO.
           WRITE CUADRO-REGISTRO.
           IF MODO-LOTE = "N"
               DISPLAY CUADRO-REGISTRO
           END-IF.

      *    al ticket van dos lineas: los datos del prestamo y los
      *    totales del cuadro.
           TAPE-PRESTAMO.
           MOVE PRE-PRINCIPAL TO PRE-IMPORTE-ED.
           MOVE PRE-TIPO-ANUAL TO PRE-TIPO-ED.
           MOVE SPACES TO LINEA-TAPE.
           STRING "PRESTAMO " DELIMITED BY SIZE
               PRE-IMPORTE-ED DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               PRE-MESES DELIMITED BY SIZE
               " MESES AL " DELIMITED BY SIZE
               PRE-TIPO-ED DELIMITED BY SIZE
               "% DESDE " DELIMITED BY SIZE
               PRE-FECHA-INICIO DELIMITED BY SIZE
               INTO LINEA-TAPE.
           MOVE LINEA-TAPE TO PRE-LINEA-RESUMEN.
           PERFORM 99-REGISTRA-TAPE.
           MOVE PRE-TOTAL-CUOTAS TO PRE-IMPORTE-ED.
           MOVE PRE-TOTAL-INTERESES TO PRE-SEGUNDO-ED.
           MOVE SPACES TO LINEA-TAPE.
           STRING "  TOTAL CUOTAS " DELIMITED BY SIZE
               PRE-IMPORTE-ED DELIMITED BY SIZE
               " INTERESES " DELIMITED BY SIZE
               PRE-SEGUNDO-ED DELIMITED BY SIZE
               INTO LINEA-TAPE.
           PERFORM 99-REGISTRA-TAPE.

      *    conversion AAAAMMDD <-> numero de dia corrido (calendario
      *    gregoriano). Las divisiones van en DIVIDE sueltos para que
      *    trunquen como manda la formula. La resta de dos numeros de
