      *          movimientos cuya fecha de efecto ya llego, por el
      *          mismo camino de validacion y auditoria que el lote de
      *          movimientos: mismas reglas de datos, baja archivada
      *          en el historico con limpieza de contactos y de
      *          certificados, ALTA sin ID autonumerada desde el
      *          numerador y un registro de
      *          auditoria por cada cambio con el operador PENDIENTES.
      *          Los rechazados van a PENRECHTXT con el motivo para
      *          devolverselos a RRHH; los que siguen en fecha futura
                 ORGANIZATION SEQUENTIAL
                 STATUS ESTADO-AUDITORIA.

                 SELECT OPTIONAL CONTROL-ARCHIVO
                 ASSIGN TO "AUDCTLTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 STATUS ESTADO-CONTROL.

      * AUDCTLTXT solo se lee: si la auditoria viva esta vacia, la
      * cadena de sellos sigue desde el sello de cierre de la ultima
      * generacion cortada.

                 SELECT OPTIONAL RECHAZOS-ARCHIVO
                 ASSIGN TO "PENRECHTXT"
                 ORGANIZATION LINE SEQUENTIAL
                 RECORD KEY IS CON-CLAVE
                 STATUS ESTADO-CONTACTOS.

                 SELECT OPTIONAL CERTIFICADOS-ARCHIVO
                 ASSIGN TO "CERTIFICADOSDAT"
                 ORGANIZATION INDEXED
                 ACCESS MODE DYNAMIC
                 RECORD KEY IS CER-CLAVE
                 STATUS ESTADO-CERTIFICADOS.

       DATA DIVISION.
       FILE SECTION.
           FD PENDIENTES-ARCHIVO.
      * AUDITORIA-REGISTRO viene del copybook AUDITORIA.cpy, que es el
      * layout comun con los programas que consultan la auditoria.

           FD CONTROL-ARCHIVO.
             01 CONTROL-REGISTRO.
               02 CTL-FECHA      PIC 9(8).
               02 CTL-CONTADOR   PIC 9(6).
               02 CTL-ESTADO     PIC X(8).
               02 CTL-SELLO      PIC 9(9).

           FD RECHAZOS-ARCHIVO.
             01 RECHAZO-REGISTRO.
               02 RECH-MOTIVO      PIC X(35).
      * CONTACTOS-REGISTRO viene del copybook CONTACTO.cpy, el layout
      * comun con el menu de empleados.

           FD CERTIFICADOS-ARCHIVO.
           COPY CERTIFICADO.
      * CERTIFICADOS-REGISTRO viene del copybook CERTIFICADO.cpy, el
      * layout comun con el mantenimiento de certificados.

       WORKING-STORAGE SECTION.
       01  ESTADO-PENDIENTES  PIC XX.
       01  ESTADO-FILE        PIC XX.
       01  ESTADO-CONTACTOS   PIC XX.
       01  FIN-PENDIENTES     PIC A VALUE "N".
       01  FIN-CONTACTOS      PIC A.
       01  ESTADO-CERTIFICADOS PIC XX.
       01  FIN-CERTIFICADOS   PIC A.
       01  OPERADOR-ID        PIC X(10) VALUE "PENDIENTES".
       01  FECHA-HOY          PIC 9(8).

       01  ID-PROPUESTO       PIC 9(6).
       01  ID-LIBRE-HALLADO   PIC A.

       01  ESTADO-CONTROL        PIC XX.
       01  REGISTRO-PENDIENTE    PIC X(383).
       01  FIN-CONTROL           PIC A.
       01  FIN-AUDITORIA         PIC A.

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

           OPEN OUTPUT CONTACTOS-ARCHIVO
           CLOSE CONTACTOS-ARCHIVO
           OPEN I-O CONTACTOS-ARCHIVO.
       OPEN I-O CERTIFICADOS-ARCHIVO.
       IF ESTADO-CERTIFICADOS = "35"
           OPEN OUTPUT CERTIFICADOS-ARCHIVO
           CLOSE CERTIFICADOS-ARCHIVO
           OPEN I-O CERTIFICADOS-ARCHIVO.

       3-LEE-PENDIENTE.
       READ PENDIENTES-ARCHIVO
           MOVE "BAJA" TO AUD-OPERACION
           PERFORM 99-REGISTRA-AUDITORIA
           PERFORM 432-BORRA-CONTACTOS
           PERFORM 434-BORRA-CERTIFICADOS
           ADD 1 TO CONTADOR-APLICADOS
       END-IF.

           END-IF
       END-IF.

      * los certificados de formacion se limpian igual que los
      * contactos.
       434-BORRA-CERTIFICADOS.
       MOVE ID-BAJA TO CER-ID.
       MOVE LOW-VALUES TO CER-TIPO.
       START CERTIFICADOS-ARCHIVO KEY IS NOT LESS THAN CER-CLAVE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "N" TO FIN-CERTIFICADOS
               PERFORM 435-BORRA-CERTIFICADO
                   UNTIL FIN-CERTIFICADOS = "S"
       END-START.

       435-BORRA-CERTIFICADO.
       READ CERTIFICADOS-ARCHIVO NEXT RECORD
           AT END MOVE "S" TO FIN-CERTIFICADOS.
       IF FIN-CERTIFICADOS = "N"
           IF CER-ID = ID-BAJA
               DELETE CERTIFICADOS-ARCHIVO RECORD
           ELSE
               MOVE "S" TO FIN-CERTIFICADOS
           END-IF
       END-IF.

       48-ARCHIVA-EN-HISTORICO.
       MOVE EMPLEADOS-ID TO HIS-ID.
       ACCEPT HIS-FECHA-BAJA FROM DATE.
       ACCEPT AUD-FECHA FROM DATE.
       ACCEPT AUD-HORA FROM TIME.
       MOVE OPERADOR-ID TO AUD-OPERADOR.
       PERFORM 96-SELLA-AUDITORIA.
       WRITE AUDITORIA-REGISTRO.
       IF ESTADO-AUDITORIA NOT = "00"
           DISPLAY "Error al escribir la auditoria, estado "
               ESTADO-AUDITORIA
       END-IF.

      * mientras dura la pasada escriben tambien en la auditoria las
      * sesiones de menu y los demas lotes: el sello anterior se busca
      * justo antes de cada escritura, releyendo el archivo.
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

       5-CIERRA-ARCHIVOS.
       CLOSE PENDIENTES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE HISTORICO-ARCHIVO.
       CLOSE NUMERADOR-ARCHIVO.
       CLOSE CONTACTOS-ARCHIVO.
       CLOSE CERTIFICADOS-ARCHIVO.

      * la cola se reescribe solo con lo que sigue en fecha futura:
      * lo aplicado y lo rechazado ya no esperan a nadie.
