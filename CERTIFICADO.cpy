      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de los certificados y carnes del
      *          personal (CERTIFICADOSDAT): carretillas, primeros
      *          auxilios, seguridad y similares. Lo mantiene
      *          83_BBDD_mantiene_certificados.cbl, lo lee el informe
      *          mensual de caducidades de
      *          84_BBDD_caducidad_certificados.cbl y lo limpian las
      *          bajas del menu, del lote y de APLPEND igual que
      *          CONTACTOSDAT; la fusion de duplicados los traspasa al
      *          ID superviviente. La clave es el ID
      *          del empleado mas el tipo de certificado, asi que cada
      *          empleado tiene como mucho uno vigente de cada tipo:
      *          una renovacion se graba encima del anterior.
      ******************************************************************
           01 CERTIFICADOS-REGISTRO.
             02 CER-CLAVE.
               03 CER-ID                       PIC 9(6).
               03 CER-TIPO                     PIC X(8).
             02 CER-EXPEDICION                 PIC 9(8).
             02 CER-CADUCIDAD                  PIC 9(8).
      * fechas AAAAMMDD; caducidad a ceros = no caduca.
             02 CER-EMISOR                     PIC X(30).
      * organismo o empresa que lo expidio.
             02 CER-FECHA-ALTA                 PIC 9(8).
             02 CER-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
