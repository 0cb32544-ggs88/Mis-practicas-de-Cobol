      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de los contratos del personal
      *          (CONTRATOSDAT). Un registro por contrato, con clave ID
      *          del empleado mas fecha de inicio, asi que los
      *          contratos de un empleado salen juntos y en orden: el
      *          primero da la antiguedad y cada renovacion es un
      *          registro nuevo que deja el anterior como RENOVADO, de
      *          modo que el historial de renovaciones es la propia
      *          secuencia. Lo mantiene
      *          85_BBDD_mantiene_contratos.cbl y lo lee el informe
      *          semanal de vencimientos y aniversarios de
      *          86_BBDD_vencimiento_contratos.cbl. Los contratos no se
      *          borran con la baja del empleado: son su historial.
      ******************************************************************
           01 CONTRATOS-REGISTRO.
             02 CTR-CLAVE.
               03 CTR-ID                       PIC 9(6).
               03 CTR-INICIO                   PIC 9(8).
             02 CTR-TIPO                       PIC X(10).
      * INDEFINIDO, TEMPORAL, PRACTICAS, INTERINO u OBRA.
             02 CTR-FIN                        PIC 9(8).
      * fechas AAAAMMDD; fin a ceros = indefinido.
             02 CTR-JORNADA                    PIC 9(3).
      * porcentaje de jornada completa (100 = completa).
             02 CTR-ESTADO                     PIC X(10).
      * VIGENTE, RENOVADO (sustituido por el siguiente) o NO RENUEVA
      * (vence sin renovar y la baja ya esta en PENDIENTESTXT).
             02 CTR-RENOVACION                 PIC 9(2).
      * 0 el contrato original, 1 la primera renovacion, etc.
             02 CTR-FECHA-BAJA-COLA            PIC 9(8).
      * dia en que se encolo la baja por no renovar (ceros si no).
             02 CTR-FECHA-ALTA                 PIC 9(8).
             02 CTR-OPERADOR                   PIC X(10).
      * fecha (AAAAMMDD) y operador del ultimo alta o cambio.
