      ******************************************************************
      * Author:
      * Date:
      * Purpose: Layout comun de la tabla de certificados obligatorios
      *          por departamento (REQUISITOSDAT). La mantiene
      *          83_BBDD_mantiene_certificados.cbl y el informe mensual
      *          de 84_BBDD_caducidad_certificados.cbl la usa para
      *          sacar a quien le falta un certificado que su
      *          departamento exige. La clave es el departamento mas el
      *          tipo de certificado (el mismo codigo que CER-TIPO).
      ******************************************************************
           01 REQUISITOS-REGISTRO.
             02 REQ-CLAVE.
               03 REQ-DEPARTAMENTO             PIC 9(3).
               03 REQ-TIPO                     PIC X(8).
             02 REQ-DESCRIPCION                PIC X(40).
      * descripcion del certificado para los listados.
             02 REQ-FECHA-ALTA                 PIC 9(8).
             02 REQ-OPERADOR                   PIC X(10).
