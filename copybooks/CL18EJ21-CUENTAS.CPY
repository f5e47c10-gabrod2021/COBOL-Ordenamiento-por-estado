      ******************************************************************
      * REGISTRO DE CUENTAS.IDX, EL MAESTRO DE CUENTAS BANCARIAS PARA
      * EL PAGO DE SUELDOS POR TRANSFERENCIA. CLAVE: ID DE EMPLEADO
      * (UNA CUENTA POR EMPLEADO); CLAVE ALTERNATIVA: CBU, SIN
      * DUPLICADOS, PARA QUE DOS EMPLEADOS NO COBREN EN LA MISMA
      * CUENTA. LO MANTIENE CL18EJ21 Y LO LEE CL18EJ22 PARA ARMAR EL
      * ARCHIVO DE PAGOS DEL BANCO.
      * EL CBU SON DOS BLOQUES CON SU DIGITO VERIFICADOR CADA UNO:
      * ENTIDAD (3) + SUCURSAL (4) + DV (1) Y CUENTA (13) + DV (1).
      ******************************************************************
       01 REG-CUENTAS.
          05 CTA-ID                         PIC 9(08).
          05 CTA-BANCO                      PIC X(25).
          05 CTA-CBU                        PIC X(22).
          05 CTA-CBU-R REDEFINES CTA-CBU.
              10 CTA-CBU-BLOQUE-1.
                 15 CTA-CBU-ENTIDAD         PIC X(03).
                 15 CTA-CBU-SUCURSAL        PIC X(04).
                 15 CTA-CBU-DV-1            PIC X(01).
              10 CTA-CBU-BLOQUE-2.
                 15 CTA-CBU-CUENTA          PIC X(13).
                 15 CTA-CBU-DV-2            PIC X(01).
          05 CTA-TITULAR                    PIC X(25).
      *---- ULTIMA MODIFICACION: FECHA Y OPERADOR QUE LA HIZO.
          05 CTA-FECHA-ACTUALIZACION        PIC 9(08).
          05 CTA-OPERADOR                   PIC X(08).
