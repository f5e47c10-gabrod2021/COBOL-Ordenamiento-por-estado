      ******************************************************************
      * REGISTRO DE ACCESOS.TXT, LA BITACORA PERMANENTE DE ACCESOS:
      * UNA LINEA POR CADA ACCION ACEPTADA O RECHAZADA DE LOS
      * PROGRAMAS QUE MODIFICAN DATOS, CON EL OPERADOR QUE LA PIDIO,
      * PARA QUE COMPLIANCE PUEDA RESPONDER QUIEN HIZO QUE Y CUANDO.
      ******************************************************************
       01 REG-ACCESOS.
          05 ACC-FECHA                      PIC X(08).
          05 FILLER                         PIC X(01).
          05 ACC-HORA                       PIC X(06).
          05 FILLER                         PIC X(01).
          05 ACC-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 ACC-ACCION                     PIC X(10).
          05 FILLER                         PIC X(01).
          05 ACC-OPERADOR                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 ACC-RESULTADO                  PIC X(09).
          05 FILLER                         PIC X(01).
          05 ACC-DETALLE                    PIC X(50).
