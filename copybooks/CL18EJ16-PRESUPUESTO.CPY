      ******************************************************************
      * TABLA COMPARTIDA DEL PRESUPUESTO DE PERSONAL. SE CARGA DESDE
      * PRESUPUESTO.TXT, QUE MANTIENE FINANZAS: UNA LINEA POR
      * DEPARTAMENTO Y SUCURSAL (CLAVE) CON LA DOTACION Y LA MASA
      * SALARIAL MENSUAL APROBADAS; RENGLONES '*' COMENTADOS. JUNTO A
      * CADA LINEA SE ACUMULA LO REAL DEL MAESTRO (EMPLEADOS ACTIVOS)
      * Y, EN LA SIMULACION DE CL18EJ12, LA MASA DESPUES DEL AJUSTE.
      ******************************************************************
       78 WS-MAX-PRESUPUESTO                 VALUE 500.
       01 WS-TABLA-PRESUPUESTO.
           05 WS-CANT-PRESUPUESTO            PIC 9(04) VALUE 0.
           05 WS-PRE-DEF OCCURS WS-MAX-PRESUPUESTO TIMES.
               10 WS-PRE-DEPARTAMENTO        PIC X(15).
               10 WS-PRE-SUCURSAL            PIC X(03).
               10 WS-PRE-DOTACION            PIC 9(05).
               10 WS-PRE-MASA                PIC 9(11)V9(02).
               10 WS-PRE-DOTACION-REAL       PIC 9(05).
               10 WS-PRE-MASA-REAL           PIC 9(11)V9(02).
               10 WS-PRE-MASA-NUEVA          PIC 9(11)V9(02).
