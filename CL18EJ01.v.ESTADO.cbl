          05 CFG-SUC-CODIGO                 PIC X(03).
          05 FILLER                         PIC X(01).
          05 CFG-SUC-ARCHIVO                PIC X(40).
      *---- NOMBRE DE LA SUCURSAL (COLUMNA 46, OPCIONAL). ACA NO SE
      *---- USA; LO TOMA LA PLANILLA PARA FIRMA DE CL18EJ19.
          05 FILLER                         PIC X(01).
          05 CFG-SUC-NOMBRE                 PIC X(30).

       FD ERR-ERRORES.
       01 REG-ERRORES.
