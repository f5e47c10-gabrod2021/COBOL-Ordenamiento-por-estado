      ******************************************************************
      * REGISTRO DE VACACIONES.IDX, EL SALDO DE VACACIONES DE CADA
      * EMPLEADO. CLAVE: ID DE EMPLEADO. LO ARMA EL DEVENGAMIENTO
      * ANUAL (CL18EJ23), LE SUMA LOS DIAS TOMADOS LA NOVEDAD V QUE
      * APLICA CL18EJ03 Y LO LISTA CL18EJ24.
      * LOS DIAS DEVENGADOS AL CIERRE DE VAC-PERIODO SE TOMAN DURANTE
      * EL ANO SIGUIENTE Y VENCEN EN VAC-FECHA-VENCIMIENTO; EL
      * DEVENGAMIENTO SIGUIENTE DA POR VENCIDO LO QUE NO SE TOMO Y
      * DESCUENTA DEL NUEVO PERIODO LO QUE SE TOMO DE MAS.
      * SALDO = VAC-DIAS-DEVENGADOS - VAC-DIAS-TOMADOS (PUEDE SER
      * NEGATIVO SI SE ADELANTARON DIAS).
      ******************************************************************
       01 REG-VACACIONES.
          05 VAC-ID                         PIC 9(08).
      *---- ANO DEL ULTIMO DEVENGAMIENTO (CERO = NUNCA DEVENGO) Y
      *---- ANTIGUEDAD EN ANOS AL 31/12 DE ESE ANO.
          05 VAC-PERIODO                    PIC 9(04).
          05 VAC-ANTIGUEDAD                 PIC 9(02).
          05 VAC-DIAS-DEVENGADOS            PIC 9(03).
          05 VAC-DIAS-TOMADOS               PIC 9(03).
          05 VAC-FECHA-VENCIMIENTO          PIC 9(08).
      *---- DIAS SIN TOMAR QUE VENCIERON EN EL ULTIMO DEVENGAMIENTO.
          05 VAC-DIAS-VENCIDOS              PIC 9(03).
          05 VAC-FECHA-ULT-TOMA             PIC 9(08).
      *---- FECHA EN QUE EL SALDO PASO A LA LIQUIDACION FINAL POR
      *---- BAJA (CERO = EMPLEADO EN ACTIVIDAD).
          05 VAC-FECHA-LIQUIDACION          PIC 9(08).
          05 VAC-FECHA-ACTUALIZACION        PIC 9(08).
