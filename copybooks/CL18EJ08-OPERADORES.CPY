      ******************************************************************
      * REGISTRO DE OPERADORES.CFG, LA TABLA DE OPERADORES AUTORIZADOS
      * A CORRER LOS PROGRAMAS QUE MODIFICAN DATOS. UNA LINEA POR
      * OPERADOR (RENGLONES '*' COMENTADOS): ID, NOMBRE, ROL Y HASTA
      * DIEZ SUCURSALES HABILITADAS SEPARADAS POR UN BLANCO ('***' EN
      * LA PRIMERA = TODAS). ROLES:
      *   CAPTURA   : CARGA (CL18EJ08) Y APLICACION (CL18EJ03) DE
      *               NOVEDADES
      *   AJUSTES   : APROBAR EL AJUSTE SALARIAL (CL18EJ12 APLICAR)
      *   RESTAURAR : VOLVER A LA GENERACION CERTIFICADA (CL18EJ10)
      *   CUENTAS   : ALTA, MODIFICACION Y BAJA DE CUENTAS BANCARIAS
      *               (CL18EJ21)
      *   VACACIONES: APROBAR EL DEVENGAMIENTO ANUAL DE VACACIONES
      *               (CL18EJ23 APLICAR)
      *   CONSULTA : SOLO CONSULTA, NO PUEDE MODIFICAR NADA
      ******************************************************************
       01 REG-OPERADORES.
          05 OPE-ID                         PIC X(08).
          05 FILLER                         PIC X(01).
          05 OPE-NOMBRE                     PIC X(30).
          05 FILLER                         PIC X(01).
          05 OPE-ROL                        PIC X(10).
          05 FILLER                         PIC X(01).
          05 OPE-SUCURSALES                 PIC X(40).
