      ******************************************************************
      * AREA COMPARTIDA DE AUTORIZACION DE OPERADORES. EL OPERADOR SE
      * BUSCA EN OPERADORES.CFG (COPYBOOK CL18EJ08-OPERADORES) Y CADA
      * ACCION SE DEJA EN ACCESOS.TXT (COPYBOOK CL18EJ08-ACCESOS).
      * CADA PROGRAMA CARGA EL ROL QUE EXIGE EN WS-OPE-ROL-REQUERIDO
      * ANTES DE VALIDAR.
      ******************************************************************
       01 WS-OPERADOR-AREA.
           05 WS-OPE-ID-INGRESADO            PIC X(08) VALUE SPACES.
           05 WS-OPE-ROL-REQUERIDO           PIC X(10) VALUE SPACES.
           05 WS-FLAG-OPERADOR-HALLADO       PIC X(02) VALUE 'NO'.
               88 WS-OPERADOR-HALLADO                VALUE 'SI'.
           05 WS-OPE-NOMBRE                  PIC X(30) VALUE SPACES.
           05 WS-OPE-ROL                     PIC X(10) VALUE SPACES.
           05 WS-OPE-SUCURSALES.
               10 WS-OPE-SUC-DEF OCCURS 10 TIMES.
                  15 WS-OPE-SUC-CODIGO       PIC X(03).
                  15 FILLER                  PIC X(01).
           05 WS-OO                          PIC 9(02) VALUE 0.
           05 WS-FLAG-SUC-HABILITADA         PIC X(02) VALUE 'NO'.
               88 WS-SUC-HABILITADA                  VALUE 'SI'.
      *---- DATOS DE LA LINEA DE ACCESOS.TXT A GRABAR.
           05 WS-ACC-ACCION                  PIC X(10) VALUE SPACES.
           05 WS-ACC-RESULTADO               PIC X(09) VALUE SPACES.
           05 WS-ACC-DETALLE                 PIC X(50) VALUE SPACES.
           05 WS-ACC-FECHA-HORA              PIC X(14) VALUE SPACES.
           05 WS-ACC-RETORNO                 PIC 9(02) VALUE 0.
