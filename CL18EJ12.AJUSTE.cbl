      * EJEMPLO: 'SIMULAR PORCENTAJE 5,50 ESTADO A'.
      * SIMULAR IMPRIME SUELDO VIEJO, NUEVO Y DELTA POR EMPLEADO MAS
      * LA NUEVA MASA SALARIAL POR ESTADO EN CL18EJ12-SIMULACION.TXT,
      * PARA LA FIRMA DE FINANZAS; SI EXISTE PRESUPUESTO.TXT (EL MISMO
      * DEL CONTROL CL18EJ16) AGREGA QUE DEPARTAMENTOS Y SUCURSALES
      * QUEDARIAN CON LA MASA DE SUS ACTIVOS POR ENCIMA DE LO
      * PRESUPUESTADO Y CUALES YA LO ESTABAN. APLICAR ACTUALIZA LOS
      * SUELDOS, DEJA CADA CAMBIO EN LA BITACORA
      * NOVEDADES-CAMBIOS.TXT (LA MISMA QUE USA CL18EJ03, PARA QUE
      * COMPLIANCE VEA TODA MODIFICACION DE SUELDO EN UN SOLO LUGAR)
      * Y REESCRIBE EL JUEGO COMPLETO DE ARTEFACTOS COMO HACE
      * CL18EJ03: MAESTRO CON HEADER Y TRAILER, SPLITS POR ESTADO,
      * MAESTRO INDEXADO Y EXPORT CSV.
      * EL ORDEN DE LOS DETALLES NO CAMBIA (SOLO CAMBIA EL SUELDO),
      * ASI QUE NO HACE FALTA REORDENAR.
      * APLICAR EXIGE UN OPERADOR DE OPERADORES.CFG CON ROL AJUSTES,
      * COMO ULTIMO PARAMETRO (O SE PIDE POR CONSOLA); EL AJUSTE
      * APLICADO, O SU RECHAZO, QUEDA CON EL OPERADOR EN ACCESOS.TXT.
      * EJEMPLO: 'APLICAR PORCENTAJE 5,50 ESTADO A OPE00001'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ12.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

      *---- PRESUPUESTO DE PERSONAL DE CL18EJ16: EN LA SIMULACION SE
      *---- AVISA QUE LINEAS QUEDARIAN EXCEDIDAS CON EL AJUSTE.
       SELECT PRE-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO.

       SELECT SAL-ESTADO
           ASSIGN USING WS-NOMBRE-ARCHIVO-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

      *---- TABLA DE OPERADORES AUTORIZADOS Y BITACORA DE ACCESOS,
      *---- COMPARTIDAS CON LOS DEMAS PROGRAMAS QUE MODIFICAN DATOS.
       SELECT CFG-OPERADORES
           ASSIGN TO '../OPERADORES.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

       SELECT OPTIONAL ACC-ACCESOS
           ASSIGN TO '../ACCESOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 FILLER                         PIC X(01).
          05 CAM-VALOR-NUEVO                PIC X(25).

       FD PRE-PRESUPUESTO.
       01 REG-PRESUPUESTO.
          05 PRE-DEPARTAMENTO               PIC X(15).
          05 FILLER                         PIC X(01).
          05 PRE-SUCURSAL                   PIC X(03).
          05 FILLER                         PIC X(01).
          05 PRE-DOTACION                   PIC 9(05).
          05 FILLER                         PIC X(01).
          05 PRE-MASA                       PIC 9(11)V9(02).

       FD SAL-ESTADO.
       01 REG-SAL-ESTADO                    PIC X(94).

          05 CFG-EST-ACTIVO                 PIC X(01).


       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CAMBIOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-CAMBIOS-OK                   VALUE '00' '05'.
          05 FS-PRESUPUESTO                 PIC X(2).
             88 FS-PRESUPUESTO-OK               VALUE '00'.
             88 FS-PRESUPUESTO-EOF              VALUE '10'.
             88 FS-PRESUPUESTO-NFD              VALUE '35'.
          05 FS-ESTADO                      PIC X(2).
             88 FS-ESTADO-OK                    VALUE '00'.
             88 FS-ESTADO-NFD                   VALUE '35'.
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.

      *---- OPERADOR QUE APLICA EL AJUSTE, VALIDADO EN
      *---- 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
               88 WS-FILTRO-DEPARTAMENTO     VALUE 'DEPARTAMENTO'.
               88 WS-FILTRO-SUCURSAL                 VALUE 'SUCURSAL'.
           05 WS-PARM-FILTRO-VALOR           PIC X(15) VALUE SPACES.
           05 WS-PARM-OPERADOR               PIC X(15) VALUE SPACES.

      *---- NORMALIZACION DEL VALOR DEL AJUSTE, CON EL MISMO ESQUEMA
      *---- DE COMA DECIMAL QUE LA CAPTURA DE SUELDOS EN CL18EJ08.
                  15 WS-MASA-ANTERIOR        PIC 9(11)V9(02).
                  15 WS-MASA-NUEVA           PIC 9(11)V9(02).

      *---- PRESUPUESTO POR DEPARTAMENTO Y SUCURSAL: WS-PRE-MASA-REAL
      *---- ES LA MASA DE LOS ACTIVOS ANTES DEL AJUSTE Y
      *---- WS-PRE-MASA-NUEVA LA QUE QUEDARIA DESPUES.
           COPY CL18EJ16-PRESUPUESTO.

       01 WS-PRESUPUESTO-AREA.
           05 WS-PP                          PIC 9(04) VALUE 0.
           05 WS-POS-PRESUPUESTO             PIC 9(04) VALUE 0.
           05 WS-FLAG-HAY-PRESUPUESTO        PIC X(02) VALUE 'NO'.
               88 WS-HAY-PRESUPUESTO                 VALUE 'SI'.
           05 WS-FLAG-ES-ACTIVO              PIC X(02) VALUE 'NO'.
               88 WS-EMPLEADO-ACTIVO                 VALUE 'SI'.
           05 WS-CONT-PRE-EXCEDE             PIC 9(04) VALUE 0.
           05 WS-CONT-PRE-YA-EXCEDIDA        PIC 9(04) VALUE 0.

       01 WS-LINEA-PRE-TITULOS.
           05 FILLER                         PIC X(17)
                                              VALUE 'DEPARTAMENTO'.
           05 FILLER                         PIC X(05) VALUE 'SUC'.
           05 FILLER                         PIC X(19)
                                    VALUE '     MASA PRESUP.'.
           05 FILLER                         PIC X(19)
                                    VALUE '    MASA ANTERIOR'.
           05 FILLER                         PIC X(19)
                                    VALUE '       MASA NUEVA'.

       01 WS-LINEA-PRESUPUESTO.
           05 WS-PRE-LIN-DEPARTAMENTO        PIC X(15).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-PRE-LIN-SUCURSAL            PIC X(03).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-PRE-LIN-MASA                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-PRE-LIN-ANTERIOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-PRE-LIN-NUEVA               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-SPLIT-POR-ESTADO.
           05 WS-NOMBRE-ARCHIVO-ESTADO       PIC X(40) VALUE SPACES.
           05 WS-EST-ACTUAL-SPLIT            PIC X(01) VALUE SPACES.
           PERFORM 2300-RESUMIR-MASA
              THRU 2300-RESUMIR-MASA-EXIT.

           IF WS-MODO-SIMULAR
              PERFORM 2350-CONTROLAR-PRESUPUESTO
                 THRU 2350-CONTROLAR-PRESUPUESTO-EXIT
           END-IF.

           IF WS-MODO-APLICAR
              PERFORM 2500-REESCRIBIR-MAESTRO
                 THRU 2500-REESCRIBIR-MAESTRO-EXIT
                    WS-PARM-TIPO
                    WS-PARM-VALOR
                    WS-PARM-FILTRO
                    WS-PARM-FILTRO-VALOR
                    WS-PARM-OPERADOR.

      *---- EL OPERADOR VA AL FINAL: SIN FILTRO OCUPA EL LUGAR DEL
      *---- FILTRO Y NO TRAE VALOR DETRAS.
           IF NOT WS-FILTRO-NINGUNO AND NOT WS-FILTRO-ESTADO AND
              NOT WS-FILTRO-DEPARTAMENTO AND NOT WS-FILTRO-SUCURSAL
              AND WS-PARM-FILTRO-VALOR = SPACES
              MOVE WS-PARM-FILTRO   TO WS-OPE-ID-INGRESADO
              MOVE SPACES           TO WS-PARM-FILTRO
           ELSE
              MOVE WS-PARM-OPERADOR TO WS-OPE-ID-INGRESADO
           END-IF.

           IF NOT WS-MODO-SIMULAR AND NOT WS-MODO-APLICAR
              DISPLAY 'MODO INVALIDO: ' WS-PARM-MODO
                   WS-PARM-VALOR ' ' WS-PARM-FILTRO ' '
                   WS-PARM-FILTRO-VALOR.

      *---- LA SIMULACION NO TOCA NADA Y LA PUEDE CORRER CUALQUIERA;
      *---- APLICAR CAMBIA SUELDOS Y SOLO LO PUEDE HACER EL ROL
      *---- AJUSTES.
           IF WS-MODO-APLICAR
              MOVE 'AJUSTES' TO WS-OPE-ROL-REQUERIDO
              MOVE 'APLICAR' TO WS-ACC-ACCION
              PERFORM 1050-VALIDAR-OPERADOR
                 THRU 1050-VALIDAR-OPERADOR-EXIT
           END-IF.

           PERFORM 1200-CARGAR-ESTADOS
              THRU 1200-CARGAR-ESTADOS-EXIT.

                     DELIMITED BY SIZE INTO REG-SIMULACION
              PERFORM 2900-GRABAR-SIMULACION
                 THRU 2900-GRABAR-SIMULACION-EXIT
              PERFORM 1300-CARGAR-PRESUPUESTO
                 THRU 1300-CARGAR-PRESUPUESTO-EXIT
           ELSE
      *---- EN EL MODO EFECTIVO, CADA SUELDO TOCADO QUEDA EN LA
      *---- BITACORA DE CAMBIOS COMO SI FUERA UNA NOVEDAD M.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-OPERADOR.

      *---- EL OPERADOR TIENE QUE ESTAR EN OPERADORES.CFG CON EL ROL
      *---- QUE PIDE EL PROGRAMA, COMO EN CL18EJ08. SIN LA TABLA NO
      *---- HAY FORMA DE AUTORIZAR A NADIE, ASI QUE TAMBIEN SE
      *---- RECHAZA. TODO RECHAZO QUEDA EN ACCESOS.TXT Y TERMINA LA
      *---- CORRIDA.
           IF WS-OPE-ID-INGRESADO = SPACES
              DISPLAY 'ID DE OPERADOR: '
              ACCEPT WS-OPE-ID-INGRESADO
           END-IF.

           MOVE 'NO' TO WS-FLAG-OPERADOR-HALLADO.

           IF WS-OPE-ID-INGRESADO = SPACES
              MOVE 'SIN ID DE OPERADOR' TO WS-ACC-DETALLE
              GO TO 1050-OPERADOR-RECHAZADO
           END-IF.

           OPEN INPUT CFG-OPERADORES.

           IF NOT FS-OPERADORES-OK
              DISPLAY 'NO SE PUDO ABRIR OPERADORES.CFG'
              DISPLAY 'FILE STATUS: ' FS-OPERADORES
              MOVE 'SIN TABLA DE OPERADORES' TO WS-ACC-DETALLE
              GO TO 1050-OPERADOR-RECHAZADO
           END-IF.

           PERFORM UNTIL FS-OPERADORES-EOF OR WS-OPERADOR-HALLADO
              READ CFG-OPERADORES
                 AT END
                    CONTINUE
                 NOT AT END
      *---- RENGLONES COMENTADOS CON '*' SE SALTEAN.
                    IF OPE-ID (1:1) NOT = '*' AND
                       OPE-ID = WS-OPE-ID-INGRESADO
                       MOVE 'SI'           TO WS-FLAG-OPERADOR-HALLADO
                       MOVE OPE-NOMBRE     TO WS-OPE-NOMBRE
                       MOVE OPE-ROL        TO WS-OPE-ROL
                       MOVE OPE-SUCURSALES TO WS-OPE-SUCURSALES
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-OPERADORES.

           IF NOT WS-OPERADOR-HALLADO
              MOVE 'OPERADOR INEXISTENTE' TO WS-ACC-DETALLE
              GO TO 1050-OPERADOR-RECHAZADO
           END-IF.

           IF WS-OPE-ROL NOT = WS-OPE-ROL-REQUERIDO
              MOVE SPACES TO WS-ACC-DETALLE
              STRING 'ROL ' WS-OPE-ROL ' NO HABILITADO'
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              GO TO 1050-OPERADOR-RECHAZADO
           END-IF.

           DISPLAY 'OPERADOR: ' WS-OPE-ID-INGRESADO ' ' WS-OPE-NOMBRE.

           GO TO 1050-VALIDAR-OPERADOR-EXIT.

       1050-OPERADOR-RECHAZADO.

           DISPLAY 'ACCION NO AUTORIZADA PARA EL OPERADOR '
                   WS-OPE-ID-INGRESADO ': ' WS-ACC-DETALLE.
           MOVE 'RECHAZADO' TO WS-ACC-RESULTADO.
           PERFORM 2950-REGISTRAR-ACCESO
              THRU 2950-REGISTRAR-ACCESO-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-NORMALIZAR-VALOR.

       1900-MOSTRAR-USO.

           DISPLAY 'USO: SIMULAR|APLICAR PORCENTAJE|MONTO VALOR '
                   '[ESTADO|DEPARTAMENTO|SUCURSAL FILTRO] '
                   '[OPERADOR]'.

       1900-MOSTRAR-USO-EXIT.
           EXIT.

       1200-CARGAR-ESTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1300-CARGAR-PRESUPUESTO.

      *---- EL CONTROL DE PRESUPUESTO ES UN AGREGADO DE LA SIMULACION:
      *---- SIN PRESUPUESTO.TXT SE AVISA Y LA SIMULACION SIGUE IGUAL.
      *---- LAS LINEAS NO NUMERICAS O REPETIDAS SE OMITEN, COMO EN
      *---- CL18EJ16.
           MOVE 0 TO WS-CANT-PRESUPUESTO.

           OPEN INPUT PRE-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'SIN PRESUPUESTO.TXT: NO SE CONTROLA EL '
                      'PRESUPUESTO EN LA SIMULACION'
              GO TO 1300-CARGAR-PRESUPUESTO-EXIT
           END-IF.

           PERFORM UNTIL FS-PRESUPUESTO-EOF
              READ PRE-PRESUPUESTO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REG-PRESUPUESTO NOT = SPACES AND
                       PRE-DEPARTAMENTO (1:1) NOT = '*'
                       PERFORM 1310-GUARDAR-LINEA-PRESUPUESTO
                          THRU 1310-GUARDAR-LINEA-PRESUPUESTO-EXIT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRE-PRESUPUESTO.

           IF WS-CANT-PRESUPUESTO > 0
              MOVE 'SI' TO WS-FLAG-HAY-PRESUPUESTO
           END-IF.

       1300-CARGAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-GUARDAR-LINEA-PRESUPUESTO.

           IF PRE-DOTACION NOT NUMERIC OR PRE-MASA NOT NUMERIC
              DISPLAY 'LINEA DE PRESUPUESTO NO NUMERICA, SE OMITE: '
                      PRE-DEPARTAMENTO ' ' PRE-SUCURSAL
              GO TO 1310-GUARDAR-LINEA-PRESUPUESTO-EXIT
           END-IF.

           MOVE 0 TO WS-POS-PRESUPUESTO.

           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
                                    OR WS-POS-PRESUPUESTO > 0
              IF WS-PRE-DEPARTAMENTO (WS-PP) = PRE-DEPARTAMENTO AND
                 WS-PRE-SUCURSAL (WS-PP)     = PRE-SUCURSAL
                 MOVE WS-PP TO WS-POS-PRESUPUESTO
              END-IF
           END-PERFORM.

           IF WS-POS-PRESUPUESTO > 0
              DISPLAY 'LINEA DE PRESUPUESTO DUPLICADA, SE OMITE: '
                      PRE-DEPARTAMENTO ' ' PRE-SUCURSAL
              GO TO 1310-GUARDAR-LINEA-PRESUPUESTO-EXIT
           END-IF.

           IF WS-CANT-PRESUPUESTO >= WS-MAX-PRESUPUESTO
              DISPLAY 'PRESUPUESTO.TXT SUPERA EL MAXIMO DE '
                      WS-MAX-PRESUPUESTO ' LINEAS, SE OMITE: '
                      PRE-DEPARTAMENTO ' ' PRE-SUCURSAL
              GO TO 1310-GUARDAR-LINEA-PRESUPUESTO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PRESUPUESTO.

           MOVE PRE-DEPARTAMENTO TO
                           WS-PRE-DEPARTAMENTO (WS-CANT-PRESUPUESTO).
           MOVE PRE-SUCURSAL     TO
                           WS-PRE-SUCURSAL (WS-CANT-PRESUPUESTO).
           MOVE PRE-DOTACION     TO
                           WS-PRE-DOTACION (WS-CANT-PRESUPUESTO).
           MOVE PRE-MASA         TO
                           WS-PRE-MASA (WS-CANT-PRESUPUESTO).
           MOVE 0                TO
                           WS-PRE-DOTACION-REAL (WS-CANT-PRESUPUESTO).
           MOVE 0                TO
                           WS-PRE-MASA-REAL (WS-CANT-PRESUPUESTO).
           MOVE 0                TO
                           WS-PRE-MASA-NUEVA (WS-CANT-PRESUPUESTO).

       1310-GUARDAR-LINEA-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-MAESTRO.

              END-IF
           END-PERFORM.

           IF WS-HAY-PRESUPUESTO
              PERFORM 2160-ACUMULAR-PRESUPUESTO
                 THRU 2160-ACUMULAR-PRESUPUESTO-EXIT
           END-IF.

       2140-ACUMULAR-MASA-NUEVA-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       2150-REGISTRAR-CAMBIO-SUELDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2160-ACUMULAR-PRESUPUESTO.

      *---- SOLO LOS ESTADOS CON MARCA DE ACTIVO CONSUMEN PRESUPUESTO,
      *---- CON EL MISMO CRITERIO QUE CL18EJ16.
           MOVE 'NO' TO WS-FLAG-ES-ACTIVO.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
                                    OR WS-EMPLEADO-ACTIVO
              IF WS-ITEM-ESTADO (WS-II) = WS-ESTADO-VALIDO (WS-KK) AND
                 WS-ESTADO-ES-ACTIVO (WS-KK)
                 MOVE 'SI' TO WS-FLAG-ES-ACTIVO
              END-IF
           END-PERFORM.

           IF NOT WS-EMPLEADO-ACTIVO
              GO TO 2160-ACUMULAR-PRESUPUESTO-EXIT
           END-IF.

           MOVE 0 TO WS-POS-PRESUPUESTO.

           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
                                    OR WS-POS-PRESUPUESTO > 0
              IF WS-PRE-DEPARTAMENTO (WS-PP) =
                 WS-ITEM-DEPARTAMENTO (WS-II) AND
                 WS-PRE-SUCURSAL (WS-PP) = WS-ITEM-SUCURSAL (WS-II)
                 MOVE WS-PP TO WS-POS-PRESUPUESTO
              END-IF
           END-PERFORM.

      *---- SIN LINEA DE PRESUPUESTO NO HAY NADA QUE CONTROLAR ACA;
      *---- ESOS DEPARTAMENTOS LOS LISTA CL18EJ16.
           IF WS-POS-PRESUPUESTO = 0
              GO TO 2160-ACUMULAR-PRESUPUESTO-EXIT
           END-IF.

           ADD 1 TO WS-PRE-DOTACION-REAL (WS-POS-PRESUPUESTO).
           ADD WS-ITEM-SUELDO (WS-II) TO
                              WS-PRE-MASA-REAL (WS-POS-PRESUPUESTO).

           IF WS-EMPLEADO-COINCIDE AND NOT WS-SUELDO-DESBORDA
              ADD WS-SUELDO-NUEVO TO
                             WS-PRE-MASA-NUEVA (WS-POS-PRESUPUESTO)
           ELSE
              ADD WS-ITEM-SUELDO (WS-II) TO
                             WS-PRE-MASA-NUEVA (WS-POS-PRESUPUESTO)
           END-IF.

       2160-ACUMULAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-RESUMIR-MASA.


       2300-RESUMIR-MASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CONTROLAR-PRESUPUESTO.

      *---- PRIMERO LAS LINEAS QUE EL AJUSTE EMPUJARIA POR ENCIMA DEL
      *---- PRESUPUESTO (ANTES ENTRABAN, DESPUES NO), QUE SON LAS QUE
      *---- FINANZAS TIENE QUE AUTORIZAR; DESPUES LAS QUE YA ESTABAN
      *---- EXCEDIDAS ANTES DEL AJUSTE.
           IF NOT WS-HAY-PRESUPUESTO
              GO TO 2350-CONTROLAR-PRESUPUESTO-EXIT
           END-IF.

           MOVE SPACES TO REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.
           MOVE 'LINEAS DE PRESUPUESTO QUE EL AJUSTE DEJARIA EXCEDIDAS'
                                             TO REG-SIMULACION.
           DISPLAY REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.
           MOVE WS-LINEA-PRE-TITULOS TO REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.

           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
              IF WS-PRE-MASA-NUEVA (WS-PP) > WS-PRE-MASA (WS-PP) AND
                 WS-PRE-MASA-REAL (WS-PP) NOT > WS-PRE-MASA (WS-PP)
                 ADD 1 TO WS-CONT-PRE-EXCEDE
                 PERFORM 2360-GRABAR-LINEA-PRESUPUESTO
                    THRU 2360-GRABAR-LINEA-PRESUPUESTO-EXIT
              END-IF
           END-PERFORM.

           IF WS-CONT-PRE-EXCEDE = 0
              MOVE '  NINGUNA: EL AJUSTE ENTRA EN EL PRESUPUESTO'
                                             TO REG-SIMULACION
              DISPLAY REG-SIMULACION
              PERFORM 2900-GRABAR-SIMULACION
                 THRU 2900-GRABAR-SIMULACION-EXIT
           END-IF.

           MOVE SPACES TO REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.
           MOVE 'LINEAS DE PRESUPUESTO YA EXCEDIDAS ANTES DEL AJUSTE'
                                             TO REG-SIMULACION.
           DISPLAY REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.
           MOVE WS-LINEA-PRE-TITULOS TO REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.

           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
              IF WS-PRE-MASA-REAL (WS-PP) > WS-PRE-MASA (WS-PP)
                 ADD 1 TO WS-CONT-PRE-YA-EXCEDIDA
                 PERFORM 2360-GRABAR-LINEA-PRESUPUESTO
                    THRU 2360-GRABAR-LINEA-PRESUPUESTO-EXIT
              END-IF
           END-PERFORM.

           IF WS-CONT-PRE-YA-EXCEDIDA = 0
              MOVE '  NINGUNA' TO REG-SIMULACION
              DISPLAY REG-SIMULACION
              PERFORM 2900-GRABAR-SIMULACION
                 THRU 2900-GRABAR-SIMULACION-EXIT
           END-IF.

      *---- LA SIMULACION NO CAMBIA NADA, PERO EL RETORNO 04 AVISA
      *---- QUE EL AJUSTE PROPUESTO SE PASA DEL PRESUPUESTO.
           IF WS-CONT-PRE-EXCEDE > 0 AND RETURN-CODE < 04
              MOVE 04 TO RETURN-CODE
           END-IF.

       2350-CONTROLAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2360-GRABAR-LINEA-PRESUPUESTO.

           MOVE WS-PRE-DEPARTAMENTO (WS-PP) TO WS-PRE-LIN-DEPARTAMENTO.
           MOVE WS-PRE-SUCURSAL (WS-PP)     TO WS-PRE-LIN-SUCURSAL.
           MOVE WS-PRE-MASA (WS-PP)         TO WS-PRE-LIN-MASA.
           MOVE WS-PRE-MASA-REAL (WS-PP)    TO WS-PRE-LIN-ANTERIOR.
           MOVE WS-PRE-MASA-NUEVA (WS-PP)   TO WS-PRE-LIN-NUEVA.

           DISPLAY WS-LINEA-PRESUPUESTO.

           MOVE WS-LINEA-PRESUPUESTO        TO REG-SIMULACION.
           PERFORM 2900-GRABAR-SIMULACION
              THRU 2900-GRABAR-SIMULACION-EXIT.

       2360-GRABAR-LINEA-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-REESCRIBIR-MAESTRO.


       2900-GRABAR-SIMULACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-REGISTRAR-ACCESO.

      *---- UNA LINEA EN LA BITACORA PERMANENTE DE ACCESOS CON EL
      *---- OPERADOR Y EL RESULTADO. SI NO SE PUEDE GRABAR SE AVISA
      *---- EN EL RETORNO, COMO CON LAS DEMAS BITACORAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACC-FECHA-HORA.

           OPEN EXTEND ACC-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
              GO TO 2950-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES                  TO REG-ACCESOS.
           MOVE WS-ACC-FECHA-HORA (1:8) TO ACC-FECHA.
           MOVE WS-ACC-FECHA-HORA (9:6) TO ACC-HORA.
           MOVE 'CL18EJ12'              TO ACC-PROGRAMA.
           MOVE WS-ACC-ACCION           TO ACC-ACCION.
           MOVE WS-OPE-ID-INGRESADO     TO ACC-OPERADOR.
           MOVE WS-ACC-RESULTADO        TO ACC-RESULTADO.
           MOVE WS-ACC-DETALLE          TO ACC-DETALLE.

           WRITE REG-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
           END-IF.

           CLOSE ACC-ACCESOS.

       2950-REGISTRAR-ACCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

              MOVE WS-CONT-REG-CSV          TO WS-FORMAT-IMPORTE
              DISPLAY 'CANTIDAD DE LINEAS EXPORT CSV     : '
                      WS-FORMAT-IMPORTE
      *---- EL AJUSTE APLICADO QUEDA EN ACCESOS.TXT CON SUS
      *---- PARAMETROS, PARA SABER QUIEN APLICO CADA AUMENTO.
              MOVE 'ACEPTADO'               TO WS-ACC-RESULTADO
              MOVE SPACES                   TO WS-ACC-DETALLE
              STRING WS-PARM-TIPO         DELIMITED BY ' '
                     ' '                  DELIMITED BY SIZE
                     WS-PARM-VALOR        DELIMITED BY ' '
                     ' '                  DELIMITED BY SIZE
                     WS-PARM-FILTRO       DELIMITED BY ' '
                     ' '                  DELIMITED BY SIZE
                     WS-PARM-FILTRO-VALOR DELIMITED BY ' '
                     ' AJUSTADOS '        DELIMITED BY SIZE
                     WS-CONT-AJUSTADOS    DELIMITED BY SIZE
                     INTO WS-ACC-DETALLE
              PERFORM 2950-REGISTRAR-ACCESO
                 THRU 2950-REGISTRAR-ACCESO-EXIT
           END-IF.

           IF WS-SIM-ABIERTA
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE SIMULACION: '
                         FS-SIMULACION
              END-IF
              IF WS-HAY-PRESUPUESTO
                 MOVE WS-CONT-PRE-EXCEDE    TO WS-FORMAT-IMPORTE
                 DISPLAY 'LINEAS DE PRESUPUESTO A EXCEDER   : '
                         WS-FORMAT-IMPORTE
              END-IF
              DISPLAY 'SIMULACION GRABADA EN CL18EJ12-SIMULACION.TXT'
              DISPLAY 'NINGUN ARCHIVO DEL MAESTRO FUE MODIFICADO'
           END-IF.
