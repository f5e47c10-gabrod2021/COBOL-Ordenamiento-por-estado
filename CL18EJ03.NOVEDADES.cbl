      * LOS MOVIMIENTOS QUE NO CORRESPONDEN (BAJA/MODIFICACION DE UN ID
      * INEXISTENTE, ALTA DE UN ID YA EXISTENTE) VAN A UN ARCHIVO DE
      * RECHAZOS CON EL MOTIVO.
      * APLICAR NOVEDADES EXIGE UN OPERADOR DE OPERADORES.CFG CON ROL
      * CAPTURA, SEGUNDO PARAMETRO DESPUES DE LA CLAVE (O SE PIDE POR
      * CONSOLA); LA CORRIDA, O SU RECHAZO, QUEDA CON EL OPERADOR EN
      * ACCESOS.TXT. EJEMPLO: 'ESTADO OPE00001'.
      * LA NOVEDAD V (VACACIONES TOMADAS, CARGADA CON CL18EJ08) NO
      * TOCA EL MAESTRO: SUMA LOS DIAS A VACACIONES.IDX. CADA BAJA
      * APLICADA PASA EL SALDO DE VACACIONES QUE LE QUEDABA A
      * VACACIONES-LIQUIDACION.TXT, LA LISTA DE LIQUIDACION FINAL
      * PARA SUELDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ03.
           ALTERNATE RECORD KEY IS IDX-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

      *---- SALDOS DE VACACIONES (COPYBOOK CL18EJ23-VACACIONES): LA
      *---- NOVEDAD V LES SUMA LOS DIAS TOMADOS Y UNA BAJA LOS DA POR
      *---- LIQUIDADOS.
       SELECT VAC-VACACIONES
           ASSIGN TO '../VACACIONES.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VAC-ID
           FILE STATUS IS FS-VACACIONES.

      *---- LIQUIDACION FINAL DE VACACIONES: UNA LINEA POR CADA BAJA
      *---- QUE DEJA SALDO, CON EL IMPORTE A PAGAR (O DESCONTAR SI SE
      *---- ADELANTARON DIAS). PERMANENTE, EN EXTEND Y OPTIONAL COMO
      *---- EL ARCHIVO DE BAJAS.
       SELECT OPTIONAL LIQ-LIQUIDACION
           ASSIGN TO '../VACACIONES-LIQUIDACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

       SELECT CSV-EXPORT
           ASSIGN TO '../EMPLEADOSxESTADO.CSV'
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

       SELECT WORK-NOVEDADES
           ASSIGN TO 'WORKNOV'.

              88 NOV-ES-ALTA                        VALUE 'A'.
              88 NOV-ES-BAJA                        VALUE 'B'.
              88 NOV-ES-MODIFICACION                VALUE 'M'.
              88 NOV-ES-VACACIONES                  VALUE 'V'.
          05 NOV-EMPLEADO.
              10 NOV-ID-EMPLEADO            PIC 9(08).
              10 NOV-NOMBRE                 PIC X(25).
          05 BAJ-SUCURSAL                   PIC X(03).
          05 BAJ-FECHA-BAJA                 PIC 9(08).

       FD VAC-VACACIONES.
           COPY CL18EJ23-VACACIONES.

      *---- IMPORTE = SUELDO / 25 (DIA DE VACACIONES) POR LOS DIAS DE
      *---- SALDO; NEGATIVO SI EL EMPLEADO SE FUE DEBIENDO DIAS.
       FD LIQ-LIQUIDACION.
       01 REG-LIQUIDACION.
          05 LIQ-FECHA-BAJA                 PIC 9(08).
          05 FILLER                         PIC X(01).
          05 LIQ-ID                         PIC 9(08).
          05 FILLER                         PIC X(01).
          05 LIQ-APELLIDO                   PIC X(25).
          05 FILLER                         PIC X(01).
          05 LIQ-NOMBRE                     PIC X(25).
          05 FILLER                         PIC X(01).
          05 LIQ-SUCURSAL                   PIC X(03).
          05 FILLER                         PIC X(01).
          05 LIQ-DEPARTAMENTO               PIC X(15).
          05 FILLER                         PIC X(01).
          05 LIQ-DIAS-SALDO                 PIC S9(03)
                                            SIGN LEADING SEPARATE.
          05 FILLER                         PIC X(01).
          05 LIQ-SUELDO                     PIC 9(07)V9(02).
          05 FILLER                         PIC X(01).
          05 LIQ-IMPORTE                    PIC S9(09)V9(02)
                                            SIGN LEADING SEPARATE.

       FD IDX-MAESTRO.
       01 REG-IDX-MAESTRO.
          05 IDX-ID                         PIC 9(08).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.

       SD WORK-NOVEDADES.
       01 WORK-NOV-REG.
          05 WORK-NOV-TIPO                  PIC X(01).
          05 WORK-NOV-FECHA-ALTA            PIC 9(08).
          05 WORK-NOV-SUELDO                PIC 9(07)V9(02).
          05 WORK-NOV-SUCURSAL              PIC X(03).
      *---- NOVEDAD V: MISMO LAYOUT QUE NOV-VACACIONES EN CL18EJ08.
       01 WORK-NOV-REG-VAC.
          05 FILLER                         PIC X(09).
          05 WORK-NOV-VAC-FECHA-DESDE       PIC 9(08).
          05 WORK-NOV-VAC-DIAS              PIC 9(03).
          05 FILLER                         PIC X(75).

       SD WORK-ORDENAMIENTO.
       01 WORK-REG-ORDEN.
          05 FS-HISTORIAL                   PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-HISTORIAL-OK                 VALUE '00' '05'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.
          05 FS-VACACIONES                  PIC X(2).
             88 FS-VACACIONES-OK                VALUE '00'.
             88 FS-VACACIONES-NO-EXISTE         VALUE '23'.
             88 FS-VACACIONES-NFD               VALUE '35'.
          05 FS-LIQUIDACION                 PIC X(2).
             88 FS-LIQUIDACION-OK               VALUE '00' '05'.

      *---- OPERADOR QUE APLICA LAS NOVEDADES, VALIDADO EN
      *---- 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-CLAVE-ORDEN            PIC X(08) VALUE 'ESTADO'.
               88 WS-CLAVE-ES-ESTADO                 VALUE 'ESTADO'.
               88 WS-CLAVE-ES-APELLIDO               VALUE 'APELLIDO'.
           05 WS-CONT-REG-CSV                PIC 9(06) VALUE 0.
           05 WS-CONT-REG-CAMBIOS            PIC 9(06) VALUE 0.
           05 WS-CONT-REG-BAJAS-ARCH         PIC 9(04) VALUE 0.
           05 WS-CONT-VACACIONES             PIC 9(04) VALUE 0.
           05 WS-CONT-LIQUIDACIONES          PIC 9(04) VALUE 0.

      *---- LA LISTA DE ESTADOS VALIDOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1500-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO
           05 WS-FLAG-BAJAS-ABIERTO          PIC X(02) VALUE 'NO'.
               88 WS-BAJAS-ABIERTO                   VALUE 'SI'.

      *---- NOVEDADES V Y LIQUIDACION FINAL DE VACACIONES.
       01 WS-VACACIONES-AREA.
           05 WS-FLAG-VAC-ABIERTO            PIC X(02) VALUE 'NO'.
               88 WS-VAC-ABIERTO                     VALUE 'SI'.
           05 WS-FLAG-LIQ-ABIERTO            PIC X(02) VALUE 'NO'.
               88 WS-LIQ-ABIERTO                     VALUE 'SI'.
           05 WS-FLAG-VAC-EXISTE             PIC X(02) VALUE 'NO'.
               88 WS-VAC-EXISTE                      VALUE 'SI'.
           05 WS-VAC-DIAS-ANTERIOR           PIC ZZ9.
           05 WS-VAC-DIAS-NUEVO              PIC ZZ9.
           05 WS-VAC-SALDO                   PIC S9(03) VALUE 0.
           05 WS-VAC-VALOR-DIA               PIC 9(07)V9(02) VALUE 0.
           05 WS-VAC-IMPORTE                 PIC S9(09)V9(02) VALUE 0.

      *---- ESTADISTICAS DEL NEGOCIO, COMO 2800 EN CL18EJ02: LOS
      *---- DEPARTAMENTOS DISTINTOS SE DESCUBREN RECORRIENDO LA TABLA.
       01 WS-ESTADISTICAS-AREA.

      *---- MISMA CONVENCION DE PARAMETRO QUE CL18EJ02: LA CLAVE DE
      *---- ORDENAMIENTO DEL MAESTRO REESCRITO VIENE POR LINEA DE
      *---- COMANDOS Y SI NO SE RECONOCE SE ORDENA POR ESTADO. EL
      *---- SEGUNDO PARAMETRO ES EL ID DE OPERADOR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-CLAVE-ORDEN
                    WS-OPE-ID-INGRESADO.

           IF NOT WS-CLAVE-ES-ESTADO AND NOT WS-CLAVE-ES-APELLIDO
                                     AND NOT WS-CLAVE-ES-ID
           DISPLAY 'CLAVE DE ORDENAMIENTO UTILIZADA: '
                   WS-PARM-CLAVE-ORDEN.

      *---- APLICAR NOVEDADES CAMBIA EL MAESTRO: SOLO LO PUEDE HACER
      *---- EL ROL CAPTURA, Y SE CONTROLA ANTES DE ABRIR NADA.
           MOVE 'CAPTURA'   TO WS-OPE-ROL-REQUERIDO.
           MOVE 'NOVEDADES' TO WS-ACC-ACCION.
           PERFORM 1050-VALIDAR-OPERADOR
              THRU 1050-VALIDAR-OPERADOR-EXIT.

      *---- LA TABLA DE ESTADOS SE CARGA ANTES DE TOCAR ARCHIVOS: LA
      *---- USAN LA VALIDACION DE NOVEDADES, EL TRAILER, LOS SPLITS Y
      *---- LAS ESTADISTICAS.
           PERFORM 1400-ABRIR-BAJAS
              THRU 1400-ABRIR-BAJAS-EXIT.

           PERFORM 1600-ABRIR-VACACIONES
              THRU 1600-ABRIR-VACACIONES-EXIT.

           PERFORM 1700-ABRIR-LIQUIDACION
              THRU 1700-ABRIR-LIQUIDACION-EXIT.

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
           PERFORM 9200-REGISTRAR-ACCESO
              THRU 9200-REGISTRAR-ACCESO-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-NOVEDADES.


       1400-ABRIR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1600-ABRIR-VACACIONES.

      *---- HASTA EL PRIMER DEVENGAMIENTO (CL18EJ23) EL ARCHIVO PUEDE
      *---- NO EXISTIR: SE CREA VACIO, COMO CUENTAS.IDX EN CL18EJ21.
      *---- SI NO SE PUEDE ABRIR, LAS NOVEDADES V SE RECHAZAN, LAS
      *---- BAJAS SE APLICAN SIN LIQUIDAR VACACIONES Y QUEDA AVISADO
      *---- EL RETORNO.
           OPEN I-O VAC-VACACIONES.

           IF FS-VACACIONES-NFD
              OPEN OUTPUT VAC-VACACIONES
              IF FS-VACACIONES-OK
                 CLOSE VAC-VACACIONES
                 OPEN I-O VAC-VACACIONES
              END-IF
           END-IF.

           IF FS-VACACIONES-OK
              MOVE 'SI' TO WS-FLAG-VAC-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE VACACIONES'
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 08 TO RETURN-CODE
           END-IF.

       1600-ABRIR-VACACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1700-ABRIR-LIQUIDACION.

           OPEN EXTEND LIQ-LIQUIDACION.

           IF FS-LIQUIDACION-OK
              MOVE 'SI' TO WS-FLAG-LIQ-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR LA LIQUIDACION DE VACACIONES'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              MOVE 08 TO RETURN-CODE
           END-IF.

       1700-ABRIR-LIQUIDACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-CARGAR-ESTADOS.

               WHEN WORK-NOV-TIPO = 'M'
                    PERFORM 2170-APLICAR-MODIFICACION
                       THRU 2170-APLICAR-MODIFICACION-EXIT
               WHEN WORK-NOV-TIPO = 'V'
                    PERFORM 2185-APLICAR-VACACIONES
                       THRU 2185-APLICAR-VACACIONES-EXIT
               WHEN OTHER
                    MOVE 'CODIGO DE MOVIMIENTO INVALIDO'
                                           TO WS-MOTIVO-RECHAZO
           PERFORM 2165-ARCHIVAR-BAJA
              THRU 2165-ARCHIVAR-BAJA-EXIT.

           PERFORM 2168-LIQUIDAR-VACACIONES
              THRU 2168-LIQUIDAR-VACACIONES-EXIT.

           MOVE 'N' TO WS-ITEM-VIGENTE (WS-POS-ENCONTRADA).

           ADD 1 TO WS-CONT-BAJAS.

       2165-ARCHIVAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2168-LIQUIDAR-VACACIONES.

      *---- EL SALDO DE VACACIONES DEL QUE SE VA (A FAVOR O EN CONTRA)
      *---- PASA A LA LIQUIDACION FINAL Y EL REGISTRO QUEDA MARCADO
      *---- COMO LIQUIDADO PARA QUE NO SE PAGUE DOS VECES. SIN SALDO
      *---- SOLO SE MARCA.
           IF NOT WS-VAC-ABIERTO
              GO TO 2168-LIQUIDAR-VACACIONES-EXIT
           END-IF.

           MOVE WORK-NOV-ID TO VAC-ID.

           READ VAC-VACACIONES.

           IF NOT FS-VACACIONES-OK
              GO TO 2168-LIQUIDAR-VACACIONES-EXIT
           END-IF.

           IF VAC-FECHA-LIQUIDACION NOT = 0
              GO TO 2168-LIQUIDAR-VACACIONES-EXIT
           END-IF.

           SUBTRACT VAC-DIAS-TOMADOS FROM VAC-DIAS-DEVENGADOS
               GIVING WS-VAC-SALDO.

      *---- SIN EL ARCHIVO DE LIQUIDACION EL SALDO NO SE PUEDE PASAR:
      *---- EL REGISTRO QUEDA PENDIENTE, SIN MARCAR, PARA LIQUIDARLO
      *---- CUANDO SE RESUELVA.
           IF WS-VAC-SALDO NOT = 0 AND NOT WS-LIQ-ABIERTO
              DISPLAY 'SIN ARCHIVO DE LIQUIDACION: SALDO DE VACACIONES '
                      'PENDIENTE, ID: ' WORK-NOV-ID
              MOVE 08 TO RETURN-CODE
              GO TO 2168-LIQUIDAR-VACACIONES-EXIT
           END-IF.

           IF WS-VAC-SALDO NOT = 0
              DIVIDE WS-ITEM-SUELDO (WS-POS-ENCONTRADA) BY 25
                  GIVING WS-VAC-VALOR-DIA ROUNDED
              MULTIPLY WS-VAC-VALOR-DIA BY WS-VAC-SALDO
                  GIVING WS-VAC-IMPORTE
              MOVE SPACES                       TO REG-LIQUIDACION
              MOVE WS-FECHA-PROCESO             TO LIQ-FECHA-BAJA
              MOVE WORK-NOV-ID                  TO LIQ-ID
              MOVE WS-ITEM-APELLIDO (WS-POS-ENCONTRADA)
                                                TO LIQ-APELLIDO
              MOVE WS-ITEM-NOMBRE (WS-POS-ENCONTRADA)
                                                TO LIQ-NOMBRE
              MOVE WS-ITEM-SUCURSAL (WS-POS-ENCONTRADA)
                                                TO LIQ-SUCURSAL
              MOVE WS-ITEM-DEPARTAMENTO (WS-POS-ENCONTRADA)
                                                TO LIQ-DEPARTAMENTO
              MOVE WS-VAC-SALDO                 TO LIQ-DIAS-SALDO
              MOVE WS-ITEM-SUELDO (WS-POS-ENCONTRADA)
                                                TO LIQ-SUELDO
              MOVE WS-VAC-IMPORTE               TO LIQ-IMPORTE
              WRITE REG-LIQUIDACION
              IF FS-LIQUIDACION-OK
                 ADD 1 TO WS-CONT-LIQUIDACIONES
              ELSE
                 DISPLAY 'ERROR AL GRABAR LA LIQUIDACION DE '
                         'VACACIONES, ID: ' WORK-NOV-ID
                 DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
                 MOVE 08 TO RETURN-CODE
                 GO TO 2168-LIQUIDAR-VACACIONES-EXIT
              END-IF
           END-IF.

           MOVE WS-FECHA-PROCESO TO VAC-FECHA-LIQUIDACION.
           MOVE WS-FECHA-PROCESO TO VAC-FECHA-ACTUALIZACION.

           REWRITE REG-VACACIONES.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL ACTUALIZAR VACACIONES, ID: '
                      WORK-NOV-ID
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 08 TO RETURN-CODE
           END-IF.

       2168-LIQUIDAR-VACACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2170-APLICAR-MODIFICACION.


       2180-VALIDAR-ESTADO-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2185-APLICAR-VACACIONES.

      *---- LOS DIAS TOMADOS SE SUMAN AL SALDO DEL EMPLEADO; UN
      *---- EMPLEADO QUE TODAVIA NO DEVENGO ARRANCA SU REGISTRO CON
      *---- CERO DEVENGADOS (QUEDA EN NEGATIVO HASTA EL DEVENGAMIENTO).
      *---- EL CAMBIO QUEDA EN LA BITACORA DE CAMBIOS COMO CUALQUIER
      *---- MODIFICACION.
           IF WS-ID-NO-EXISTE
              MOVE 'VACACIONES DE ID INEXISTENTE'
                                             TO WS-MOTIVO-RECHAZO
              PERFORM 2190-RECHAZAR-MOVIMIENTO
                 THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2185-APLICAR-VACACIONES-EXIT
           END-IF.

           IF WORK-NOV-VAC-DIAS NOT NUMERIC OR
              WORK-NOV-VAC-DIAS = 0 OR
              WORK-NOV-VAC-FECHA-DESDE NOT NUMERIC
              MOVE 'DIAS DE VACACIONES INVALIDOS'
                                             TO WS-MOTIVO-RECHAZO
              PERFORM 2190-RECHAZAR-MOVIMIENTO
                 THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2185-APLICAR-VACACIONES-EXIT
           END-IF.

           IF NOT WS-VAC-ABIERTO
              MOVE 'SIN ARCHIVO DE VACACIONES'
                                             TO WS-MOTIVO-RECHAZO
              PERFORM 2190-RECHAZAR-MOVIMIENTO
                 THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2185-APLICAR-VACACIONES-EXIT
           END-IF.

           MOVE WORK-NOV-ID TO VAC-ID.

           READ VAC-VACACIONES.

           EVALUATE TRUE
               WHEN FS-VACACIONES-OK
                    MOVE 'SI' TO WS-FLAG-VAC-EXISTE
               WHEN FS-VACACIONES-NO-EXISTE
                    MOVE 'NO' TO WS-FLAG-VAC-EXISTE
                    INITIALIZE REG-VACACIONES
                    MOVE WORK-NOV-ID TO VAC-ID
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VACACIONES, ID: '
                            WORK-NOV-ID
                    DISPLAY 'FILE STATUS: ' FS-VACACIONES
                    MOVE 08 TO RETURN-CODE
                    MOVE 'ERROR AL LEER VACACIONES'
                                             TO WS-MOTIVO-RECHAZO
                    PERFORM 2190-RECHAZAR-MOVIMIENTO
                       THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
                    GO TO 2185-APLICAR-VACACIONES-EXIT
           END-EVALUATE.

           IF VAC-DIAS-TOMADOS + WORK-NOV-VAC-DIAS > 999
              MOVE 'DIAS DE VACACIONES INVALIDOS'
                                             TO WS-MOTIVO-RECHAZO
              PERFORM 2190-RECHAZAR-MOVIMIENTO
                 THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2185-APLICAR-VACACIONES-EXIT
           END-IF.

           MOVE VAC-DIAS-TOMADOS          TO WS-VAC-DIAS-ANTERIOR.
           ADD WORK-NOV-VAC-DIAS          TO VAC-DIAS-TOMADOS.
           MOVE VAC-DIAS-TOMADOS          TO WS-VAC-DIAS-NUEVO.
           MOVE WORK-NOV-VAC-FECHA-DESDE  TO VAC-FECHA-ULT-TOMA.
           MOVE WS-FECHA-PROCESO          TO VAC-FECHA-ACTUALIZACION.

           IF WS-VAC-EXISTE
              REWRITE REG-VACACIONES
           ELSE
              WRITE REG-VACACIONES
           END-IF.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL GRABAR VACACIONES, ID: ' WORK-NOV-ID
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 08 TO RETURN-CODE
              MOVE 'ERROR AL GRABAR VACACIONES'
                                             TO WS-MOTIVO-RECHAZO
              PERFORM 2190-RECHAZAR-MOVIMIENTO
                 THRU 2190-RECHAZAR-MOVIMIENTO-EXIT
              GO TO 2185-APLICAR-VACACIONES-EXIT
           END-IF.

           MOVE 'DIAS TOMADOS'       TO WS-CAM-CAMPO.
           MOVE WS-VAC-DIAS-ANTERIOR TO WS-CAM-ANTERIOR.
           MOVE WS-VAC-DIAS-NUEVO    TO WS-CAM-NUEVO.
           PERFORM 2176-GRABAR-CAMBIO
              THRU 2176-GRABAR-CAMBIO-EXIT.

           ADD 1 TO WS-CONT-VACACIONES.

       2185-APLICAR-VACACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2190-RECHAZAR-MOVIMIENTO.

           DISPLAY 'CANTIDAD DE MODIFICACIONES        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-VACACIONES          TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE VACACIONES APLICADAS  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-RECHAZOS            TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE MOVIMIENTOS RECHAZADOS: '
                   WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE BAJAS ARCHIVADAS      : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-LIQUIDACIONES       TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE LIQUIDACIONES VACAC.  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REG-ESTADISTICAS    TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE LINEAS ESTADISTICAS   : '
                   WS-FORMAT-IMPORTE.
           PERFORM 9100-GRABAR-HISTORIAL
              THRU 9100-GRABAR-HISTORIAL-EXIT.

      *---- LA CORRIDA AUTORIZADA QUEDA EN ACCESOS.TXT CON LO QUE
      *---- APLICO, PARA SABER QUIEN CARGO CADA NOVEDAD AL MAESTRO.
           MOVE RETURN-CODE                 TO WS-ACC-RETORNO.
           MOVE 'ACEPTADO'                  TO WS-ACC-RESULTADO.
           MOVE SPACES                      TO WS-ACC-DETALLE.
           STRING 'A ' WS-CONT-ALTAS ' B ' WS-CONT-BAJAS
                  ' M ' WS-CONT-MODIFICACIONES
                  ' V ' WS-CONT-VACACIONES
                  ' RECH ' WS-CONT-RECHAZOS
                  ' RETORNO ' WS-ACC-RETORNO
                  DELIMITED BY SIZE INTO WS-ACC-DETALLE.
           PERFORM 9200-REGISTRAR-ACCESO
              THRU 9200-REGISTRAR-ACCESO-EXIT.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
              END-IF
           END-IF.

           IF WS-VAC-ABIERTO
              MOVE 'NO' TO WS-FLAG-VAC-ABIERTO
              CLOSE VAC-VACACIONES
              IF NOT FS-VACACIONES-OK
                 DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE VACACIONES: '
                         FS-VACACIONES
              END-IF
           END-IF.

           IF WS-LIQ-ABIERTO
              MOVE 'NO' TO WS-FLAG-LIQ-ABIERTO
              CLOSE LIQ-LIQUIDACION
              IF NOT FS-LIQUIDACION-OK
                 DISPLAY 'ERROR AL CERRAR LA LIQUIDACION DE '
                         'VACACIONES: ' FS-LIQUIDACION
              END-IF
           END-IF.

       3100-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           MOVE 'NO'                        TO HIS-DESDE-CHECKPOINT.
           MOVE WS-CONT-REG-NOVEDADES       TO HIS-CONT-EMPLEADOS.
           COMPUTE HIS-CONT-VALIDOS = WS-CONT-ALTAS + WS-CONT-BAJAS
                                    + WS-CONT-MODIFICACIONES
                                    + WS-CONT-VACACIONES.
           MOVE WS-CONT-RECHAZOS            TO HIS-CONT-RECHAZADOS.
           MOVE WS-CONT-REG-MAESTRO         TO HIS-CONT-SALIDA.
           MOVE 0                           TO HIS-CONT-RESUMEN.
       9100-GRABAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       9200-REGISTRAR-ACCESO.

      *---- UNA LINEA EN LA BITACORA PERMANENTE DE ACCESOS CON EL
      *---- OPERADOR Y EL RESULTADO. SI NO SE PUEDE GRABAR SE AVISA
      *---- EN EL RETORNO, COMO CON LAS DEMAS BITACORAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACC-FECHA-HORA.

           OPEN EXTEND ACC-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
              GO TO 9200-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES                  TO REG-ACCESOS.
           MOVE WS-ACC-FECHA-HORA (1:8) TO ACC-FECHA.
           MOVE WS-ACC-FECHA-HORA (9:6) TO ACC-HORA.
           MOVE 'CL18EJ03'              TO ACC-PROGRAMA.
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

       9200-REGISTRAR-ACCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ03.
