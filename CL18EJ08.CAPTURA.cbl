      * Purpose:
      * DESCRIPCION: CAPTURA INTERACTIVA DE NOVEDADES PARA CL18EJ03.
      * EN VEZ DE EDITAR NOVEDADES.TXT A MANO, EL OPERADOR DE SUCURSAL
      * INGRESA POR CONSOLA EL TIPO DE MOVIMIENTO (A/B/M/V) Y CADA CAMPO
      * DE NOV-EMPLEADO; EL PROGRAMA VALIDA A MEDIDA QUE CARGA (ID
      * NUMERICO, ESTADO DE LA LISTA DE VALIDOS, FECHA DE ALTA REAL,
      * SUCURSAL PRESENTE EN SUCURSALES.CFG), PARA B Y M BUSCA EL ID
      * NADA, PIDE CONFIRMACION Y RECIEN ENTONCES AGREGA EL MOVIMIENTO
      * BIEN FORMADO AL FINAL DE NOVEDADES.TXT. ASI LOS RECHAZOS
      * NOCTURNOS POR IDS MALFORMADOS O BASURA EN EL SUELDO SE FRENAN
      * EN EL ORIGEN. AL ARRANCAR PIDE EL ID DE OPERADOR: SOLO LOS
      * OPERADORES DE OPERADORES.CFG CON ROL CAPTURA PUEDEN CARGAR, Y
      * SOLO PARA LAS SUCURSALES QUE TIENEN ASIGNADAS; CADA MOVIMIENTO
      * GRABADO O RECHAZADO QUEDA EN ACCESOS.TXT CON EL OPERADOR.
      * LA NOVEDAD V CARGA DIAS DE VACACIONES TOMADOS (FECHA DESDE Y
      * CANTIDAD DE DIAS) DE UN EMPLEADO DEL MAESTRO; ANTES DE
      * CONFIRMAR MUESTRA EL SALDO DE VACACIONES.IDX Y AVISA SI LOS
      * DIAS LO DEJAN NEGATIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ08.
           ALTERNATE RECORD KEY IS IDX-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

      *---- SALDOS DE VACACIONES, SOLO PARA MOSTRAR EN LA NOVEDAD V.
       SELECT VAC-VACACIONES
           ASSIGN TO '../VACACIONES.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VAC-ID
           FILE STATUS IS FS-VACACIONES.

       SELECT CFG-SUCURSALES
           ASSIGN TO '../SUCURSALES.CFG'
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

              10 NOV-FECHA-ALTA             PIC 9(08).
              10 NOV-SUELDO                 PIC 9(07)V9(02).
              10 NOV-SUCURSAL               PIC X(03).
      *---- NOVEDAD V: DIAS DE VACACIONES TOMADOS DESDE UNA FECHA.
          05 NOV-VACACIONES REDEFINES NOV-EMPLEADO.
              10 NOV-VAC-ID                 PIC 9(08).
              10 NOV-VAC-FECHA-DESDE        PIC 9(08).
              10 NOV-VAC-DIAS               PIC 9(03).
              10 FILLER                     PIC X(75).

       FD VAC-VACACIONES.
           COPY CL18EJ23-VACACIONES.

       FD IDX-MAESTRO.
       01 REG-IDX-MAESTRO.
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.


       WORKING-STORAGE SECTION.

             88 FS-INDEXADO-OK                  VALUE '00'.
             88 FS-INDEXADO-NO-EXISTE           VALUE '23'.
             88 FS-INDEXADO-NFD                 VALUE '35'.
          05 FS-VACACIONES                  PIC X(2).
             88 FS-VACACIONES-OK                VALUE '00'.
             88 FS-VACACIONES-NO-EXISTE         VALUE '23'.
             88 FS-VACACIONES-NFD               VALUE '35'.
          05 FS-CONFIG                      PIC X(2).
             88 FS-CONFIG-OK                    VALUE '00'.
             88 FS-CONFIG-EOF                   VALUE '10'.
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.

      *---- OPERADOR DE LA SESION, VALIDADO EN 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1300-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO
           05 WS-FLAG-ID-EN-MAESTRO          PIC X(02) VALUE 'NO'.
               88 WS-ID-EN-MAESTRO                   VALUE 'SI'.

      *---- NOVEDAD V: DIAS INGRESADOS Y SALDO ACTUAL DEL EMPLEADO.
       01 WS-VACACIONES-AREA.
           05 WS-DIAS-INGRESADOS             PIC X(03) VALUE SPACES.
           05 WS-DIAS-NORMALIZADO            PIC X(03) JUSTIFIED RIGHT.
           05 WS-FLAG-VAC-ABIERTO            PIC X(02) VALUE 'NO'.
               88 WS-VAC-ABIERTO                     VALUE 'SI'.
           05 WS-VAC-SALDO                   PIC S9(04) VALUE 0.
           05 WS-VAC-SALDO-ED                PIC ----9.

      *---- NORMALIZACION DEL SUELDO INGRESADO: SE ACEPTA CON O SIN
      *---- COMA DECIMAL Y SE ARMA EL 9(07)V9(02) DEL LAYOUT.
       01 WS-SUELDO-AREA.
       01 WS-CONTADORES.
           05 WS-CONT-MOV-GRABADOS           PIC 9(04) VALUE 0.
           05 WS-CONT-MOV-CANCELADOS         PIC 9(04) VALUE 0.
           05 WS-CONT-MOV-NO-AUTORIZADOS     PIC 9(04) VALUE 0.

       01 WS-VARIABLES-GENERALES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-MOV-FECHA-ALTA              PIC 9(08).
           05 WS-MOV-SUELDO                  PIC 9(07)V9(02).
           05 WS-MOV-SUCURSAL                PIC X(03).
           05 WS-MOV-VAC-FECHA-DESDE         PIC 9(08).
           05 WS-MOV-VAC-DIAS                PIC 9(03).


      *----------------------------------------------------------------*

           INITIALIZE WS-CONTADORES.

      *---- ANTES DE ABRIR NADA SE IDENTIFICA EL OPERADOR: LA CAPTURA
      *---- ES SOLO PARA EL ROL CAPTURA.
           MOVE 'CAPTURA'   TO WS-OPE-ROL-REQUERIDO.
           MOVE 'CAPTURA'   TO WS-ACC-ACCION.

           PERFORM 1050-VALIDAR-OPERADOR
              THRU 1050-VALIDAR-OPERADOR-EXIT.

      *---- SIN EL MAESTRO INDEXADO NO HAY CONTRA QUE MOSTRAR LOS
      *---- DATOS ACTUALES DE UNA BAJA O MODIFICACION: MISMO CORTE
      *---- QUE HACE CL18EJ04.
                    STOP RUN
           END-EVALUATE.

      *---- VACACIONES.IDX SOLO SIRVE PARA MOSTRAR EL SALDO EN LA
      *---- NOVEDAD V: SI NO ESTA, SE CARGA IGUAL SIN MOSTRARLO.
           OPEN INPUT VAC-VACACIONES.

           EVALUATE TRUE
               WHEN FS-VACACIONES-OK
                    MOVE 'SI' TO WS-FLAG-VAC-ABIERTO
               WHEN FS-VACACIONES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUDO ABRIR VACACIONES.IDX, NO SE '
                            'MUESTRAN SALDOS'
                    DISPLAY 'FILE STATUS: ' FS-VACACIONES
           END-EVALUATE.

           PERFORM 1100-CARGAR-SUCURSALES
              THRU 1100-CARGAR-SUCURSALES-EXIT.


       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-OPERADOR.

      *---- EL OPERADOR TIENE QUE ESTAR EN OPERADORES.CFG CON EL ROL
      *---- QUE PIDE EL PROGRAMA. SIN LA TABLA NO HAY FORMA DE
      *---- AUTORIZAR A NADIE, ASI QUE TAMBIEN SE RECHAZA. TODO
      *---- RECHAZO QUEDA EN ACCESOS.TXT Y TERMINA LA CORRIDA.
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
           PERFORM 2900-REGISTRAR-ACCESO
              THRU 2900-REGISTRAR-ACCESO-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-SUCURSALES.


           DISPLAY ' '.
           DISPLAY 'TIPO DE MOVIMIENTO (A=ALTA B=BAJA M=MODIFICACION '
                   'V=VACACIONES 0=TERMINAR): '.
           MOVE SPACE TO WS-TIPO-INGRESADO.
           ACCEPT WS-TIPO-INGRESADO.


           IF WS-TIPO-INGRESADO NOT = 'A' AND
              WS-TIPO-INGRESADO NOT = 'B' AND
              WS-TIPO-INGRESADO NOT = 'M' AND
              WS-TIPO-INGRESADO NOT = 'V'
              DISPLAY 'TIPO DE MOVIMIENTO INVALIDO: ' WS-TIPO-INGRESADO
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.
           END-IF.

      *---- LA BAJA NO PIDE MAS CAMPOS: EL RESTO DEL REGISTRO SE
      *---- COMPLETA CON LOS DATOS ACTUALES DEL MAESTRO. LAS
      *---- VACACIONES PIDEN SOLO LA FECHA DESDE Y LOS DIAS.
           EVALUATE WS-MOV-TIPO
               WHEN 'B'
                    CONTINUE
               WHEN 'V'
                    PERFORM 2400-PEDIR-VACACIONES
                       THRU 2400-PEDIR-VACACIONES-EXIT
               WHEN OTHER
                    PERFORM 2300-PEDIR-DATOS-EMPLEADO
                       THRU 2300-PEDIR-DATOS-EMPLEADO-EXIT
           END-EVALUATE.

           IF WS-MOV-CANCELADO
              ADD 1 TO WS-CONT-MOV-CANCELADOS
                    CONTINUE
           END-EVALUATE.

      *---- UNA BAJA O MODIFICACION SOLO LA PUEDE CARGAR UN OPERADOR
      *---- ASIGNADO A LA SUCURSAL ACTUAL DEL EMPLEADO.
           IF NOT WS-MOV-CANCELADO AND WS-MOV-TIPO NOT = 'A'
              PERFORM 2350-CONTROLAR-SUCURSAL-OPE
                 THRU 2350-CONTROLAR-SUCURSAL-OPE-EXIT
           END-IF.

       2200-CONSULTAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

           MOVE WS-CAMPO-INGRESADO (1:3) TO WS-MOV-SUCURSAL.

           PERFORM 2350-CONTROLAR-SUCURSAL-OPE
              THRU 2350-CONTROLAR-SUCURSAL-OPE-EXIT.

       2340-PEDIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CONTROLAR-SUCURSAL-OPE.

      *---- LA SUCURSAL DEL MOVIMIENTO TIENE QUE ESTAR ENTRE LAS DEL
      *---- OPERADOR ('***' EN LA PRIMERA POSICION = TODAS). SI NO,
      *---- EL MOVIMIENTO SE CANCELA Y EL RECHAZO QUEDA EN ACCESOS.TXT.
           MOVE 'NO' TO WS-FLAG-SUC-HABILITADA.

           IF WS-OPE-SUC-CODIGO (1) = '***'
              MOVE 'SI' TO WS-FLAG-SUC-HABILITADA
           END-IF.

           PERFORM VARYING WS-OO FROM 1 BY 1 UNTIL WS-OO > 10
                                    OR WS-SUC-HABILITADA
              IF WS-OPE-SUC-CODIGO (WS-OO) = WS-MOV-SUCURSAL
                 MOVE 'SI' TO WS-FLAG-SUC-HABILITADA
              END-IF
           END-PERFORM.

           IF WS-SUC-HABILITADA
              GO TO 2350-CONTROLAR-SUCURSAL-OPE-EXIT
           END-IF.

           DISPLAY 'SUCURSAL NO ASIGNADA AL OPERADOR: '
                   WS-MOV-SUCURSAL.
           MOVE 'SI' TO WS-FLAG-MOV-CANCELADO.
           ADD 1     TO WS-CONT-MOV-NO-AUTORIZADOS.

           MOVE SPACES TO WS-ACC-ACCION.
           STRING 'NOVEDAD-' WS-MOV-TIPO
                  DELIMITED BY SIZE INTO WS-ACC-ACCION.
           MOVE 'RECHAZADO' TO WS-ACC-RESULTADO.
           MOVE SPACES      TO WS-ACC-DETALLE.
           STRING 'ID ' WS-MOV-ID ' SUCURSAL ' WS-MOV-SUCURSAL
                  ' NO ASIGNADA'
                  DELIMITED BY SIZE INTO WS-ACC-DETALLE.

           PERFORM 2900-REGISTRAR-ACCESO
              THRU 2900-REGISTRAR-ACCESO-EXIT.

       2350-CONTROLAR-SUCURSAL-OPE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-PEDIR-VACACIONES.

           DISPLAY 'VACACIONES DESDE (AAAAMMDD): '.
           MOVE SPACES TO WS-FECHA-INGRESADA.
           ACCEPT WS-FECHA-INGRESADA.

           PERFORM 2325-VALIDAR-FECHA
              THRU 2325-VALIDAR-FECHA-EXIT.

           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECHA DESDE INVALIDA: ' WS-FECHA-INGRESADA
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              GO TO 2400-PEDIR-VACACIONES-EXIT
           END-IF.

           MOVE WS-FECHA-NUM TO WS-MOV-VAC-FECHA-DESDE.

      *---- LOS DIAS SE NORMALIZAN COMO EL ID: '7' ES '007'.
           DISPLAY 'DIAS TOMADOS (1 A 999): '.
           MOVE SPACES TO WS-DIAS-INGRESADOS.
           ACCEPT WS-DIAS-INGRESADOS.

           MOVE SPACES TO WS-DIAS-NORMALIZADO.

           IF WS-DIAS-INGRESADOS NOT = SPACES
              PERFORM VARYING WS-LL FROM 3 BY -1 UNTIL WS-LL < 1
                          OR WS-DIAS-INGRESADOS (WS-LL:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE WS-DIAS-INGRESADOS (1:WS-LL) TO WS-DIAS-NORMALIZADO
              INSPECT WS-DIAS-NORMALIZADO REPLACING LEADING ' ' BY '0'
           END-IF.

           IF WS-DIAS-NORMALIZADO NOT NUMERIC OR
              WS-DIAS-NORMALIZADO = '000'
              DISPLAY 'DIAS INVALIDOS: ' WS-DIAS-INGRESADOS
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              GO TO 2400-PEDIR-VACACIONES-EXIT
           END-IF.

           MOVE WS-DIAS-NORMALIZADO TO WS-MOV-VAC-DIAS.

      *---- SALDO AL ULTIMO PROCESO NOCTURNO: NO INCLUYE LAS NOVEDADES
      *---- V CARGADAS Y TODAVIA NO APLICADAS. UN SALDO QUE QUEDARIA
      *---- NEGATIVO SE AVISA PERO SE PUEDE CARGAR (ADELANTO DE DIAS).
           IF NOT WS-VAC-ABIERTO
              GO TO 2400-PEDIR-VACACIONES-EXIT
           END-IF.

           MOVE WS-MOV-ID TO VAC-ID.

           READ VAC-VACACIONES.

           EVALUATE TRUE
               WHEN FS-VACACIONES-OK AND VAC-FECHA-LIQUIDACION = 0
                    SUBTRACT VAC-DIAS-TOMADOS FROM VAC-DIAS-DEVENGADOS
                        GIVING WS-VAC-SALDO
                    MOVE WS-VAC-SALDO TO WS-VAC-SALDO-ED
                    DISPLAY 'SALDO AL ULTIMO PROCESO: DEVENGADOS '
                            VAC-DIAS-DEVENGADOS ' TOMADOS '
                            VAC-DIAS-TOMADOS ' SALDO ' WS-VAC-SALDO-ED
                            ' VENCE ' VAC-FECHA-VENCIMIENTO
               WHEN FS-VACACIONES-OK OR FS-VACACIONES-NO-EXISTE
                    MOVE 0 TO WS-VAC-SALDO
                    DISPLAY 'EL EMPLEADO NO TIENE DIAS DEVENGADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VACACIONES.IDX: '
                            FS-VACACIONES
                    GO TO 2400-PEDIR-VACACIONES-EXIT
           END-EVALUATE.

           IF WS-MOV-VAC-DIAS > WS-VAC-SALDO
              DISPLAY 'ATENCION: CON ESTOS DIAS EL SALDO QUEDA '
                      'NEGATIVO'
           END-IF.

       2400-PEDIR-VACACIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-CONFIRMAR-Y-GRABAR.

                   '  ID: ' WS-MOV-ID
                   '  NOMBRE: ' WS-MOV-NOMBRE
                   '  APELLIDO: ' WS-MOV-APELLIDO.
           IF WS-MOV-TIPO = 'V'
              DISPLAY '  VACACIONES DESDE: ' WS-MOV-VAC-FECHA-DESDE
                      '  DIAS: ' WS-MOV-VAC-DIAS
                      '  SUCURSAL: ' WS-MOV-SUCURSAL
           ELSE
              DISPLAY '  ESTADO: ' WS-MOV-ESTADO
                      '  DEPARTAMENTO: ' WS-MOV-DEPARTAMENTO
                      '  FECHA ALTA: ' WS-MOV-FECHA-ALTA
                      '  SUELDO: ' WS-SUELDO-ED
                      '  SUCURSAL: ' WS-MOV-SUCURSAL
           END-IF.
           DISPLAY 'CONFIRMA (S/N)? '.

           MOVE SPACE TO WS-CONFIRMACION.
              GO TO 2700-CONFIRMAR-Y-GRABAR-EXIT
           END-IF.

           IF WS-MOV-TIPO = 'V'
              MOVE SPACES                 TO REG-NOV-NOVEDADES
              MOVE WS-MOV-TIPO            TO NOV-TIPO-MOV
              MOVE WS-MOV-ID              TO NOV-VAC-ID
              MOVE WS-MOV-VAC-FECHA-DESDE TO NOV-VAC-FECHA-DESDE
              MOVE WS-MOV-VAC-DIAS        TO NOV-VAC-DIAS
           ELSE
              MOVE WS-MOV-TIPO         TO NOV-TIPO-MOV
              MOVE WS-MOV-ID           TO NOV-ID-EMPLEADO
              MOVE WS-MOV-NOMBRE       TO NOV-NOMBRE
              MOVE WS-MOV-APELLIDO     TO NOV-APELLIDO
              MOVE WS-MOV-ESTADO       TO NOV-ESTADO
              MOVE WS-MOV-DEPARTAMENTO TO NOV-DEPARTAMENTO
              MOVE WS-MOV-FECHA-ALTA   TO NOV-FECHA-ALTA
              MOVE WS-MOV-SUELDO       TO NOV-SUELDO
              MOVE WS-MOV-SUCURSAL     TO NOV-SUCURSAL
           END-IF.

           WRITE REG-NOV-NOVEDADES.

           IF FS-NOVEDADES-OK
              ADD 1 TO WS-CONT-MOV-GRABADOS
              DISPLAY 'MOVIMIENTO AGREGADO A NOVEDADES.TXT'
              MOVE SPACES TO WS-ACC-ACCION
              STRING 'NOVEDAD-' WS-MOV-TIPO
                     DELIMITED BY SIZE INTO WS-ACC-ACCION
              MOVE 'ACEPTADO' TO WS-ACC-RESULTADO
              MOVE SPACES     TO WS-ACC-DETALLE
              STRING 'ID ' WS-MOV-ID ' SUCURSAL ' WS-MOV-SUCURSAL
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              PERFORM 2900-REGISTRAR-ACCESO
                 THRU 2900-REGISTRAR-ACCESO-EXIT
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE NOVEDADES'
              DISPLAY 'FILE STATUS: ' FS-NOVEDADES

       2700-CONFIRMAR-Y-GRABAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-REGISTRAR-ACCESO.

      *---- ACCESOS.TXT SE ABRE Y CIERRA EN CADA LINEA: ES UNA
      *---- BITACORA COMPARTIDA Y NO DEBE QUEDAR TOMADA DURANTE UNA
      *---- CAPTURA LARGA. SI NO SE PUEDE GRABAR SE AVISA EN EL
      *---- RETORNO, COMO CON LAS DEMAS BITACORAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACC-FECHA-HORA.

           OPEN EXTEND ACC-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
              GO TO 2900-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES                  TO REG-ACCESOS.
           MOVE WS-ACC-FECHA-HORA (1:8) TO ACC-FECHA.
           MOVE WS-ACC-FECHA-HORA (9:6) TO ACC-HORA.
           MOVE 'CL18EJ08'              TO ACC-PROGRAMA.
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

       2900-REGISTRAR-ACCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           DISPLAY 'MOVIMIENTOS CANCELADOS            : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-MOV-NO-AUTORIZADOS  TO WS-FORMAT-IMPORTE.
           DISPLAY 'MOVIMIENTOS SUCURSAL NO ASIGNADA  : '
                   WS-FORMAT-IMPORTE.

           CLOSE NOV-NOVEDADES.

           IF NOT FS-NOVEDADES-OK
                      FS-INDEXADO
           END-IF.

           IF WS-VAC-ABIERTO
              MOVE 'NO' TO WS-FLAG-VAC-ABIERTO
              CLOSE VAC-VACACIONES
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
