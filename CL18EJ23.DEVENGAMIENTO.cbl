      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: DEVENGAMIENTO ANUAL DE VACACIONES. REEMPLAZA LA
      * PLANILLA CON QUE RRHH CALCULA CADA ANO LOS DIAS DE CADA
      * EMPLEADO. LEE EL MAESTRO CERTIFICADO EMPLEADOSxESTADO.TXT Y A
      * CADA EMPLEADO DE ESTADO ACTIVO (MARCA DE ESTADOS.CFG) LE
      * ASIGNA LOS DIAS QUE LE CORRESPONDEN POR SU ANTIGUEDAD AL 31/12
      * DEL ANO PEDIDO, CONTADA DESDE REG-DET-FECHA-ALTA:
      *   HASTA  5 ANOS : 14 DIAS
      *   HASTA 10 ANOS : 21 DIAS
      *   HASTA 20 ANOS : 28 DIAS
      *   MAS DE 20     : 35 DIAS
      * EL SALDO QUEDA EN VACACIONES.IDX (COPYBOOK CL18EJ23-VACACIONES)
      * PARA TOMAR DURANTE EL ANO SIGUIENTE. LO QUE QUEDABA SIN TOMAR
      * DEL PERIODO ANTERIOR VENCE Y SE INFORMA; LO TOMADO DE MAS SE
      * DESCUENTA DEL PERIODO NUEVO. LOS DIAS TOMADOS LOS CARGA
      * CL18EJ08 COMO NOVEDAD V Y LOS APLICA CL18EJ03.
      * PARAMETROS POR LINEA DE COMANDOS, COMO CL18EJ12:
      *   MODO    : SIMULAR (NO CAMBIA NADA) O APLICAR
      *   ANO     : AAAA DEL CIERRE A DEVENGAR
      *   OPERADOR: SOLO PARA APLICAR, CON ROL VACACIONES EN
      *             OPERADORES.CFG (O SE PIDE POR CONSOLA)
      * EJEMPLO: 'APLICAR 2026 OPE00004'.
      * CADA EMPLEADO SE DEVENGA UNA SOLA VEZ POR ANO: SI SE REPITE LA
      * CORRIDA, LOS QUE YA TIENEN EL PERIODO SE SALTEAN, ASI QUE UNA
      * CORRIDA CORTADA SE PUEDE VOLVER A LANZAR. EL DETALLE SALE EN
      * CL18EJ23-DEVENGAMIENTO.TXT. RETORNO 04 SI HUBO EMPLEADOS YA
      * DEVENGADOS O CON FECHA DE ALTA INVALIDA, 16 SI FALTA EL
      * MAESTRO, NO CUADRA SU TRAILER O FALLA VACACIONES.IDX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ23.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SAL-SALIDA
           ASSIGN TO '../EMPLEADOSxESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       SELECT VAC-VACACIONES
           ASSIGN TO '../VACACIONES.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VAC-ID
           FILE STATUS IS FS-VACACIONES.

       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
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

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ23-DEVENGAMIENTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD VAC-VACACIONES.
           COPY CL18EJ23-VACACIONES.

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(80).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
          05 FS-VACACIONES                  PIC X(2).
             88 FS-VACACIONES-OK                VALUE '00'.
             88 FS-VACACIONES-NO-EXISTE         VALUE '23'.
             88 FS-VACACIONES-NFD               VALUE '35'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

      *---- OPERADOR QUE APRUEBA EL DEVENGAMIENTO, VALIDADO EN
      *---- 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS: SOLO DEVENGAN LOS ESTADOS ACTIVOS.
           COPY CL18EJ02-ESTADOS.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-MODO                   PIC X(08) VALUE SPACES.
               88 WS-MODO-SIMULAR                    VALUE 'SIMULAR'.
               88 WS-MODO-APLICAR                    VALUE 'APLICAR'.
           05 WS-PARM-ANIO                   PIC X(08) VALUE SPACES.
           05 WS-PARM-OPERADOR               PIC X(08) VALUE SPACES.

      *---- ESCALA DE DIAS POR ANTIGUEDAD: HASTA WS-ESC-HASTA ANOS
      *---- CORRESPONDEN WS-ESC-DIAS DIAS. LA ULTIMA FILA CUBRE EL
      *---- RESTO.
       01 WS-ESCALA-AREA.
           05 WS-TABLA-ESCALA.
               10 FILLER                     PIC X(05) VALUE '05014'.
               10 FILLER                     PIC X(05) VALUE '10021'.
               10 FILLER                     PIC X(05) VALUE '20028'.
               10 FILLER                     PIC X(05) VALUE '99035'.
           05 WS-TABLA-ESCALA-R REDEFINES WS-TABLA-ESCALA.
               10 WS-ESC-DEF OCCURS 4 TIMES.
                  15 WS-ESC-HASTA            PIC 9(02).
                  15 WS-ESC-DIAS             PIC 9(03).
           05 WS-EE                          PIC 9(02) VALUE 0.
           05 WS-FLAG-ESC-ENCONTRADA         PIC X(02) VALUE 'NO'.
               88 WS-ESC-ENCONTRADA                  VALUE 'SI'.

      *---- DATOS DEL DEVENGAMIENTO DEL EMPLEADO EN CURSO.
       01 WS-DEVENGAMIENTO-AREA.
           05 WS-ANIO-CIERRE                 PIC 9(04) VALUE 0.
           05 WS-FECHA-CIERRE                PIC 9(08) VALUE 0.
           05 WS-FECHA-VENCIMIENTO           PIC 9(08) VALUE 0.
           05 WS-ANIO-ACTUAL                 PIC 9(04) VALUE 0.
           05 WS-FECHA-ALTA-NUM              PIC 9(08) VALUE 0.
           05 WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA-NUM.
               10 WS-ALTA-AAAA               PIC 9(04).
               10 WS-ALTA-MMDD               PIC 9(04).
           05 WS-ANTIGUEDAD                  PIC 9(04) VALUE 0.
           05 WS-DIAS-CORRESPONDEN           PIC 9(03) VALUE 0.
           05 WS-DIAS-VENCEN                 PIC 9(03) VALUE 0.
           05 WS-DIAS-ADELANTADOS            PIC 9(03) VALUE 0.
           05 WS-FLAG-VAC-EXISTE             PIC X(02) VALUE 'NO'.
               88 WS-VAC-EXISTE                      VALUE 'SI'.
           05 WS-FLAG-VAC-ABIERTO            PIC X(02) VALUE 'NO'.
               88 WS-VAC-ABIERTO                     VALUE 'SI'.
           05 WS-FLAG-ACTIVO                 PIC X(02) VALUE 'NO'.
               88 WS-EMPLEADO-ACTIVO                 VALUE 'SI'.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.
           05 WS-TRL-TOTAL                   PIC 9(06) VALUE 0.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.

      *---- EMPLEADOS DEL MAESTRO: SE CARGAN Y SE CONTROLA EL TRAILER
      *---- ANTES DE TOCAR VACACIONES.IDX.
       01 WS-EMPLEADOS-AREA.
           05 WS-CANT-ITEMS                  PIC 9(04) VALUE 0.
           05 WS-ITEM OCCURS 5000 TIMES.
               10 WS-ITEM-ID                 PIC 9(08).
               10 WS-ITEM-NOMBRE             PIC X(25).
               10 WS-ITEM-APELLIDO           PIC X(25).
               10 WS-ITEM-ESTADO             PIC X(01).
               10 WS-ITEM-FECHA-ALTA         PIC X(08).
               10 WS-ITEM-SUCURSAL           PIC X(03).

       01 WS-CONTADORES.
           05 WS-CONT-DEVENGADOS             PIC 9(04) VALUE 0.
           05 WS-CONT-NO-ACTIVOS             PIC 9(04) VALUE 0.
           05 WS-CONT-POSTERIORES            PIC 9(04) VALUE 0.
           05 WS-CONT-YA-DEVENGADOS          PIC 9(04) VALUE 0.
           05 WS-CONT-FECHA-INVALIDA         PIC 9(04) VALUE 0.
           05 WS-CONT-NUEVOS                 PIC 9(04) VALUE 0.
           05 WS-TOT-DIAS-DEVENGADOS         PIC 9(06) VALUE 0.
           05 WS-TOT-DIAS-VENCIDOS           PIC 9(06) VALUE 0.
           05 WS-TOT-DIAS-ADELANTADOS        PIC 9(06) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(80) VALUE SPACES.
           05 WS-REP-ANT-ED                  PIC ZZ9.
           05 WS-REP-DIAS-ED                 PIC ZZ9.
           05 WS-REP-VENC-ED                 PIC ZZ9.
           05 WS-REP-ADEL-ED                 PIC ZZ9.
           05 WS-REP-OBSERVACION             PIC X(10) VALUE SPACES.

       01 WS-VARIABLES-GENERALES.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-II                          PIC 9(04) VALUE 0.
           05 WS-KK                          PIC 9(02) VALUE 0.
           05 WS-MAX-EMPLEADOS               PIC 9(04) VALUE 5000.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-MAESTRO
              THRU 2000-CARGAR-MAESTRO-EXIT.

           PERFORM 2050-ABRIR-ARCHIVOS
              THRU 2050-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2100-DEVENGAR-EMPLEADO
              THRU 2100-DEVENGAR-EMPLEADO-EXIT
              VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO (1:4)      TO WS-ANIO-ACTUAL.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-MODO
                    WS-PARM-ANIO
                    WS-PARM-OPERADOR.

           MOVE WS-PARM-OPERADOR TO WS-OPE-ID-INGRESADO.

           IF NOT WS-MODO-SIMULAR AND NOT WS-MODO-APLICAR
              DISPLAY 'MODO INVALIDO: ' WS-PARM-MODO
              PERFORM 1900-MOSTRAR-USO
                 THRU 1900-MOSTRAR-USO-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- EL ANO ES OBLIGATORIO: UN DEVENGAMIENTO DEL ANO EQUIVOCADO
      *---- NO SE DESHACE SOLO. NO SE DEVENGA UN ANO QUE NO EMPEZO.
           IF WS-PARM-ANIO (1:4) NOT NUMERIC OR
              WS-PARM-ANIO (5:4) NOT = SPACES
              DISPLAY 'ANO DE CIERRE INVALIDO: ' WS-PARM-ANIO
              PERFORM 1900-MOSTRAR-USO
                 THRU 1900-MOSTRAR-USO-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-ANIO (1:4) TO WS-ANIO-CIERRE.

           IF WS-ANIO-CIERRE < 1950 OR WS-ANIO-CIERRE > WS-ANIO-ACTUAL
              DISPLAY 'ANO DE CIERRE FUERA DE RANGO: ' WS-ANIO-CIERRE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- LA ANTIGUEDAD SE MIDE AL 31/12 DEL ANO PEDIDO Y LOS DIAS
      *---- VENCEN AL 31/12 DEL ANO SIGUIENTE.
           COMPUTE WS-FECHA-CIERRE = WS-ANIO-CIERRE * 10000 + 1231.
           COMPUTE WS-FECHA-VENCIMIENTO = WS-FECHA-CIERRE + 10000.

           DISPLAY 'DEVENGAMIENTO DE VACACIONES ' WS-PARM-MODO
                   ' - CIERRE: ' WS-FECHA-CIERRE.

      *---- LA SIMULACION NO TOCA NADA Y LA PUEDE CORRER CUALQUIERA;
      *---- APLICAR CAMBIA LOS SALDOS Y SOLO LO PUEDE HACER EL ROL
      *---- VACACIONES.
           IF WS-MODO-APLICAR
              MOVE 'VACACIONES' TO WS-OPE-ROL-REQUERIDO
              MOVE 'DEVENGAR'   TO WS-ACC-ACCION
              PERFORM 1050-VALIDAR-OPERADOR
                 THRU 1050-VALIDAR-OPERADOR-EXIT
           END-IF.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

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
       1100-CARGAR-ESTADOS.

      *---- MISMO CRITERIO QUE CL18EJ20: SIN CONFIG SE USA LA LISTA
      *---- HISTORICA (ACTIVOS A Y B); UN CONFIG ILEGIBLE ES FATAL,
      *---- PORQUE CAMBIARIA QUIEN DEVENGA VACACIONES.
           MOVE 0 TO WS-CANT-ESTADOS-VALIDOS.

           OPEN INPUT CFG-ESTADOS.

           IF FS-ESTCFG-NFD
              DISPLAY 'SIN ESTADOS.CFG: SE USA LA LISTA DE ESTADOS '
                      'A-E'
              GO TO 1100-ESTADOS-POR-DEFECTO
           END-IF.

           IF NOT FS-ESTCFG-OK
              DISPLAY 'ERROR AL ABRIR ESTADOS.CFG'
              DISPLAY 'FILE STATUS: ' FS-ESTCFG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-ESTCFG-EOF
              READ CFG-ESTADOS
                 AT END
                    CONTINUE
                 NOT AT END
      *---- RENGLONES VACIOS O COMENTADOS CON '*' SE SALTEAN.
                    IF REG-CFG-ESTADOS NOT = SPACES AND
                       CFG-EST-CODIGO NOT = '*' AND
                       WS-CANT-ESTADOS-VALIDOS < WS-MAX-ESTADOS-TABLA
                       ADD 1 TO WS-CANT-ESTADOS-VALIDOS
                       MOVE CFG-EST-CODIGO      TO
                            WS-ESTADO-VALIDO (WS-CANT-ESTADOS-VALIDOS)
                       MOVE CFG-EST-DESCRIPCION TO
                            WS-ESTADO-DESC (WS-CANT-ESTADOS-VALIDOS)
                       MOVE CFG-EST-ACTIVO      TO
                            WS-ESTADO-ACTIVO (WS-CANT-ESTADOS-VALIDOS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-ESTADOS.

           IF WS-CANT-ESTADOS-VALIDOS > 0
              GO TO 1100-CARGAR-ESTADOS-EXIT
           END-IF.

           DISPLAY 'ESTADOS.CFG SIN RENGLONES UTILES: SE USA LA '
                   'LISTA DE ESTADOS A-E'.

       1100-ESTADOS-POR-DEFECTO.

           MOVE 5                  TO WS-CANT-ESTADOS-VALIDOS.
           MOVE 'A'                TO WS-ESTADO-VALIDO (1).
           MOVE 'ACTIVO'           TO WS-ESTADO-DESC (1).
           MOVE 'S'                TO WS-ESTADO-ACTIVO (1).
           MOVE 'B'                TO WS-ESTADO-VALIDO (2).
           MOVE 'ACTIVO TEMPORAL'  TO WS-ESTADO-DESC (2).
           MOVE 'S'                TO WS-ESTADO-ACTIVO (2).
           MOVE 'C'                TO WS-ESTADO-VALIDO (3).
           MOVE 'LICENCIA'         TO WS-ESTADO-DESC (3).
           MOVE 'N'                TO WS-ESTADO-ACTIVO (3).
           MOVE 'D'                TO WS-ESTADO-VALIDO (4).
           MOVE 'SUSPENDIDO'       TO WS-ESTADO-DESC (4).
           MOVE 'N'                TO WS-ESTADO-ACTIVO (4).
           MOVE 'E'                TO WS-ESTADO-VALIDO (5).
           MOVE 'EGRESADO'         TO WS-ESTADO-DESC (5).
           MOVE 'N'                TO WS-ESTADO-ACTIVO (5).

       1100-CARGAR-ESTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1900-MOSTRAR-USO.

           DISPLAY 'USO: CL18EJ23 SIMULAR AAAA'.
           DISPLAY '     CL18EJ23 APLICAR AAAA [OPERADOR]'.

       1900-MOSTRAR-USO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-MAESTRO.

      *---- SE DEVENGA SOLO SOBRE UN MAESTRO CERTIFICADO: SIN HEADER Y
      *---- TRAILER, O CON UN TRAILER QUE NO CUADRA, NO SE TOCA NADA.
           MOVE 0 TO WS-CANT-ITEMS.

           OPEN INPUT SAL-SALIDA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'NO SE PUDO ABRIR LA SALIDA CERTIFICADA'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-SALIDA-EOF
              READ SAL-SALIDA
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN REG-ES-HEADER
                             MOVE 'SI'          TO WS-FLAG-HAY-HEADER
                             MOVE REG-HDR-FECHA TO WS-FECHA-MAESTRO
                        WHEN REG-ES-TRAILER
                             MOVE 'SI'          TO WS-FLAG-HAY-TRAILER
                             MOVE REG-TRL-TOTAL-GENERAL
                                                TO WS-TRL-TOTAL
                        WHEN REG-ES-DETALLE
                             PERFORM 2010-GUARDAR-EMPLEADO
                                THRU 2010-GUARDAR-EMPLEADO-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO: '
                                     REG-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE SAL-SALIDA.

           IF NOT WS-HAY-HEADER OR NOT WS-HAY-TRAILER
              DISPLAY 'ERROR: LA SALIDA NO TIENE HEADER/TRAILER DE '
                      'CONTROL; VERIFICAR CON CL18EJ06 ANTES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-TRL-TOTAL NOT = WS-CANT-ITEMS
              DISPLAY 'ERROR: EL TRAILER DE LA SALIDA NO CUADRA CON '
                      'SUS DETALLES'
              MOVE WS-TRL-TOTAL  TO WS-FORMAT-IMPORTE
              DISPLAY '  CANTIDAD TRAILER : ' WS-FORMAT-IMPORTE
              MOVE WS-CANT-ITEMS TO WS-FORMAT-IMPORTE
              DISPLAY '  DETALLES LEIDOS  : ' WS-FORMAT-IMPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-CARGAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-GUARDAR-EMPLEADO.

           ADD 1 TO WS-CANT-ITEMS.

           IF WS-CANT-ITEMS > WS-MAX-EMPLEADOS
              DISPLAY 'ERROR: EL MAESTRO SUPERA EL MAXIMO '
              DISPLAY 'DE REGISTROS SOPORTADO: ' WS-MAX-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              CLOSE SAL-SALIDA
              STOP RUN
           END-IF.

           MOVE REG-DET-ID         TO WS-ITEM-ID (WS-CANT-ITEMS).
           MOVE REG-DET-NOMBRE     TO WS-ITEM-NOMBRE (WS-CANT-ITEMS).
           MOVE REG-DET-APELLIDO   TO WS-ITEM-APELLIDO (WS-CANT-ITEMS).
           MOVE REG-DET-ESTADO     TO WS-ITEM-ESTADO (WS-CANT-ITEMS).
           MOVE REG-DET-FECHA-ALTA TO WS-ITEM-FECHA-ALTA
                                                      (WS-CANT-ITEMS).
           MOVE REG-DET-SUCURSAL   TO WS-ITEM-SUCURSAL (WS-CANT-ITEMS).

       2010-GUARDAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-ABRIR-ARCHIVOS.

      *---- APLICAR ABRE VACACIONES.IDX PARA ACTUALIZAR; EN LA PRIMERA
      *---- CORRIDA NO EXISTE Y SE CREA VACIO, COMO CUENTAS.IDX EN
      *---- CL18EJ21. SIMULAR SOLO LO LEE: SI NO EXISTE, TODOS LOS
      *---- EMPLEADOS SE SIMULAN COMO NUEVOS.
           IF WS-MODO-APLICAR
              OPEN I-O VAC-VACACIONES
              IF FS-VACACIONES-NFD
                 DISPLAY 'SIN VACACIONES.IDX: SE CREA VACIO'
                 OPEN OUTPUT VAC-VACACIONES
                 IF FS-VACACIONES-OK
                    CLOSE VAC-VACACIONES
                    OPEN I-O VAC-VACACIONES
                 END-IF
              END-IF
              IF NOT FS-VACACIONES-OK
                 DISPLAY 'ERROR AL ABRIR VACACIONES.IDX'
                 DISPLAY 'FILE STATUS: ' FS-VACACIONES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'SI' TO WS-FLAG-VAC-ABIERTO
           ELSE
              OPEN INPUT VAC-VACACIONES
              EVALUATE TRUE
                  WHEN FS-VACACIONES-OK
                       MOVE 'SI' TO WS-FLAG-VAC-ABIERTO
                  WHEN FS-VACACIONES-NFD
                       DISPLAY 'SIN VACACIONES.IDX: TODOS LOS SALDOS '
                               'SE SIMULAN DESDE CERO'
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR VACACIONES.IDX'
                       DISPLAY 'FILE STATUS: ' FS-VACACIONES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
              END-EVALUATE
           END-IF.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE DEVENGAMIENTO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DEVENGAMIENTO DE VACACIONES ' WS-PARM-MODO
                  ' - CIERRE: ' WS-FECHA-CIERRE
                  ' - FECHA: '  WS-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'MAESTRO DEL ' WS-FECHA-MAESTRO
                  ' - LOS DIAS VENCEN EL ' WS-FECHA-VENCIMIENTO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING '  ID       APELLIDO             SUC ALTA     '
                  'ANT DIAS VENC ADEL OBSERVACION'
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2050-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-DEVENGAR-EMPLEADO.

      *---- SOLO DEVENGAN LOS ESTADOS MARCADOS COMO ACTIVOS.
           MOVE 'NO' TO WS-FLAG-ACTIVO.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
                                    OR WS-EMPLEADO-ACTIVO
              IF WS-ITEM-ESTADO (WS-II) = WS-ESTADO-VALIDO (WS-KK) AND
                 WS-ESTADO-ES-ACTIVO (WS-KK)
                 MOVE 'SI' TO WS-FLAG-ACTIVO
              END-IF
           END-PERFORM.

           IF NOT WS-EMPLEADO-ACTIVO
              ADD 1 TO WS-CONT-NO-ACTIVOS
              GO TO 2100-DEVENGAR-EMPLEADO-EXIT
           END-IF.

           MOVE 0 TO WS-ANTIGUEDAD.
           MOVE 0 TO WS-DIAS-CORRESPONDEN.
           MOVE 0 TO WS-DIAS-VENCEN.
           MOVE 0 TO WS-DIAS-ADELANTADOS.

           IF WS-ITEM-FECHA-ALTA (WS-II) NOT NUMERIC
              ADD 1 TO WS-CONT-FECHA-INVALIDA
              MOVE 'ALTA INVAL' TO WS-REP-OBSERVACION
              PERFORM 2190-LISTAR-EMPLEADO
                 THRU 2190-LISTAR-EMPLEADO-EXIT
              GO TO 2100-DEVENGAR-EMPLEADO-EXIT
           END-IF.

           MOVE WS-ITEM-FECHA-ALTA (WS-II) TO WS-FECHA-ALTA-NUM.

      *---- QUIEN ENTRO DESPUES DEL CIERRE TODAVIA NO DEVENGA ESTE ANO.
           IF WS-FECHA-ALTA-NUM > WS-FECHA-CIERRE
              ADD 1 TO WS-CONT-POSTERIORES
              GO TO 2100-DEVENGAR-EMPLEADO-EXIT
           END-IF.

      *---- AL 31/12 CUALQUIER ALTA DEL ANO Y YA CUMPLIO LOS ANOS DE
      *---- ESE ANO: LA ANTIGUEDAD ES LA DIFERENCIA DE ANOS.
           SUBTRACT WS-ALTA-AAAA FROM WS-ANIO-CIERRE
               GIVING WS-ANTIGUEDAD.

           MOVE 'NO' TO WS-FLAG-ESC-ENCONTRADA.

           PERFORM VARYING WS-EE FROM 1 BY 1 UNTIL WS-EE > 4
                                    OR WS-ESC-ENCONTRADA
              IF WS-ANTIGUEDAD <= WS-ESC-HASTA (WS-EE) OR WS-EE = 4
                 MOVE 'SI'              TO WS-FLAG-ESC-ENCONTRADA
                 MOVE WS-ESC-DIAS (WS-EE) TO WS-DIAS-CORRESPONDEN
              END-IF
           END-PERFORM.

           PERFORM 2110-LEER-SALDO
              THRU 2110-LEER-SALDO-EXIT.

           IF WS-VAC-EXISTE AND VAC-PERIODO >= WS-ANIO-CIERRE
              ADD 1 TO WS-CONT-YA-DEVENGADOS
              MOVE 'YA DEVENG.' TO WS-REP-OBSERVACION
              PERFORM 2190-LISTAR-EMPLEADO
                 THRU 2190-LISTAR-EMPLEADO-EXIT
              GO TO 2100-DEVENGAR-EMPLEADO-EXIT
           END-IF.

      *---- CIERRE DEL PERIODO ANTERIOR: LO QUE QUEDO SIN TOMAR VENCE;
      *---- LO QUE SE TOMO DE MAS PASA COMO TOMADO AL PERIODO NUEVO.
      *---- UN SALDO YA LIQUIDADO POR UNA BAJA ANTERIOR (REINGRESO)
      *---- ARRANCA DE CERO.
           MOVE SPACES TO WS-REP-OBSERVACION.

           IF NOT WS-VAC-EXISTE
              ADD 1 TO WS-CONT-NUEVOS
              MOVE 'NUEVO'      TO WS-REP-OBSERVACION
              INITIALIZE REG-VACACIONES
              MOVE WS-ITEM-ID (WS-II) TO VAC-ID
           ELSE
              IF VAC-FECHA-LIQUIDACION NOT = 0
                 MOVE 'REINGRESO' TO WS-REP-OBSERVACION
                 MOVE 0           TO VAC-DIAS-DEVENGADOS
                 MOVE 0           TO VAC-DIAS-TOMADOS
              END-IF
              IF VAC-DIAS-DEVENGADOS >= VAC-DIAS-TOMADOS
                 SUBTRACT VAC-DIAS-TOMADOS FROM VAC-DIAS-DEVENGADOS
                     GIVING WS-DIAS-VENCEN
              ELSE
                 SUBTRACT VAC-DIAS-DEVENGADOS FROM VAC-DIAS-TOMADOS
                     GIVING WS-DIAS-ADELANTADOS
              END-IF
           END-IF.

           MOVE WS-ANIO-CIERRE        TO VAC-PERIODO.
           MOVE WS-ANTIGUEDAD         TO VAC-ANTIGUEDAD.
           MOVE WS-DIAS-CORRESPONDEN  TO VAC-DIAS-DEVENGADOS.
           MOVE WS-DIAS-ADELANTADOS   TO VAC-DIAS-TOMADOS.
           MOVE WS-FECHA-VENCIMIENTO  TO VAC-FECHA-VENCIMIENTO.
           MOVE WS-DIAS-VENCEN        TO VAC-DIAS-VENCIDOS.
           MOVE 0                     TO VAC-FECHA-LIQUIDACION.
           MOVE WS-FECHA-PROCESO      TO VAC-FECHA-ACTUALIZACION.

           IF WS-MODO-APLICAR
              PERFORM 2120-GRABAR-SALDO
                 THRU 2120-GRABAR-SALDO-EXIT
           END-IF.

           IF WS-DIAS-ADELANTADOS > 0
              MOVE 'ADELANTO'   TO WS-REP-OBSERVACION
           END-IF.

           ADD 1                      TO WS-CONT-DEVENGADOS.
           ADD WS-DIAS-CORRESPONDEN   TO WS-TOT-DIAS-DEVENGADOS.
           ADD WS-DIAS-VENCEN         TO WS-TOT-DIAS-VENCIDOS.
           ADD WS-DIAS-ADELANTADOS    TO WS-TOT-DIAS-ADELANTADOS.

           PERFORM 2190-LISTAR-EMPLEADO
              THRU 2190-LISTAR-EMPLEADO-EXIT.

       2100-DEVENGAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-LEER-SALDO.

           MOVE 'NO' TO WS-FLAG-VAC-EXISTE.

           IF NOT WS-VAC-ABIERTO
              GO TO 2110-LEER-SALDO-EXIT
           END-IF.

           MOVE WS-ITEM-ID (WS-II) TO VAC-ID.

           READ VAC-VACACIONES.

           EVALUATE TRUE
               WHEN FS-VACACIONES-OK
                    MOVE 'SI' TO WS-FLAG-VAC-EXISTE
               WHEN FS-VACACIONES-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VACACIONES.IDX, ID: '
                            WS-ITEM-ID (WS-II)
                    DISPLAY 'FILE STATUS: ' FS-VACACIONES
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZAR
                       THRU 3000-FINALIZAR-EXIT
                    STOP RUN
           END-EVALUATE.

       2110-LEER-SALDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-GRABAR-SALDO.

      *---- UN ERROR DE GRABACION CORTA LA CORRIDA: LO YA GRABADO
      *---- QUEDA CON EL PERIODO NUEVO Y SE SALTEA AL RELANZARLA.
           IF WS-VAC-EXISTE
              REWRITE REG-VACACIONES
           ELSE
              WRITE REG-VACACIONES
           END-IF.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL GRABAR VACACIONES.IDX, ID: ' VAC-ID
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              DISPLAY 'LA CORRIDA SE PUEDE RELANZAR: LOS YA DEVENGADOS '
                      'SE SALTEAN'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZAR
                 THRU 3000-FINALIZAR-EXIT
              STOP RUN
           END-IF.

       2120-GRABAR-SALDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2190-LISTAR-EMPLEADO.

           MOVE WS-ANTIGUEDAD        TO WS-REP-ANT-ED.
           MOVE WS-DIAS-CORRESPONDEN TO WS-REP-DIAS-ED.
           MOVE WS-DIAS-VENCEN       TO WS-REP-VENC-ED.
           MOVE WS-DIAS-ADELANTADOS  TO WS-REP-ADEL-ED.

           MOVE SPACES TO WS-REP-LINEA.
           STRING '  '  WS-ITEM-ID (WS-II)
                  ' '   WS-ITEM-APELLIDO (WS-II) (1:20)
                  ' '   WS-ITEM-SUCURSAL (WS-II)
                  ' '   WS-ITEM-FECHA-ALTA (WS-II)
                  ' '   WS-REP-ANT-ED
                  '  '  WS-REP-DIAS-ED
                  '  '  WS-REP-VENC-ED
                  '  '  WS-REP-ADEL-ED
                  ' '   WS-REP-OBSERVACION
                  DELIMITED BY SIZE INTO WS-REP-LINEA.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2190-LISTAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

      *---- CADA LINEA VA AL LISTADO Y TAMBIEN A CONSOLA, COMO EN
      *---- CL18EJ09.
           DISPLAY WS-REP-LINEA.

           IF NOT WS-REPORTE-ABIERTO
              GO TO 2900-GRABAR-REPORTE-EXIT
           END-IF.

           MOVE WS-REP-LINEA TO REG-REPORTE.

           WRITE REG-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE DEVENGAMIENTO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

      *---- EMPLEADOS YA DEVENGADOS O CON ALTA INVALIDA QUEDAN PARA
      *---- REVISAR: EL PRIMERO SUELE SER UNA CORRIDA REPETIDA, EL
      *---- SEGUNDO UN DATO QUE HAY QUE CORREGIR ANTES DE DEVENGAR.
           IF (WS-CONT-YA-DEVENGADOS > 0 OR WS-CONT-FECHA-INVALIDA > 0)
              AND RETURN-CODE < 04
              MOVE 04 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CANT-ITEMS               TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS EN EL MAESTRO           : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-DEVENGADOS          TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS CON DIAS DEVENGADOS     : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-NUEVOS              TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  DE ELLOS SIN SALDO ANTERIOR     : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-NO-ACTIVOS          TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS DE ESTADO NO ACTIVO     : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-POSTERIORES         TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'INGRESADOS DESPUES DEL CIERRE     : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-YA-DEVENGADOS       TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'YA DEVENGADOS PARA EL CIERRE      : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-FECHA-INVALIDA      TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'CON FECHA DE ALTA INVALIDA        : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-TOT-DIAS-DEVENGADOS      TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'TOTAL DE DIAS DEVENGADOS          : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-TOT-DIAS-VENCIDOS        TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DIAS VENCIDOS SIN TOMAR           : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-TOT-DIAS-ADELANTADOS     TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DIAS ADELANTADOS DESCONTADOS      : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-MODO-SIMULAR
              MOVE 'SIMULACION: VACACIONES.IDX NO FUE MODIFICADO'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

           IF WS-VAC-ABIERTO
              MOVE 'NO' TO WS-FLAG-VAC-ABIERTO
              CLOSE VAC-VACACIONES
              IF NOT FS-VACACIONES-OK
                 DISPLAY 'ERROR AL CERRAR VACACIONES.IDX: '
                         FS-VACACIONES
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE DEVENGAMIENTO: '
                         FS-REPORTE
              END-IF
           END-IF.

      *---- EL DEVENGAMIENTO APLICADO QUEDA EN ACCESOS.TXT CON EL
      *---- OPERADOR QUE LO APROBO; SI SE CORTO POR UN ERROR FATAL
      *---- QUEDA COMO RECHAZADO.
           IF WS-MODO-APLICAR
              MOVE RETURN-CODE              TO WS-ACC-RETORNO
              IF RETURN-CODE >= 16
                 MOVE 'RECHAZADO'           TO WS-ACC-RESULTADO
              ELSE
                 MOVE 'ACEPTADO'            TO WS-ACC-RESULTADO
              END-IF
              MOVE SPACES                   TO WS-ACC-DETALLE
              STRING 'PERIODO ' WS-ANIO-CIERRE
                     ' EMPLEADOS ' WS-CONT-DEVENGADOS
                     ' DIAS ' WS-TOT-DIAS-DEVENGADOS
                     ' RETORNO ' WS-ACC-RETORNO
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              PERFORM 9200-REGISTRAR-ACCESO
                 THRU 9200-REGISTRAR-ACCESO-EXIT
           END-IF.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
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
           MOVE 'CL18EJ23'              TO ACC-PROGRAMA.
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

       END PROGRAM CL18EJ23.
