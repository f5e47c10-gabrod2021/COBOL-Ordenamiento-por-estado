      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: RECONSTRUCCION DEL PLANTEL 'AL DIA' PARA AUDITORIA
      * Y ESTUDIOS JURIDICOS ('QUIEN TRABAJABA, EN QUE ESTADO,
      * SUCURSAL Y SUELDO, EL 31/03'). RECIBE LA FECHA AAAAMMDD POR
      * LINEA DE COMANDOS (Y OPCIONALMENTE LA CLAVE DE ORDEN, COMO
      * CL18EJ02) Y PARTE DEL MAESTRO VIGENTE EMPLEADOSxESTADO.TXT:
      * REPONE LAS BAJAS DE EMPLEADOS-BAJAS.TXT POSTERIORES A ESA
      * FECHA, DESHACE DE LA MAS NUEVA A LA MAS VIEJA LAS
      * MODIFICACIONES POSTERIORES DE NOVEDADES-CAMBIOS.TXT (VUELVE
      * CADA CAMPO A SU CAM-VALOR-ANTERIOR) Y SACA A QUIEN TENGA FECHA
      * DE ALTA POSTERIOR. LA SALIDA ES UN JUEGO COMPLETO CON EL
      * LAYOUT DE CL18EJ02-SALIDA (HEADER, DETALLES ORDENADOS,
      * TRAILER), LOS SPLITS POR ESTADO Y UN RESUMEN POR ESTADO, CON
      * NOMBRE BASE EMPLEADOSxESTADO-AL-AAAAMMDD, PARA QUE CL18EJ06 LO
      * VERIFIQUE COMO CUALQUIER GENERACION:
      *   CL18EJ06 ESTADO EMPLEADOSxESTADO-AL-AAAAMMDD
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ14.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- MAESTRO VIGENTE, PUNTO DE PARTIDA DE LA RECONSTRUCCION.
       SELECT MAE-MAESTRO
           ASSIGN TO '../EMPLEADOSxESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

      *---- ARCHIVO PERMANENTE DE BAJAS QUE DEJA CL18EJ03.
       SELECT BAJ-BAJAS
           ASSIGN TO '../EMPLEADOS-BAJAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

      *---- BITACORA DE MODIFICACIONES QUE ALIMENTAN CL18EJ03 Y
      *---- CL18EJ12, EN ORDEN CRONOLOGICO DE GRABACION.
       SELECT CAM-CAMBIOS
           ASSIGN TO '../NOVEDADES-CAMBIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

      *---- JUEGO DE SALIDA: LOS NOMBRES SE ARMAN EN 1000-INICIAR CON
      *---- LA FECHA PEDIDA, ASI DOS RECONSTRUCCIONES DE FECHAS
      *---- DISTINTAS NO SE PISAN NI PISAN LA GENERACION VIGENTE.
       SELECT SAL-SALIDA
           ASSIGN USING WS-NOMBRE-ARCHIVO-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       SELECT SAL-ESTADO
           ASSIGN USING WS-NOMBRE-ARCHIVO-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO.

       SELECT RES-RESUMEN
           ASSIGN USING WS-NOMBRE-ARCHIVO-RESUMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

      *---- LISTA DE ESTADOS VALIDOS, LA MISMA QUE CARGAN LOS DEMAS
      *---- PASES: EL TRAILER TIENE QUE SALIR DE LA LISTA CONTRA LA QUE
      *---- DESPUES VERIFICA CL18EJ06.
       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

       SELECT WORK-ORDENAMIENTO
           ASSIGN TO 'WORKORD'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- EL MAESTRO DE ENTRADA SE LEE CON UN LAYOUT PROPIO PORQUE
      *---- EL COPYBOOK COMPARTIDO YA LO USA LA SALIDA; LOS BYTES SON
      *---- LOS MISMOS.
       FD MAE-MAESTRO.
       01 REG-MAESTRO.
          05 MAE-TIPO                       PIC X(01).
              88 MAE-ES-DETALLE                     VALUE 'D'.
          05 MAE-CUERPO-DETALLE             PIC X(94).
          05 FILLER                         PIC X(25).

       FD BAJ-BAJAS.
       01 REG-BAJAS.
          05 BAJ-ID                         PIC 9(08).
          05 BAJ-NOMBRE                     PIC X(25).
          05 BAJ-APELLIDO                   PIC X(25).
          05 BAJ-ESTADO                     PIC X(01).
          05 BAJ-DEPARTAMENTO               PIC X(15).
          05 BAJ-FECHA-ALTA                 PIC 9(08).
          05 BAJ-SUELDO                     PIC 9(07)V9(02).
          05 BAJ-SUCURSAL                   PIC X(03).
          05 BAJ-FECHA-BAJA                 PIC 9(08).

       FD CAM-CAMBIOS.
       01 REG-CAMBIOS.
          05 CAM-FECHA                      PIC X(08).
          05 FILLER                         PIC X(01).
          05 CAM-ID                         PIC 9(08).
          05 FILLER                         PIC X(01).
          05 CAM-CAMPO                      PIC X(15).
      *---- CAMPOS QUE TAMBIEN VAN A LA BITACORA PERO NO SON DEL
      *---- MAESTRO DE PERSONAL: CUENTAS BANCARIAS (CL18EJ21) Y DIAS
      *---- DE VACACIONES TOMADOS (NOVEDAD V DE CL18EJ03).
              88 CAM-CAMPO-FUERA-MAESTRO      VALUE 'BANCO' 'CBU'
                                                    'TITULAR CUENTA'
                                                    'DIAS TOMADOS'.
          05 FILLER                         PIC X(01).
          05 CAM-VALOR-ANTERIOR             PIC X(25).
          05 FILLER                         PIC X(01).
          05 CAM-VALOR-NUEVO                PIC X(25).

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD SAL-ESTADO.
       01 REG-SAL-ESTADO                    PIC X(94).

       FD RES-RESUMEN.
       01 REG-RESUMEN                       PIC X(80).

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       SD WORK-ORDENAMIENTO.
       01 WORK-REG-ORDEN.
          05 WORK-ESTADO                    PIC X(01).
          05 WORK-APELLIDO                  PIC X(25).
          05 WORK-NOMBRE                    PIC X(25).
          05 WORK-ID                        PIC 9(08).
          05 WORK-DEPARTAMENTO              PIC X(15).
          05 WORK-FECHA-ALTA                PIC 9(08).
          05 WORK-SUELDO                    PIC 9(07)V9(02).
          05 WORK-SUCURSAL                  PIC X(03).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO                     PIC X(2).
             88 FS-MAESTRO-OK                   VALUE '00'.
             88 FS-MAESTRO-EOF                  VALUE '10'.
             88 FS-MAESTRO-NFD                  VALUE '35'.
          05 FS-BAJAS                       PIC X(2).
             88 FS-BAJAS-OK                     VALUE '00'.
             88 FS-BAJAS-EOF                    VALUE '10'.
             88 FS-BAJAS-NFD                    VALUE '35'.
          05 FS-CAMBIOS                     PIC X(2).
             88 FS-CAMBIOS-OK                   VALUE '00'.
             88 FS-CAMBIOS-EOF                  VALUE '10'.
             88 FS-CAMBIOS-NFD                  VALUE '35'.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
          05 FS-ESTADO                      PIC X(2).
             88 FS-ESTADO-OK                    VALUE '00'.
          05 FS-RESUMEN                     PIC X(2).
             88 FS-RESUMEN-OK                   VALUE '00'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-FECHA                  PIC X(08) VALUE SPACES.
           05 WS-PARM-CLAVE-ORDEN            PIC X(08) VALUE SPACES.
               88 WS-CLAVE-ES-ESTADO                 VALUE 'ESTADO'.
               88 WS-CLAVE-ES-APELLIDO               VALUE 'APELLIDO'.
               88 WS-CLAVE-ES-ID                     VALUE 'ID'.

      *---- FECHA DE CORTE: TODO LO POSTERIOR SE DESHACE. SE VALIDA
      *---- COMO FECHA REAL, CON EL MISMO CRITERIO QUE LA CAPTURA.
       01 WS-FECHA-AREA.
           05 WS-FECHA-CORTE                 PIC 9(08) VALUE 0.
           05 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
               10 WS-FECHA-AAAA              PIC 9(04).
               10 WS-FECHA-MM                PIC 9(02).
               10 WS-FECHA-DD                PIC 9(02).
           05 WS-FECHA-CORTE-X REDEFINES WS-FECHA-CORTE
                                             PIC X(08).
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FLAG-FECHA-VALIDA           PIC X(02) VALUE 'NO'.
               88 WS-FECHA-VALIDA                    VALUE 'SI'.
           05 WS-DIAS-DEL-MES                PIC 9(02) VALUE 0.
           05 WS-RESTO-BISIESTO              PIC 9(04) VALUE 0.
           05 WS-TABLA-DIAS-MES.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '28'.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '30'.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '30'.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '30'.
               10 FILLER                     PIC X(02) VALUE '31'.
               10 FILLER                     PIC X(02) VALUE '30'.
               10 FILLER                     PIC X(02) VALUE '31'.
           05 WS-TABLA-DIAS-MES-R REDEFINES WS-TABLA-DIAS-MES.
               10 WS-DIAS-MES OCCURS 12 TIMES
                                             PIC 9(02).

       01 WS-NOMBRES-AREA.
           05 WS-NOMBRE-BASE                 PIC X(30) VALUE SPACES.
           05 WS-NOMBRE-ARCHIVO-SALIDA       PIC X(60) VALUE SPACES.
           05 WS-NOMBRE-ARCHIVO-ESTADO       PIC X(60) VALUE SPACES.
           05 WS-NOMBRE-ARCHIVO-RESUMEN      PIC X(60) VALUE SPACES.
           05 WS-EST-ACTUAL-SPLIT            PIC X(01) VALUE SPACES.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO
      *---- DEFECTO, IGUAL QUE EL RESTO DE LA SUITE.
           COPY CL18EJ02-ESTADOS.

      *---- MODIFICACIONES POSTERIORES A LA FECHA DE CORTE, EN EL MISMO
      *---- ORDEN DEL ARCHIVO; SE DESHACEN RECORRIENDO LA TABLA DE
      *---- ATRAS PARA ADELANTE (LA MAS NUEVA PRIMERO), ASI UN CAMPO
      *---- TOCADO VARIAS VECES TERMINA CON EL VALOR QUE TENIA AL
      *---- CORTE.
       78  WS-MAX-CAMBIOS                     VALUE 20000.

       01 WS-CAMBIOS-AREA.
           05 WS-CC                          PIC 9(05) VALUE 0.
           05 WS-CANT-CAMBIOS                PIC 9(05) VALUE 0.
           05 WS-TABLA-CAMBIOS.
               10 WS-CAMBIO OCCURS WS-MAX-CAMBIOS TIMES.
                  15 WS-CAMB-FECHA           PIC 9(08).
                  15 WS-CAMB-ID              PIC 9(08).
                  15 WS-CAMB-CAMPO           PIC X(15).
                  15 WS-CAMB-ANTERIOR        PIC X(25).
           05 WS-FLAG-CAMBIO-APLICADO        PIC X(02) VALUE 'NO'.
               88 WS-CAMBIO-APLICADO                 VALUE 'SI'.
      *---- EL SUELDO VIAJA EDITADO EN LA BITACORA ('ZZZZZZ9,99');
      *---- MOVERLO DE ESTE CAMPO EDITADO A UNO NUMERICO LO DESEDITA.
           05 WS-CAM-SUELDO-ED               PIC ZZZZZZ9,99.

       01 WS-CONTADORES.
           05 WS-CONT-REG-MAESTRO            PIC 9(06) VALUE 0.
           05 WS-CONT-BAJAS-REPUESTAS        PIC 9(06) VALUE 0.
           05 WS-CONT-CAMBIOS-LEIDOS         PIC 9(06) VALUE 0.
           05 WS-CONT-CAMBIOS-DESHECHOS      PIC 9(06) VALUE 0.
           05 WS-CONT-CAMBIOS-SIN-ID         PIC 9(06) VALUE 0.
           05 WS-CONT-ALTAS-POSTERIORES      PIC 9(06) VALUE 0.
           05 WS-CONT-REINGRESOS             PIC 9(06) VALUE 0.
           05 WS-CONT-REG-SALIDA             PIC 9(06) VALUE 0.
           05 WS-CONT-REG-RESUMEN            PIC 9(06) VALUE 0.

       01 WS-RESUMEN-AREA.
           05 WS-RES-CANTIDAD-ACTUAL         PIC 9(06) VALUE 0.
           05 WS-RES-SUELDO-ACTUAL           PIC 9(11)V9(02) VALUE 0.
           05 WS-RES-LINEA-TITULO.
               10 FILLER                     PIC X(25)
                                    VALUE 'PLANTEL RECONSTRUIDO AL: '.
               10 WS-RES-TIT-DD              PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-RES-TIT-MM              PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-RES-TIT-AAAA            PIC X(04).
               10 FILLER                     PIC X(15)
                                    VALUE '  GENERADO EL: '.
               10 WS-RES-TIT-PROCESO         PIC X(08).
           05 WS-RES-LINEA.
               10 FILLER                     PIC X(08) VALUE 'ESTADO: '.
               10 WS-RES-LIN-ESTADO          PIC X(01).
               10 FILLER                     PIC X(01) VALUE SPACE.
               10 WS-RES-LIN-DESC            PIC X(20).
               10 FILLER                     PIC X(12)
                                              VALUE '  CANTIDAD: '.
               10 WS-RES-LIN-CANT            PIC ZZ.ZZ9.
               10 FILLER                     PIC X(11)
                                              VALUE '  SUELDOS: '.
               10 WS-RES-LIN-SUELDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               10 FILLER                     PIC X(03) VALUE SPACES.
      *---- UN VALUE EN UN FILLER BAJO REDEFINES NO INICIALIZA NADA,
      *---- ASI QUE LOS TEXTOS DE LA LINEA DE TOTAL SE MUEVEN EN
      *---- 2600-GENERAR-RESUMEN ANTES DE GRABARLA, COMO EN CL18EJ02.
           05 WS-RES-LINEA-TOTAL REDEFINES WS-RES-LINEA.
               10 WS-RES-TOT-TEXTO           PIC X(21).
               10 WS-RES-TOT-CANT            PIC ZZ.ZZ9.
               10 WS-RES-TOT-TEXTO2          PIC X(11).
               10 WS-RES-TOT-SUELDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-VARIABLES-GENERALES.
           05 WS-IMP-ACUM                    PIC 9(11)V9(02) VALUE 0.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-FIN-SORT                    PIC X(2) VALUE 'NO'.
               88 WS-SORT-TERMINADO                   VALUE 'SI'.
           05 WS-KK                          PIC 9(02) VALUE 0.
           05 WS-II                          PIC 9(4) VALUE 0.
           05 WS-JJ                          PIC 9(4) VALUE 0.
           05 WS-CANT-ITEMS                  PIC 9(4) VALUE 0.
           05 WS-PRIMER-REPUESTO             PIC 9(4) VALUE 0.
           05 WS-FLAG-ID-REPUESTO            PIC X(02) VALUE 'NO'.
               88 WS-ID-YA-REPUESTO                  VALUE 'SI'.
           05 WS-MAX-EMPLEADOS               PIC 9(04) VALUE 5000.
           05 WS-LISTA-EMP.
               10 WS-ITEM OCCURS 5000 TIMES.
                  15 WS-ITEM-EMP.
                     20 WS-ITEM-RESTO.
                        25 WS-ITEM-ID        PIC 9(08).
                        25 WS-ITEM-NOMBRE    PIC X(25).
                        25 WS-ITEM-APELLIDO  PIC X(25).
                     20 WS-ITEM-ESTADO       PIC X(01).
                     20 WS-ITEM-DEPARTAMENTO PIC X(15).
                     20 WS-ITEM-FECHA-ALTA   PIC 9(08).
                     20 WS-ITEM-SUELDO       PIC 9(07)V9(02).
                     20 WS-ITEM-SUCURSAL     PIC X(03).
      *---- MARCAS PARALELAS, COMO LA VIGENCIA DE CL18EJ03: QUIEN QUEDA
      *---- AFUERA DEL CORTE SOLO APAGA SU MARCA Y EL RELEASE LO SALTEA;
      *---- LA FECHA DE BAJA ES CERO PARA LOS QUE VIENEN DEL MAESTRO.
           05 WS-MARCAS-ITEM.
               10 WS-MARCA OCCURS 5000 TIMES.
                  15 WS-ITEM-VIGENTE         PIC X(01).
                  15 WS-ITEM-FECHA-BAJA      PIC 9(08).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-MAESTRO
              THRU 2000-CARGAR-MAESTRO-EXIT.

           PERFORM 2100-CARGAR-BAJAS
              THRU 2100-CARGAR-BAJAS-EXIT.

           PERFORM 2200-CARGAR-CAMBIOS
              THRU 2200-CARGAR-CAMBIOS-EXIT.

           PERFORM 2300-DESHACER-CAMBIOS
              THRU 2300-DESHACER-CAMBIOS-EXIT
             VARYING WS-CC FROM WS-CANT-CAMBIOS BY -1 UNTIL WS-CC < 1.

           PERFORM 2400-DEPURAR-PLANTEL
              THRU 2400-DEPURAR-PLANTEL-EXIT.

           PERFORM 2500-GRABAR-PLANTEL
              THRU 2500-GRABAR-PLANTEL-EXIT.

           PERFORM 2560-GRABAR-POR-ESTADO
              THRU 2560-GRABAR-POR-ESTADO-EXIT.

           PERFORM 2600-GENERAR-RESUMEN
              THRU 2600-GENERAR-RESUMEN-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

      *---- PRIMERO LA FECHA DE CORTE (OBLIGATORIA) Y DESPUES LA CLAVE
      *---- DE ORDEN, CON EL MISMO DEFAULT QUE CL18EJ02.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-FECHA
                    WS-PARM-CLAVE-ORDEN.

           PERFORM 1050-VALIDAR-FECHA
              THRU 1050-VALIDAR-FECHA-EXIT.

           IF NOT WS-FECHA-VALIDA
              DISPLAY 'FECHA DE CORTE INVALIDA: ' WS-PARM-FECHA
              DISPLAY 'USO: AAAAMMDD [ESTADO|APELLIDO|ID]'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- UNA FECHA FUTURA NO TIENE NADA QUE DESHACER: EL PLANTEL
      *---- DE HOY ES LO MAS NUEVO QUE HAY.
           IF WS-FECHA-CORTE-X > WS-FECHA-PROCESO
              DISPLAY 'LA FECHA DE CORTE ' WS-FECHA-CORTE-X
                      ' ES POSTERIOR A HOY ' WS-FECHA-PROCESO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT WS-CLAVE-ES-ESTADO AND NOT WS-CLAVE-ES-APELLIDO
                                     AND NOT WS-CLAVE-ES-ID
              MOVE 'ESTADO' TO WS-PARM-CLAVE-ORDEN
           END-IF.

      *---- NOMBRE BASE DEL JUEGO RECONSTRUIDO; EL MISMO QUE SE LE
      *---- PASA A CL18EJ06 PARA VERIFICARLO.
           MOVE SPACES TO WS-NOMBRE-BASE.
           STRING 'EMPLEADOSxESTADO-AL-' WS-FECHA-CORTE-X
                  DELIMITED BY SIZE
                  INTO WS-NOMBRE-BASE.

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-SALIDA.
           STRING '../'          DELIMITED BY SIZE
                  WS-NOMBRE-BASE DELIMITED BY SPACE
                  '.TXT'         DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-SALIDA.

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-RESUMEN.
           STRING '../'          DELIMITED BY SIZE
                  WS-NOMBRE-BASE DELIMITED BY SPACE
                  '-RESUMEN.TXT' DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-RESUMEN.

           DISPLAY 'RECONSTRUCCION DEL PLANTEL AL ' WS-FECHA-CORTE-X
                   ' ORDENADO POR ' WS-PARM-CLAVE-ORDEN.
           DISPLAY 'SALIDA: ' WS-NOMBRE-ARCHIVO-SALIDA.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-FECHA.

      *---- FECHA REAL: NUMERICA, MES 01-12 Y DIA DENTRO DE LOS DIAS
      *---- DEL MES, CON FEBRERO DE 29 SOLO EN ANO BISIESTO (MISMO
      *---- CRITERIO QUE 2325 EN CL18EJ08).
           MOVE 'NO' TO WS-FLAG-FECHA-VALIDA.

           IF WS-PARM-FECHA NOT NUMERIC
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-PARM-FECHA TO WS-FECHA-CORTE.

           IF WS-FECHA-AAAA < 1900 OR WS-FECHA-AAAA > 2099
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-DIAS-MES (WS-FECHA-MM) TO WS-DIAS-DEL-MES.

      *---- ENTRE 1901 Y 2099 ALCANZA CON EL MULTIPLO DE 4.
           IF WS-FECHA-MM = 2
              DIVIDE WS-FECHA-AAAA BY 4 GIVING WS-RESTO-BISIESTO
                     REMAINDER WS-RESTO-BISIESTO
              IF WS-RESTO-BISIESTO = 0
                 MOVE 29 TO WS-DIAS-DEL-MES
              END-IF
           END-IF.

           IF WS-FECHA-DD < 1 OR WS-FECHA-DD > WS-DIAS-DEL-MES
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE 'SI' TO WS-FLAG-FECHA-VALIDA.

       1050-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-ESTADOS.

      *---- CARGO LA LISTA DE ESTADOS DESDE ESTADOS.CFG CON LOS
      *---- MISMOS CRITERIOS QUE 1060 EN CL18EJ02: SIN CONFIG SE USA
      *---- LA LISTA HISTORICA A-E; UN CONFIG ILEGIBLE O CON MAS
      *---- ESTADOS QUE EL OCCURS DEL TRAILER ES FATAL.
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
                       CFG-EST-CODIGO NOT = '*'
                       IF WS-CANT-ESTADOS-VALIDOS <
                          WS-MAX-ESTADOS-TABLA
                          ADD 1 TO WS-CANT-ESTADOS-VALIDOS
                          MOVE CFG-EST-CODIGO      TO
                               WS-ESTADO-VALIDO
                                  (WS-CANT-ESTADOS-VALIDOS)
                          MOVE CFG-EST-DESCRIPCION TO
                               WS-ESTADO-DESC
                                  (WS-CANT-ESTADOS-VALIDOS)
                          MOVE CFG-EST-ACTIVO      TO
                               WS-ESTADO-ACTIVO
                                  (WS-CANT-ESTADOS-VALIDOS)
                       ELSE
                          DISPLAY 'ESTADOS.CFG SUPERA EL MAXIMO DE '
                                  WS-MAX-ESTADOS-TABLA ' ESTADOS'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-ESTADOS.

           IF WS-CANT-ESTADOS-VALIDOS = 0
              DISPLAY 'ESTADOS.CFG SIN RENGLONES UTILES: SE USA LA '
                      'LISTA DE ESTADOS A-E'
              GO TO 1100-ESTADOS-POR-DEFECTO
           END-IF.

           IF WS-CANT-ESTADOS-VALIDOS > WS-MAX-ESTADOS-TRAILER
              DISPLAY 'ESTADOS.CFG TRAE ' WS-CANT-ESTADOS-VALIDOS
                      ' ESTADOS Y EL TRAILER SOPORTA '
                      WS-MAX-ESTADOS-TRAILER
              DISPLAY 'ACTUALIZAR REG-TRL-POR-ESTADO EN '
                      'CL18EJ02-SALIDA.CPY ANTES DE AGREGAR ESTADOS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           GO TO 1100-CARGAR-ESTADOS-EXIT.

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
       2000-CARGAR-MAESTRO.

      *---- CARGO SOLO LOS DETALLES DEL MAESTRO VIGENTE, COMO 2000 EN
      *---- CL18EJ03; HEADER Y TRAILER SE ARMAN DE NUEVO PARA EL JUEGO
      *---- RECONSTRUIDO.
           MOVE 0 TO WS-CANT-ITEMS.

           OPEN INPUT MAE-MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO VIGENTE'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAESTRO-EOF
              READ MAE-MAESTRO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MAE-ES-DETALLE
                       ADD 1 TO WS-CANT-ITEMS
                       IF WS-CANT-ITEMS > WS-MAX-EMPLEADOS
                          DISPLAY 'ERROR: EL MAESTRO SUPERA EL MAXIMO '
                          DISPLAY 'DE REGISTROS SOPORTADO: '
                                  WS-MAX-EMPLEADOS
                          MOVE 16 TO RETURN-CODE
                          CLOSE MAE-MAESTRO
                          STOP RUN
                       END-IF
                       MOVE MAE-CUERPO-DETALLE
                                     TO WS-ITEM-EMP (WS-CANT-ITEMS)
                       MOVE 'S'      TO WS-ITEM-VIGENTE (WS-CANT-ITEMS)
                       MOVE 0        TO
                                     WS-ITEM-FECHA-BAJA (WS-CANT-ITEMS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE MAE-MAESTRO.

           MOVE WS-CANT-ITEMS TO WS-CONT-REG-MAESTRO.

       2000-CARGAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-BAJAS.

      *---- QUIEN SE FUE DESPUES DEL CORTE TODAVIA ESTABA ESE DIA: SE
      *---- REPONE CON LOS ULTIMOS DATOS QUE GUARDO CL18EJ03 AL DARLO
      *---- DE BAJA (LAS MODIFICACIONES ENTRE EL CORTE Y LA BAJA SE
      *---- DESHACEN DESPUES, COMO A CUALQUIERA). SIN ARCHIVO DE BAJAS
      *---- NO HAY NADA QUE REPONER.
           OPEN INPUT BAJ-BAJAS.

           IF FS-BAJAS-NFD
              DISPLAY 'SIN ARCHIVO DE BAJAS: NO SE REPONE NINGUNA'
              GO TO 2100-CARGAR-BAJAS-EXIT
           END-IF.

           IF NOT FS-BAJAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE BAJAS'
              DISPLAY 'FILE STATUS: ' FS-BAJAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-BAJAS-EOF
              READ BAJ-BAJAS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BAJ-FECHA-BAJA > WS-FECHA-CORTE
                       PERFORM 2110-REPONER-BAJA
                          THRU 2110-REPONER-BAJA-EXIT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BAJ-BAJAS.

       2100-CARGAR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-REPONER-BAJA.

      *---- UN REINGRESADO Y VUELTO A BAJAR FIGURA VARIAS VECES EN EL
      *---- ARCHIVO, QUE ESTA EN ORDEN CRONOLOGICO: LA PRIMERA BAJA
      *---- POSTERIOR AL CORTE ES LA DEL PERIODO QUE CUBRIA ESE DIA,
      *---- ASI QUE LAS SIGUIENTES DEL MISMO ID SE IGNORAN.
      *---- SOLO SE MIRAN LOS YA REPUESTOS, QUE VAN DESPUES DE LOS
      *---- DEL MAESTRO EN LA TABLA.
           MOVE 'NO' TO WS-FLAG-ID-REPUESTO.
           COMPUTE WS-PRIMER-REPUESTO = WS-CONT-REG-MAESTRO + 1.

           PERFORM VARYING WS-JJ FROM WS-PRIMER-REPUESTO BY 1
                     UNTIL WS-JJ > WS-CANT-ITEMS
                        OR WS-ID-YA-REPUESTO
              IF WS-ITEM-ID (WS-JJ) = BAJ-ID
                 MOVE 'SI' TO WS-FLAG-ID-REPUESTO
              END-IF
           END-PERFORM.

           IF WS-ID-YA-REPUESTO
              GO TO 2110-REPONER-BAJA-EXIT
           END-IF.

           IF WS-CANT-ITEMS >= WS-MAX-EMPLEADOS
              DISPLAY 'ERROR: MAESTRO MAS BAJAS REPUESTAS SUPERAN EL '
                      'MAXIMO DE REGISTROS SOPORTADO: '
                      WS-MAX-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              CLOSE BAJ-BAJAS
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-ITEMS.

           MOVE BAJ-ID           TO WS-ITEM-ID (WS-CANT-ITEMS).
           MOVE BAJ-NOMBRE       TO WS-ITEM-NOMBRE (WS-CANT-ITEMS).
           MOVE BAJ-APELLIDO     TO WS-ITEM-APELLIDO (WS-CANT-ITEMS).
           MOVE BAJ-ESTADO       TO WS-ITEM-ESTADO (WS-CANT-ITEMS).
           MOVE BAJ-DEPARTAMENTO TO
                                 WS-ITEM-DEPARTAMENTO (WS-CANT-ITEMS).
           MOVE BAJ-FECHA-ALTA   TO WS-ITEM-FECHA-ALTA (WS-CANT-ITEMS).
           MOVE BAJ-SUELDO       TO WS-ITEM-SUELDO (WS-CANT-ITEMS).
           MOVE BAJ-SUCURSAL     TO WS-ITEM-SUCURSAL (WS-CANT-ITEMS).
           MOVE 'S'              TO WS-ITEM-VIGENTE (WS-CANT-ITEMS).
           MOVE BAJ-FECHA-BAJA   TO WS-ITEM-FECHA-BAJA (WS-CANT-ITEMS).

           ADD 1 TO WS-CONT-BAJAS-REPUESTAS.

       2110-REPONER-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-CAMBIOS.

      *---- SOLO INTERESAN LAS MODIFICACIONES POSTERIORES AL CORTE;
      *---- SE GUARDAN EN EL ORDEN DEL ARCHIVO PARA DESHACERLAS AL
      *---- REVES. SIN BITACORA NO HAY NADA QUE DESHACER. LOS CAMBIOS
      *---- DE CAMPOS QUE NO ESTAN EN EL MAESTRO (CUENTAS BANCARIAS,
      *---- VACACIONES) NO SE CARGAN: NO HAY NADA QUE RECONSTRUIR.
           MOVE 0 TO WS-CANT-CAMBIOS.

           OPEN INPUT CAM-CAMBIOS.

           IF FS-CAMBIOS-NFD
              DISPLAY 'SIN BITACORA DE CAMBIOS: NO SE DESHACE NINGUNO'
              GO TO 2200-CARGAR-CAMBIOS-EXIT
           END-IF.

           IF NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE CAMBIOS'
              DISPLAY 'FILE STATUS: ' FS-CAMBIOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-CAMBIOS-EOF
              READ CAM-CAMBIOS
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CONT-CAMBIOS-LEIDOS
                    IF CAM-FECHA IS NUMERIC AND
                       CAM-FECHA > WS-FECHA-CORTE-X AND
                       NOT CAM-CAMPO-FUERA-MAESTRO
                       IF WS-CANT-CAMBIOS >= WS-MAX-CAMBIOS
                          DISPLAY 'ERROR: LAS MODIFICACIONES '
                                  'POSTERIORES AL CORTE SUPERAN LA '
                                  'TABLA DE '
                                  WS-MAX-CAMBIOS
                          MOVE 16 TO RETURN-CODE
                          CLOSE CAM-CAMBIOS
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-CAMBIOS
                       MOVE CAM-FECHA TO WS-CAMB-FECHA (WS-CANT-CAMBIOS)
                       MOVE CAM-ID    TO WS-CAMB-ID (WS-CANT-CAMBIOS)
                       MOVE CAM-CAMPO TO WS-CAMB-CAMPO (WS-CANT-CAMBIOS)
                       MOVE CAM-VALOR-ANTERIOR
                                  TO WS-CAMB-ANTERIOR (WS-CANT-CAMBIOS)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CAM-CAMBIOS.

       2200-CARGAR-CAMBIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-DESHACER-CAMBIOS.

      *---- WS-CC RECORRE LA TABLA DE LA MODIFICACION MAS NUEVA A LA
      *---- MAS VIEJA. UN REGISTRO REPUESTO DE BAJAS SOLO RECIBE LAS
      *---- MODIFICACIONES HASTA SU FECHA DE BAJA: LAS POSTERIORES SON
      *---- DE UN REINGRESO DEL MISMO ID, QUE VA EN EL REGISTRO DEL
      *---- MAESTRO.
           MOVE 'NO' TO WS-FLAG-CAMBIO-APLICADO.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              IF WS-ITEM-ID (WS-II) = WS-CAMB-ID (WS-CC)
                 IF WS-ITEM-FECHA-BAJA (WS-II) = 0 OR
                    WS-CAMB-FECHA (WS-CC) <=
                                       WS-ITEM-FECHA-BAJA (WS-II)
                    PERFORM 2310-RESTAURAR-CAMPO
                       THRU 2310-RESTAURAR-CAMPO-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-CAMBIO-APLICADO
              ADD 1 TO WS-CONT-CAMBIOS-DESHECHOS
           ELSE
              ADD 1 TO WS-CONT-CAMBIOS-SIN-ID
           END-IF.

       2300-DESHACER-CAMBIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-RESTAURAR-CAMPO.

      *---- CADA CAMPO VUELVE A SU VALOR ANTERIOR CON EL FORMATO EN QUE
      *---- LO GRABA 2175 DE CL18EJ03: TEXTOS AJUSTADOS A IZQUIERDA,
      *---- FECHA EN LAS PRIMERAS 8 POSICIONES Y SUELDO EDITADO. SOLO
      *---- CUENTA COMO DESHECHO EL CAMBIO QUE REPONE UN CAMPO.
           EVALUATE WS-CAMB-CAMPO (WS-CC)
               WHEN 'NOMBRE'
                    MOVE WS-CAMB-ANTERIOR (WS-CC)
                                  TO WS-ITEM-NOMBRE (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN 'APELLIDO'
                    MOVE WS-CAMB-ANTERIOR (WS-CC)
                                  TO WS-ITEM-APELLIDO (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN 'ESTADO'
                    MOVE WS-CAMB-ANTERIOR (WS-CC) (1:1)
                                  TO WS-ITEM-ESTADO (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN 'DEPARTAMENTO'
                    MOVE WS-CAMB-ANTERIOR (WS-CC) (1:15)
                                  TO WS-ITEM-DEPARTAMENTO (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN 'FECHA-ALTA'
                    IF WS-CAMB-ANTERIOR (WS-CC) (1:8) IS NUMERIC
                       MOVE WS-CAMB-ANTERIOR (WS-CC) (1:8)
                                  TO WS-ITEM-FECHA-ALTA (WS-II)
                       MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
                    ELSE
                       DISPLAY 'FECHA ANTERIOR ILEGIBLE EN LA BITACORA,'
                               ' ID: ' WS-CAMB-ID (WS-CC)
                       MOVE 04 TO RETURN-CODE
                    END-IF
               WHEN 'SUELDO'
                    MOVE WS-CAMB-ANTERIOR (WS-CC) (1:10)
                                  TO WS-CAM-SUELDO-ED
                    MOVE WS-CAM-SUELDO-ED
                                  TO WS-ITEM-SUELDO (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN 'SUCURSAL'
                    MOVE WS-CAMB-ANTERIOR (WS-CC) (1:3)
                                  TO WS-ITEM-SUCURSAL (WS-II)
                    MOVE 'SI' TO WS-FLAG-CAMBIO-APLICADO
               WHEN OTHER
                    DISPLAY 'CAMPO DESCONOCIDO EN LA BITACORA: '
                            WS-CAMB-CAMPO (WS-CC)
                            ' ID: ' WS-CAMB-ID (WS-CC)
                    MOVE 04 TO RETURN-CODE
           END-EVALUATE.

       2310-RESTAURAR-CAMPO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-DEPURAR-PLANTEL.

      *---- CON LAS FECHAS DE ALTA YA RESTAURADAS, QUEDA AFUERA QUIEN
      *---- TODAVIA NO HABIA ENTRADO AL CORTE.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              IF WS-ITEM-FECHA-ALTA (WS-II) > WS-FECHA-CORTE
                 MOVE 'N' TO WS-ITEM-VIGENTE (WS-II)
                 ADD 1 TO WS-CONT-ALTAS-POSTERIORES
              END-IF
           END-PERFORM.

      *---- SI UN ID REPUESTO DE BAJAS SIGUE VIGENTE, EL REGISTRO DEL
      *---- MISMO ID EN EL MAESTRO ES UN REINGRESO POSTERIOR AL CORTE
      *---- Y NO PUEDE FIGURAR DOS VECES.
           PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ > WS-CANT-ITEMS
              IF WS-ITEM-FECHA-BAJA (WS-JJ) > 0 AND
                 WS-ITEM-VIGENTE (WS-JJ) = 'S'
                 PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CONT-REG-MAESTRO
                    IF WS-ITEM-ID (WS-II) = WS-ITEM-ID (WS-JJ) AND
                       WS-ITEM-VIGENTE (WS-II) = 'S'
                       MOVE 'N' TO WS-ITEM-VIGENTE (WS-II)
                       ADD 1 TO WS-CONT-REINGRESOS
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       2400-DEPURAR-PLANTEL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-PLANTEL.

      *---- ORDENO LOS VIGENTES POR LA CLAVE DE CORRIDA Y LOS GRABO
      *---- CON HEADER Y TRAILER. EL SORT VERB NO ADMITE UNA LISTA DE
      *---- KEY DINAMICA, ASI QUE ELIJO ENTRE LAS TRES VARIANTES
      *---- POSIBLES COMO CL18EJ02/03.
           EVALUATE TRUE
               WHEN WS-CLAVE-ES-APELLIDO
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-APELLIDO
                                         WORK-NOMBRE
                        INPUT PROCEDURE  2510-LIBERAR-VIGENTES
                           THRU 2510-LIBERAR-VIGENTES-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-PLANTEL-NUEVO
                           THRU 2520-GRABAR-PLANTEL-NUEVO-EXIT
               WHEN WS-CLAVE-ES-ID
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-ID
                        INPUT PROCEDURE  2510-LIBERAR-VIGENTES
                           THRU 2510-LIBERAR-VIGENTES-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-PLANTEL-NUEVO
                           THRU 2520-GRABAR-PLANTEL-NUEVO-EXIT
               WHEN OTHER
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-ESTADO
                                         WORK-APELLIDO
                                         WORK-NOMBRE
                        INPUT PROCEDURE  2510-LIBERAR-VIGENTES
                           THRU 2510-LIBERAR-VIGENTES-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-PLANTEL-NUEVO
                           THRU 2520-GRABAR-PLANTEL-NUEVO-EXIT
           END-EVALUATE.

       2500-GRABAR-PLANTEL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LIBERAR-VIGENTES.

      *---- VUELCO AL SORT SOLO LOS QUE ESTABAN AL CORTE; DE PASO
      *---- CUENTO EL TOTAL QUE VA AL HEADER Y AL TRAILER.
           MOVE 0 TO WS-CONT-REG-SALIDA.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              IF WS-ITEM-VIGENTE (WS-II) = 'S'
                 ADD 1 TO WS-CONT-REG-SALIDA
                 MOVE WS-ITEM-ESTADO (WS-II)   TO WORK-ESTADO
                 MOVE WS-ITEM-APELLIDO (WS-II) TO WORK-APELLIDO
                 MOVE WS-ITEM-NOMBRE (WS-II)   TO WORK-NOMBRE
                 MOVE WS-ITEM-ID (WS-II)       TO WORK-ID
                 MOVE WS-ITEM-DEPARTAMENTO (WS-II)
                                               TO WORK-DEPARTAMENTO
                 MOVE WS-ITEM-FECHA-ALTA (WS-II)
                                               TO WORK-FECHA-ALTA
                 MOVE WS-ITEM-SUELDO (WS-II)   TO WORK-SUELDO
                 MOVE WS-ITEM-SUCURSAL (WS-II) TO WORK-SUCURSAL
                 RELEASE WORK-REG-ORDEN
              END-IF
           END-PERFORM.

       2510-LIBERAR-VIGENTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-GRABAR-PLANTEL-NUEVO.

      *---- REUSO LA TABLA PARA DEJARLA EN EL ORDEN FINAL Y SOLO CON
      *---- LOS VIGENTES: DE AHI SALEN EL TRAILER, LOS SPLITS Y EL
      *---- RESUMEN.
           OPEN OUTPUT SAL-SALIDA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL ABRIR LA SALIDA RECONSTRUIDA: '
                      WS-NOMBRE-ARCHIVO-SALIDA
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2530-GRABAR-HEADER-SALIDA
              THRU 2530-GRABAR-HEADER-SALIDA-EXIT.

           MOVE 0    TO WS-II.
           MOVE 'NO' TO WS-FIN-SORT.

           PERFORM UNTIL WS-SORT-TERMINADO
              RETURN WORK-ORDENAMIENTO
                 AT END
                    MOVE 'SI' TO WS-FIN-SORT
                 NOT AT END
                    ADD 1 TO WS-II
                    MOVE WORK-ID        TO WS-ITEM-ID (WS-II)
                    MOVE WORK-NOMBRE    TO WS-ITEM-NOMBRE (WS-II)
                    MOVE WORK-APELLIDO  TO WS-ITEM-APELLIDO (WS-II)
                    MOVE WORK-ESTADO    TO WS-ITEM-ESTADO (WS-II)
                    MOVE WORK-DEPARTAMENTO
                                        TO WS-ITEM-DEPARTAMENTO (WS-II)
                    MOVE WORK-FECHA-ALTA
                                        TO WS-ITEM-FECHA-ALTA (WS-II)
                    MOVE WORK-SUELDO    TO WS-ITEM-SUELDO (WS-II)
                    MOVE WORK-SUCURSAL  TO WS-ITEM-SUCURSAL (WS-II)
                    MOVE 'D'            TO REG-TIPO
                    MOVE WS-ITEM-EMP (WS-II) TO REG-CUERPO-DETALLE
                    PERFORM 2550-GRABAR-REG-SALIDA
                       THRU 2550-GRABAR-REG-SALIDA-EXIT
              END-RETURN
           END-PERFORM.

           MOVE WS-II TO WS-CANT-ITEMS.

           PERFORM 2540-GRABAR-TRAILER-SALIDA
              THRU 2540-GRABAR-TRAILER-SALIDA-EXIT.

           CLOSE SAL-SALIDA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL CERRAR LA SALIDA RECONSTRUIDA'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 08 TO RETURN-CODE
           END-IF.

       2520-GRABAR-PLANTEL-NUEVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2530-GRABAR-HEADER-SALIDA.

      *---- EL HEADER LLEVA LA FECHA DE CORTE Y NO LA DE PROCESO: ES
      *---- LA FECHA A LA QUE CORRESPONDE EL PLANTEL DEL ARCHIVO.
           MOVE SPACES                       TO REG-SALIDA.
           MOVE 'H'                          TO REG-TIPO.
           MOVE WS-FECHA-CORTE-X             TO REG-HDR-FECHA.
           MOVE WS-CONT-REG-SALIDA           TO REG-HDR-TOTAL-REGISTROS.

           PERFORM 2550-GRABAR-REG-SALIDA
              THRU 2550-GRABAR-REG-SALIDA-EXIT.

       2530-GRABAR-HEADER-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2540-GRABAR-TRAILER-SALIDA.

      *---- MISMO TRAILER DE CONTROL QUE CL18EJ02/03.
           MOVE SPACES                       TO REG-SALIDA.
           MOVE 'T'                          TO REG-TIPO.
           MOVE WS-CANT-ITEMS                TO REG-TRL-TOTAL-GENERAL.
           MOVE 0                            TO WS-IMP-ACUM.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
              MOVE WS-ESTADO-VALIDO (WS-KK)
                                   TO REG-TRL-COD-ESTADO (WS-KK)
              MOVE 0               TO REG-TRL-CANT-ESTADO (WS-KK)
              MOVE 0               TO REG-TRL-IMP-ESTADO (WS-KK)
              PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ >
                                                 WS-CANT-ITEMS
                 IF WS-ITEM-ESTADO (WS-JJ) = WS-ESTADO-VALIDO (WS-KK)
                    ADD 1 TO REG-TRL-CANT-ESTADO (WS-KK)
                    ADD WS-ITEM-SUELDO (WS-JJ)
                                   TO REG-TRL-IMP-ESTADO (WS-KK)
                 END-IF
              END-PERFORM
              ADD REG-TRL-IMP-ESTADO (WS-KK) TO WS-IMP-ACUM
           END-PERFORM.

           MOVE WS-IMP-ACUM                  TO REG-TRL-IMPORTE-TOTAL.

           PERFORM 2550-GRABAR-REG-SALIDA
              THRU 2550-GRABAR-REG-SALIDA-EXIT.

       2540-GRABAR-TRAILER-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-GRABAR-REG-SALIDA.

           WRITE REG-SALIDA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL GRABAR LA SALIDA RECONSTRUIDA'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 08 TO RETURN-CODE
           END-IF.

       2550-GRABAR-REG-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-GRABAR-POR-ESTADO.

      *---- UN SPLIT POR CADA ESTADO DE LA TABLA, CON EL NOMBRE BASE
      *---- DEL JUEGO RECONSTRUIDO; COMO EN CL18EJ02 SE ABREN Y
      *---- CIERRAN TODOS SIEMPRE, TENGAN O NO REGISTROS, PORQUE
      *---- CL18EJ06 CUENTA UN SPLIT AUSENTE COMO FALLA.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
              MOVE WS-ESTADO-VALIDO (WS-KK) TO WS-EST-ACTUAL-SPLIT

              MOVE SPACES TO WS-NOMBRE-ARCHIVO-ESTADO
              STRING '../'               DELIMITED BY SIZE
                     WS-NOMBRE-BASE      DELIMITED BY SPACE
                     '-'                 DELIMITED BY SIZE
                     WS-EST-ACTUAL-SPLIT DELIMITED BY SIZE
                     '.TXT'              DELIMITED BY SIZE
                     INTO WS-NOMBRE-ARCHIVO-ESTADO

              OPEN OUTPUT SAL-ESTADO

              IF FS-ESTADO-OK
                 PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-ITEMS
                    IF WS-ITEM-ESTADO (WS-II) = WS-EST-ACTUAL-SPLIT
                       MOVE WS-ITEM-EMP (WS-II) TO REG-SAL-ESTADO
                       WRITE REG-SAL-ESTADO
                       IF NOT FS-ESTADO-OK
                          DISPLAY 'ERROR AL GRABAR EL ARCHIVO: '
                                  WS-NOMBRE-ARCHIVO-ESTADO
                          DISPLAY 'FILE STATUS: ' FS-ESTADO
                          MOVE 08 TO RETURN-CODE
                       END-IF
                    END-IF
                 END-PERFORM

                 CLOSE SAL-ESTADO
                 IF NOT FS-ESTADO-OK
                    DISPLAY 'ERROR AL CERRAR EL ARCHIVO: '
                            WS-NOMBRE-ARCHIVO-ESTADO
                    DISPLAY 'FILE STATUS: ' FS-ESTADO
                    MOVE 08 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO: '
                         WS-NOMBRE-ARCHIVO-ESTADO
                 DISPLAY 'FILE STATUS: ' FS-ESTADO
                 MOVE 08 TO RETURN-CODE
              END-IF
           END-PERFORM.

       2560-GRABAR-POR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-GENERAR-RESUMEN.

      *---- TITULO CON LA FECHA DE CORTE, UNA LINEA POR ESTADO CON EL
      *---- MISMO FORMATO DEL RESUMEN DE CL18EJ02 Y EL TOTAL GENERAL.
           OPEN OUTPUT RES-RESUMEN.

           IF NOT FS-RESUMEN-OK
              DISPLAY 'ERROR AL ABRIR EL RESUMEN: '
                      WS-NOMBRE-ARCHIVO-RESUMEN
              DISPLAY 'FILE STATUS: ' FS-RESUMEN
              MOVE 08 TO RETURN-CODE
              GO TO 2600-GENERAR-RESUMEN-EXIT
           END-IF.

           MOVE WS-FECHA-CORTE-X (7:2) TO WS-RES-TIT-DD.
           MOVE WS-FECHA-CORTE-X (5:2) TO WS-RES-TIT-MM.
           MOVE WS-FECHA-CORTE-X (1:4) TO WS-RES-TIT-AAAA.
           MOVE WS-FECHA-PROCESO       TO WS-RES-TIT-PROCESO.
           MOVE WS-RES-LINEA-TITULO    TO REG-RESUMEN.

           PERFORM 2610-GRABAR-RESUMEN
              THRU 2610-GRABAR-RESUMEN-EXIT.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
              MOVE 0 TO WS-RES-CANTIDAD-ACTUAL
              MOVE 0 TO WS-RES-SUELDO-ACTUAL
              PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-ITEMS
                 IF WS-ITEM-ESTADO (WS-II) = WS-ESTADO-VALIDO (WS-KK)
                    ADD 1 TO WS-RES-CANTIDAD-ACTUAL
                    ADD WS-ITEM-SUELDO (WS-II) TO WS-RES-SUELDO-ACTUAL
                 END-IF
              END-PERFORM
              MOVE WS-ESTADO-VALIDO (WS-KK) TO WS-RES-LIN-ESTADO
              MOVE WS-ESTADO-DESC (WS-KK)   TO WS-RES-LIN-DESC
              MOVE WS-RES-CANTIDAD-ACTUAL   TO WS-RES-LIN-CANT
              MOVE WS-RES-SUELDO-ACTUAL     TO WS-RES-LIN-SUELDO
              MOVE WS-RES-LINEA             TO REG-RESUMEN
              PERFORM 2610-GRABAR-RESUMEN
                 THRU 2610-GRABAR-RESUMEN-EXIT
           END-PERFORM.

           MOVE 'TOTAL GENERAL'       TO WS-RES-TOT-TEXTO.
           MOVE WS-CANT-ITEMS         TO WS-RES-TOT-CANT.
           MOVE '  SUELDOS: '         TO WS-RES-TOT-TEXTO2.
           MOVE WS-IMP-ACUM           TO WS-RES-TOT-SUELDO.
           MOVE WS-RES-LINEA-TOTAL    TO REG-RESUMEN.

           PERFORM 2610-GRABAR-RESUMEN
              THRU 2610-GRABAR-RESUMEN-EXIT.

           CLOSE RES-RESUMEN.

           IF NOT FS-RESUMEN-OK
              DISPLAY 'ERROR AL CERRAR EL RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-RESUMEN
              MOVE 08 TO RETURN-CODE
           END-IF.

       2600-GENERAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2610-GRABAR-RESUMEN.

           WRITE REG-RESUMEN.

           IF FS-RESUMEN-OK
              ADD 1 TO WS-CONT-REG-RESUMEN
           ELSE
              DISPLAY 'ERROR AL GRABAR EL RESUMEN'
              DISPLAY 'FILE STATUS: ' FS-RESUMEN
              MOVE 08 TO RETURN-CODE
           END-IF.

       2610-GRABAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE WS-CONT-REG-MAESTRO         TO WS-FORMAT-IMPORTE.
           DISPLAY 'REGISTROS DEL MAESTRO VIGENTE     : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-BAJAS-REPUESTAS     TO WS-FORMAT-IMPORTE.
           DISPLAY 'BAJAS POSTERIORES REPUESTAS       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-CAMBIOS-LEIDOS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS LEIDAS DE LA BITACORA      : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-CAMBIOS-DESHECHOS   TO WS-FORMAT-IMPORTE.
           DISPLAY 'MODIFICACIONES DESHECHAS          : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-CAMBIOS-SIN-ID      TO WS-FORMAT-IMPORTE.
           DISPLAY 'MODIFICACIONES DE IDS SIN REGISTRO: '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-ALTAS-POSTERIORES   TO WS-FORMAT-IMPORTE.
           DISPLAY 'ALTAS POSTERIORES EXCLUIDAS       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REINGRESOS          TO WS-FORMAT-IMPORTE.
           DISPLAY 'REINGRESOS POSTERIORES EXCLUIDOS  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CANT-ITEMS               TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS EN EL PLANTEL AL CORTE  : '
                   WS-FORMAT-IMPORTE.

           DISPLAY 'VERIFICAR CON: CL18EJ06 ' WS-PARM-CLAVE-ORDEN
                   ' ' WS-NOMBRE-BASE.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ14.
