      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: PLANILLA DE PERSONAL PARA FIRMA. TODOS LOS MESES
      * RECURSOS HUMANOS Y CADA GERENTE DE SUCURSAL FIRMAN LA DOTACION
      * IMPRESA; EL RESUMEN DE CL18EJ02 SOLO TRAE CANTIDADES Y EL CSV
      * NO ES UN DOCUMENTO FIRMABLE. ESTE PASE LEE EL MAESTRO
      * CERTIFICADO EMPLEADOSxESTADO.TXT Y ARMA EN
      * CL18EJ19-PLANILLA.TXT UN LISTADO PAGINADO (60 RENGLONES POR
      * HOJA, ENCABEZADO CON FECHA DE CORRIDA, NUMERO DE PAGINA Y
      * SUCURSAL, HOJA NUEVA POR SUCURSAL). DENTRO DE CADA SUCURSAL
      * CORTA POR DEPARTAMENTO Y POR ESTADO (CON LA DESCRIPCION DE
      * ESTADOS.CFG), CON CANTIDAD Y SUBTOTAL DE SUELDOS EN CADA
      * CORTE, Y CIERRA LA SUCURSAL CON SU TOTAL Y EL BLOQUE DE
      * FIRMAS. EL TOTAL GENERAL SE CONTROLA CONTRA
      * REG-TRL-TOTAL-GENERAL Y REG-TRL-IMPORTE-TOTAL: SI NO CUADRA LA
      * PLANILLA LO DICE Y EL RETORNO ES 08. EL NOMBRE DE CADA
      * SUCURSAL SALE DE SUCURSALES.CFG (COLUMNA 46).
      * PARAMETRO OPCIONAL: UN CODIGO DE SUCURSAL PARA IMPRIMIR SOLO
      * ESA, EN CL18EJ19-PLANILLA-<SUCURSAL>.TXT. EJEMPLO: '001'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ19.
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

       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

      *---- MISMO CONFIG QUE LEE CL18EJ02; DE ACA SOLO SE TOMA EL
      *---- NOMBRE DE CADA SUCURSAL PARA EL ENCABEZADO.
       SELECT CFG-SUCURSALES
           ASSIGN TO '../SUCURSALES.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCCFG.

      *---- EL NOMBRE DEPENDE DEL PARAMETRO; SE ARMA EN 1000.
       SELECT REP-PLANILLA
           ASSIGN USING WS-NOMBRE-PLANILLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANILLA.

       SELECT WORK-ORDENAMIENTO
           ASSIGN TO 'WORKORD'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-SUCURSALES.
       01 REG-CFG-SUCURSALES.
          05 CFG-SUC-CODIGO                 PIC X(03).
          05 FILLER                         PIC X(01).
          05 CFG-SUC-ARCHIVO                PIC X(40).
          05 FILLER                         PIC X(01).
          05 CFG-SUC-NOMBRE                 PIC X(30).

       FD REP-PLANILLA.
       01 REG-PLANILLA                      PIC X(132).

       SD WORK-ORDENAMIENTO.
       01 WORK-REG-ORDEN.
          05 WORK-SUCURSAL                  PIC X(03).
          05 WORK-DEPARTAMENTO              PIC X(15).
          05 WORK-ESTADO                    PIC X(01).
          05 WORK-APELLIDO                  PIC X(25).
          05 WORK-NOMBRE                    PIC X(25).
          05 WORK-ID                        PIC 9(08).
          05 WORK-FECHA-ALTA                PIC 9(08).
          05 WORK-SUELDO                    PIC 9(07)V9(02).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
             88 FS-SALIDA-NFD                   VALUE '35'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-SUCCFG                      PIC X(2).
             88 FS-SUCCFG-OK                    VALUE '00'.
             88 FS-SUCCFG-EOF                   VALUE '10'.
             88 FS-SUCCFG-NFD                   VALUE '35'.
          05 FS-PLANILLA                    PIC X(2).
             88 FS-PLANILLA-OK                  VALUE '00'.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS; DE AHI SALE LA DESCRIPCION DE CADA
      *---- CORTE POR ESTADO.
           COPY CL18EJ02-ESTADOS.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-SUCURSAL               PIC X(03) VALUE SPACES.
               88 WS-TODAS-LAS-SUCURSALES            VALUE SPACES.
           05 WS-NOMBRE-PLANILLA             PIC X(60) VALUE SPACES.

      *---- NOMBRES DE SUCURSAL CARGADOS DE SUCURSALES.CFG. UNA
      *---- SUCURSAL SIN NOMBRE EN EL CONFIG SE ENCABEZA SOLO CON SU
      *---- CODIGO.
       01 WS-SUCURSALES-AREA.
           05 WS-CANT-SUCURSALES             PIC 9(02) VALUE 0.
           05 WS-SS                          PIC 9(02) VALUE 0.
           05 WS-TABLA-SUCURSALES.
               10 WS-SUCURSAL-CFG OCCURS 20 TIMES.
                  15 WS-SUC-CODIGO           PIC X(03).
                  15 WS-SUC-NOMBRE           PIC X(30).

      *---- CONTROL DE PAGINACION.
       78  WS-LINEAS-POR-PAGINA               VALUE 60.
      *---- RENGLONES QUE OCUPA EL BLOQUE DE FIRMAS; NO SE PARTE ENTRE
      *---- DOS HOJAS.
       78  WS-LINEAS-BLOQUE-FIRMAS            VALUE 9.

       01 WS-PAGINACION.
           05 WS-NRO-PAGINA                  PIC 9(04) VALUE 0.
           05 WS-CONT-EN-PAGINA              PIC 9(02) VALUE 0.
           05 WS-LINEAS-LIBRES               PIC 9(02) VALUE 0.
           05 WS-FLAG-ABRIR-PAGINA           PIC X(02) VALUE 'NO'.
               88 WS-ABRIR-PAGINA                    VALUE 'SI'.
           05 WS-FLAG-EN-DEPARTAMENTO        PIC X(02) VALUE 'NO'.
               88 WS-EN-DEPARTAMENTO                 VALUE 'SI'.
           05 WS-FLAG-EN-GRUPO               PIC X(02) VALUE 'NO'.
               88 WS-EN-GRUPO                        VALUE 'SI'.

      *---- CLAVES DEL CORTE EN CURSO.
       01 WS-CORTES.
           05 WS-FLAG-PRIMER-EMPLEADO        PIC X(02) VALUE 'SI'.
               88 WS-PRIMER-EMPLEADO                 VALUE 'SI'.
           05 WS-ANT-SUCURSAL                PIC X(03) VALUE SPACES.
           05 WS-ANT-DEPARTAMENTO            PIC X(15) VALUE SPACES.
           05 WS-ANT-ESTADO                  PIC X(01) VALUE SPACES.
           05 WS-NOMBRE-SUCURSAL             PIC X(30) VALUE SPACES.
           05 WS-DESC-ESTADO                 PIC X(20) VALUE SPACES.

      *---- ACUMULADORES POR NIVEL DE CORTE.
       01 WS-TOTALES.
           05 WS-EST-CANTIDAD                PIC 9(06) VALUE 0.
           05 WS-EST-IMPORTE                 PIC 9(11)V9(02) VALUE 0.
           05 WS-DEP-CANTIDAD                PIC 9(06) VALUE 0.
           05 WS-DEP-IMPORTE                 PIC 9(11)V9(02) VALUE 0.
           05 WS-SUC-CANTIDAD                PIC 9(06) VALUE 0.
           05 WS-SUC-IMPORTE                 PIC 9(11)V9(02) VALUE 0.
           05 WS-GRAL-CANTIDAD               PIC 9(06) VALUE 0.
           05 WS-GRAL-IMPORTE                PIC 9(11)V9(02) VALUE 0.

       01 WS-CONTROL-MAESTRO.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.
           05 WS-TRL-TOTAL-GENERAL           PIC 9(06) VALUE 0.
           05 WS-TRL-IMPORTE-TOTAL           PIC 9(11)V9(02) VALUE 0.
           05 WS-FLAG-CUADRA                 PIC X(02) VALUE 'SI'.
               88 WS-CUADRA                          VALUE 'SI'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
           05 WS-CONT-REG-LISTADOS           PIC 9(06) VALUE 0.
           05 WS-CONT-SUC-LISTADAS           PIC 9(04) VALUE 0.

      *---- FECHAS EN DD/MM/AAAA PARA EL PAPEL.
       01 WS-FECHAS-AREA.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FECHA-AAAAMMDD              PIC X(08) VALUE SPACES.
           05 WS-FECHA-IMPRESA.
               10 WS-FEC-DIA                 PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-FEC-MES                 PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-FEC-ANIO                PIC X(04).
           05 WS-FECHA-PROCESO-IMPRESA       PIC X(10) VALUE SPACES.
           05 WS-FECHA-MAESTRO-IMPRESA       PIC X(10) VALUE SPACES.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-PLANILLA-ABIERTA       PIC X(02) VALUE 'NO'.
               88 WS-PLANILLA-ABIERTA                VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(132) VALUE SPACES.
           05 WS-REP-LINEA-PENDIENTE         PIC X(132) VALUE SPACES.

       01 WS-LINEA-ENCABEZADO-1.
           05 FILLER                         PIC X(40)
                    VALUE 'PLANILLA DE PERSONAL PARA FIRMA'.
           05 FILLER                         PIC X(18)
                    VALUE 'FECHA DE CORRIDA: '.
           05 WS-ENC-FECHA                   PIC X(10).
           05 FILLER                         PIC X(10) VALUE SPACES.
           05 FILLER                         PIC X(08) VALUE 'PAGINA: '.
           05 WS-ENC-PAGINA                  PIC Z.ZZ9.

       01 WS-LINEA-ENCABEZADO-2.
           05 FILLER                         PIC X(10)
                    VALUE 'SUCURSAL: '.
           05 WS-ENC-SUCURSAL                PIC X(03).
           05 FILLER                         PIC X(03) VALUE ' - '.
           05 WS-ENC-NOMBRE-SUCURSAL         PIC X(30).
           05 FILLER                         PIC X(12) VALUE SPACES.
           05 FILLER                         PIC X(18)
                    VALUE 'MAESTRO DEL:      '.
           05 WS-ENC-FECHA-MAESTRO           PIC X(10).

       01 WS-LINEA-TITULOS.
           05 FILLER                         PIC X(04) VALUE SPACES.
           05 FILLER                         PIC X(10) VALUE 'LEGAJO'.
           05 FILLER                         PIC X(26) VALUE 'APELLIDO'.
           05 FILLER                         PIC X(26) VALUE 'NOMBRE'.
           05 FILLER                         PIC X(12)
                                              VALUE 'FECHA ALTA'.
           05 FILLER                         PIC X(15)
                                              VALUE '         SUELDO'.

       01 WS-LINEA-GUIONES.
           05 FILLER                         PIC X(04) VALUE SPACES.
           05 FILLER                         PIC X(89) VALUE ALL '-'.

       01 WS-LINEA-DETALLE.
           05 FILLER                         PIC X(04) VALUE SPACES.
           05 WS-DET-ID                      PIC 9(08).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-DET-APELLIDO                PIC X(25).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-NOMBRE                  PIC X(25).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-FECHA-ALTA              PIC X(10).
           05 FILLER                         PIC X(05) VALUE SPACES.
           05 WS-DET-SUELDO                  PIC Z.ZZZ.ZZ9,99.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-SANGRIA                 PIC X(04) VALUE SPACES.
           05 WS-TOT-LEYENDA                 PIC X(46).
           05 FILLER                         PIC X(11)
                                              VALUE 'EMPLEADOS: '.
           05 WS-TOT-CANTIDAD                PIC ZZZ.ZZ9.
           05 FILLER                         PIC X(03) VALUE SPACES.
           05 FILLER                         PIC X(09)
                                              VALUE 'SUELDOS: '.
           05 WS-TOT-IMPORTE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-VARIABLES-GENERALES.
           05 WS-KK                          PIC 9(02) VALUE 0.
           05 WS-FIN-SORT                    PIC X(2) VALUE 'NO'.
               88 WS-SORT-TERMINADO                   VALUE 'SI'.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-ARMAR-PLANILLA
              THRU 2000-ARMAR-PLANILLA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-AAAAMMDD.
           PERFORM 2950-FORMATEAR-FECHA
              THRU 2950-FORMATEAR-FECHA-EXIT.
           MOVE WS-FECHA-IMPRESA TO WS-FECHA-PROCESO-IMPRESA.

      *---- SIN PARAMETRO SE LISTAN TODAS LAS SUCURSALES.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-SUCURSAL.

           MOVE SPACES TO WS-NOMBRE-PLANILLA.

           IF WS-TODAS-LAS-SUCURSALES
              MOVE '../CL18EJ19-PLANILLA.TXT' TO WS-NOMBRE-PLANILLA
              DISPLAY 'PLANILLA PARA FIRMA: TODAS LAS SUCURSALES'
           ELSE
              STRING '../CL18EJ19-PLANILLA-' DELIMITED BY SIZE
                     WS-PARM-SUCURSAL        DELIMITED BY SPACE
                     '.TXT'                  DELIMITED BY SIZE
                     INTO WS-NOMBRE-PLANILLA
              DISPLAY 'PLANILLA PARA FIRMA: SUCURSAL '
                      WS-PARM-SUCURSAL
           END-IF.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

           PERFORM 1200-CARGAR-SUCURSALES
              THRU 1200-CARGAR-SUCURSALES-EXIT.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-ESTADOS.

      *---- MISMO CRITERIO QUE CL18EJ13: SIN CONFIG SE USA LA LISTA
      *---- HISTORICA A-E; UN CONFIG ILEGIBLE ES FATAL.
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
       1200-CARGAR-SUCURSALES.

      *---- LOS NOMBRES SON SOLO PARA EL ENCABEZADO: SIN CONFIG LA
      *---- PLANILLA SALE IGUAL, CON EL CODIGO DE SUCURSAL SOLO.
           MOVE 0 TO WS-CANT-SUCURSALES.

           OPEN INPUT CFG-SUCURSALES.

           IF FS-SUCCFG-NFD
              DISPLAY 'SIN SUCURSALES.CFG: LAS SUCURSALES SE '
                      'ENCABEZAN SOLO CON EL CODIGO'
              GO TO 1200-CARGAR-SUCURSALES-EXIT
           END-IF.

           IF NOT FS-SUCCFG-OK
              DISPLAY 'ERROR AL ABRIR SUCURSALES.CFG'
              DISPLAY 'FILE STATUS: ' FS-SUCCFG
              MOVE 04 TO RETURN-CODE
              GO TO 1200-CARGAR-SUCURSALES-EXIT
           END-IF.

           PERFORM UNTIL FS-SUCCFG-EOF
              READ CFG-SUCURSALES
                 AT END
                    CONTINUE
                 NOT AT END
      *---- RENGLONES VACIOS O COMENTADOS CON '*' SE SALTEAN.
                    IF REG-CFG-SUCURSALES NOT = SPACES AND
                       CFG-SUC-CODIGO (1:1) NOT = '*' AND
                       WS-CANT-SUCURSALES < 20
                       ADD 1 TO WS-CANT-SUCURSALES
                       MOVE CFG-SUC-CODIGO TO
                            WS-SUC-CODIGO (WS-CANT-SUCURSALES)
                       MOVE CFG-SUC-NOMBRE TO
                            WS-SUC-NOMBRE (WS-CANT-SUCURSALES)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-SUCURSALES.

       1200-CARGAR-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-ARMAR-PLANILLA.

      *---- EL MAESTRO VIENE ORDENADO POR LA CLAVE DE CORRIDA; LA
      *---- PLANILLA NECESITA SUCURSAL, DEPARTAMENTO, ESTADO Y
      *---- APELLIDO.
           SORT WORK-ORDENAMIENTO
               ON ASCENDING KEY WORK-SUCURSAL
                                WORK-DEPARTAMENTO
                                WORK-ESTADO
                                WORK-APELLIDO
                                WORK-NOMBRE
               INPUT PROCEDURE  2100-LEER-MAESTRO
                  THRU 2100-LEER-MAESTRO-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR-PLANILLA
                  THRU 2200-IMPRIMIR-PLANILLA-EXIT.

       2000-ARMAR-PLANILLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-MAESTRO.

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
                                               TO WS-TRL-TOTAL-GENERAL
                             MOVE REG-TRL-IMPORTE-TOTAL
                                               TO WS-TRL-IMPORTE-TOTAL
                        WHEN REG-ES-DETALLE
                             ADD 1 TO WS-CONT-REG-LEIDOS
                             PERFORM 2110-LIBERAR-EMPLEADO
                                THRU 2110-LIBERAR-EMPLEADO-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO: '
                                     REG-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE SAL-SALIDA.

      *---- SIN HEADER O TRAILER LA SALIDA NO ESTA CERTIFICADA Y NO
      *---- HAY CONTRA QUE CUADRAR LOS TOTALES: NO SE IMPRIME NADA.
           IF NOT WS-HAY-HEADER OR NOT WS-HAY-TRAILER
              DISPLAY 'ERROR: LA SALIDA NO TIENE HEADER/TRAILER DE '
                      'CONTROL; VERIFICAR CON CL18EJ06 ANTES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-LIBERAR-EMPLEADO.

      *---- EL TOTAL GENERAL SE ACUMULA SOBRE TODO EL MAESTRO, AUNQUE
      *---- SE LISTE UNA SOLA SUCURSAL: ES LO QUE SE CUADRA CONTRA EL
      *---- TRAILER.
           ADD 1              TO WS-GRAL-CANTIDAD.
           ADD REG-DET-SUELDO TO WS-GRAL-IMPORTE.

           IF NOT WS-TODAS-LAS-SUCURSALES AND
              REG-DET-SUCURSAL NOT = WS-PARM-SUCURSAL
              GO TO 2110-LIBERAR-EMPLEADO-EXIT
           END-IF.

           MOVE REG-DET-SUCURSAL     TO WORK-SUCURSAL.
           MOVE REG-DET-DEPARTAMENTO TO WORK-DEPARTAMENTO.
           MOVE REG-DET-ESTADO       TO WORK-ESTADO.
           MOVE REG-DET-APELLIDO     TO WORK-APELLIDO.
           MOVE REG-DET-NOMBRE       TO WORK-NOMBRE.
           MOVE REG-DET-ID           TO WORK-ID.
           MOVE REG-DET-FECHA-ALTA   TO WORK-FECHA-ALTA.
           MOVE REG-DET-SUELDO       TO WORK-SUELDO.

           RELEASE WORK-REG-ORDEN.

       2110-LIBERAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-IMPRIMIR-PLANILLA.

           OPEN OUTPUT REP-PLANILLA.

           IF FS-PLANILLA-OK
              MOVE 'SI' TO WS-FLAG-PLANILLA-ABIERTA
           ELSE
              DISPLAY 'ERROR AL ABRIR LA PLANILLA: '
                      WS-NOMBRE-PLANILLA
              DISPLAY 'FILE STATUS: ' FS-PLANILLA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-FECHA-MAESTRO TO WS-FECHA-AAAAMMDD.
           PERFORM 2950-FORMATEAR-FECHA
              THRU 2950-FORMATEAR-FECHA-EXIT.
           MOVE WS-FECHA-IMPRESA TO WS-FECHA-MAESTRO-IMPRESA.

           MOVE 'SI' TO WS-FLAG-PRIMER-EMPLEADO.
           MOVE 'NO' TO WS-FIN-SORT.

           PERFORM UNTIL WS-SORT-TERMINADO
              RETURN WORK-ORDENAMIENTO
                 AT END
                    MOVE 'SI' TO WS-FIN-SORT
                 NOT AT END
                    PERFORM 2210-PROCESAR-EMPLEADO
                       THRU 2210-PROCESAR-EMPLEADO-EXIT
              END-RETURN
           END-PERFORM.

      *---- CIERRE DE LOS ULTIMOS CORTES ABIERTOS.
           IF NOT WS-PRIMER-EMPLEADO
              PERFORM 2400-CERRAR-ESTADO
                 THRU 2400-CERRAR-ESTADO-EXIT
              PERFORM 2410-CERRAR-DEPARTAMENTO
                 THRU 2410-CERRAR-DEPARTAMENTO-EXIT
              PERFORM 2420-CERRAR-SUCURSAL
                 THRU 2420-CERRAR-SUCURSAL-EXIT
           END-IF.

           PERFORM 2500-TOTAL-GENERAL
              THRU 2500-TOTAL-GENERAL-EXIT.

       2200-IMPRIMIR-PLANILLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-PROCESAR-EMPLEADO.

      *---- CONTROL DE CORTES: UN CAMBIO DE NIVEL CIERRA LOS NIVELES
      *---- DE ABAJO Y ABRE LOS NUEVOS.
           EVALUATE TRUE
               WHEN WS-PRIMER-EMPLEADO
                    MOVE 'NO' TO WS-FLAG-PRIMER-EMPLEADO
                    PERFORM 2300-ABRIR-SUCURSAL
                       THRU 2300-ABRIR-SUCURSAL-EXIT
               WHEN WORK-SUCURSAL NOT = WS-ANT-SUCURSAL
                    PERFORM 2400-CERRAR-ESTADO
                       THRU 2400-CERRAR-ESTADO-EXIT
                    PERFORM 2410-CERRAR-DEPARTAMENTO
                       THRU 2410-CERRAR-DEPARTAMENTO-EXIT
                    PERFORM 2420-CERRAR-SUCURSAL
                       THRU 2420-CERRAR-SUCURSAL-EXIT
                    PERFORM 2300-ABRIR-SUCURSAL
                       THRU 2300-ABRIR-SUCURSAL-EXIT
               WHEN WORK-DEPARTAMENTO NOT = WS-ANT-DEPARTAMENTO
                    PERFORM 2400-CERRAR-ESTADO
                       THRU 2400-CERRAR-ESTADO-EXIT
                    PERFORM 2410-CERRAR-DEPARTAMENTO
                       THRU 2410-CERRAR-DEPARTAMENTO-EXIT
                    PERFORM 2310-ABRIR-DEPARTAMENTO
                       THRU 2310-ABRIR-DEPARTAMENTO-EXIT
               WHEN WORK-ESTADO NOT = WS-ANT-ESTADO
                    PERFORM 2400-CERRAR-ESTADO
                       THRU 2400-CERRAR-ESTADO-EXIT
                    PERFORM 2320-ABRIR-ESTADO
                       THRU 2320-ABRIR-ESTADO-EXIT
           END-EVALUATE.

           MOVE WORK-ID          TO WS-DET-ID.
           MOVE WORK-APELLIDO    TO WS-DET-APELLIDO.
           MOVE WORK-NOMBRE      TO WS-DET-NOMBRE.
           MOVE WORK-SUELDO      TO WS-DET-SUELDO.
           MOVE WORK-FECHA-ALTA  TO WS-FECHA-AAAAMMDD.
           PERFORM 2950-FORMATEAR-FECHA
              THRU 2950-FORMATEAR-FECHA-EXIT.
           MOVE WS-FECHA-IMPRESA TO WS-DET-FECHA-ALTA.

           MOVE WS-LINEA-DETALLE TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           ADD 1           TO WS-CONT-REG-LISTADOS.
           ADD 1           TO WS-EST-CANTIDAD.
           ADD WORK-SUELDO TO WS-EST-IMPORTE.

       2210-PROCESAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-ABRIR-SUCURSAL.

      *---- CADA SUCURSAL EMPIEZA EN HOJA NUEVA.
           ADD 1 TO WS-CONT-SUC-LISTADAS.

           MOVE WORK-SUCURSAL TO WS-ANT-SUCURSAL.
           MOVE 0             TO WS-SUC-CANTIDAD.
           MOVE 0             TO WS-SUC-IMPORTE.
           MOVE 'NO'          TO WS-FLAG-EN-DEPARTAMENTO.
           MOVE 'NO'          TO WS-FLAG-EN-GRUPO.

           MOVE SPACES TO WS-NOMBRE-SUCURSAL.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS >
                                                 WS-CANT-SUCURSALES
              IF WS-SUC-CODIGO (WS-SS) = WORK-SUCURSAL
                 MOVE WS-SUC-NOMBRE (WS-SS) TO WS-NOMBRE-SUCURSAL
              END-IF
           END-PERFORM.

           PERFORM 2800-ENCABEZAR-PAGINA
              THRU 2800-ENCABEZAR-PAGINA-EXIT.

           PERFORM 2310-ABRIR-DEPARTAMENTO
              THRU 2310-ABRIR-DEPARTAMENTO-EXIT.

       2300-ABRIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-ABRIR-DEPARTAMENTO.

           MOVE WORK-DEPARTAMENTO TO WS-ANT-DEPARTAMENTO.
           MOVE 0                 TO WS-DEP-CANTIDAD.
           MOVE 0                 TO WS-DEP-IMPORTE.

      *---- UN TITULO DE DEPARTAMENTO NO QUEDA SOLO AL PIE DE LA HOJA.
           COMPUTE WS-LINEAS-LIBRES = WS-LINEAS-POR-PAGINA
                                    - WS-CONT-EN-PAGINA.
           IF WS-LINEAS-LIBRES < 5
              MOVE 'NO' TO WS-FLAG-EN-GRUPO
              PERFORM 2800-ENCABEZAR-PAGINA
                 THRU 2800-ENCABEZAR-PAGINA-EXIT
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DEPARTAMENTO: ' WORK-DEPARTAMENTO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE 'SI' TO WS-FLAG-EN-DEPARTAMENTO.

           PERFORM 2320-ABRIR-ESTADO
              THRU 2320-ABRIR-ESTADO-EXIT.

       2310-ABRIR-DEPARTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-ABRIR-ESTADO.

           MOVE WORK-ESTADO TO WS-ANT-ESTADO.
           MOVE 0           TO WS-EST-CANTIDAD.
           MOVE 0           TO WS-EST-IMPORTE.

      *---- DESCRIPCION DEL ESTADO SEGUN ESTADOS.CFG.
           MOVE 'ESTADO NO DEFINIDO' TO WS-DESC-ESTADO.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
              IF WS-ESTADO-VALIDO (WS-KK) = WORK-ESTADO
                 MOVE WS-ESTADO-DESC (WS-KK) TO WS-DESC-ESTADO
              END-IF
           END-PERFORM.

           COMPUTE WS-LINEAS-LIBRES = WS-LINEAS-POR-PAGINA
                                    - WS-CONT-EN-PAGINA.
           IF WS-LINEAS-LIBRES < 3
              MOVE 'NO' TO WS-FLAG-EN-GRUPO
              PERFORM 2800-ENCABEZAR-PAGINA
                 THRU 2800-ENCABEZAR-PAGINA-EXIT
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           STRING '  ESTADO: ' WORK-ESTADO ' - ' WS-DESC-ESTADO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE 'SI' TO WS-FLAG-EN-GRUPO.

       2320-ABRIR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-CERRAR-ESTADO.

           MOVE SPACES TO WS-TOT-LEYENDA.
           STRING 'TOTAL ESTADO ' WS-ANT-ESTADO ' - ' WS-DESC-ESTADO
                  DELIMITED BY SIZE INTO WS-TOT-LEYENDA.
           MOVE WS-EST-CANTIDAD TO WS-TOT-CANTIDAD.
           MOVE WS-EST-IMPORTE  TO WS-TOT-IMPORTE.
           MOVE WS-LINEA-TOTAL  TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           ADD WS-EST-CANTIDAD TO WS-DEP-CANTIDAD.
           ADD WS-EST-IMPORTE  TO WS-DEP-IMPORTE.

           MOVE 'NO' TO WS-FLAG-EN-GRUPO.

       2400-CERRAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-CERRAR-DEPARTAMENTO.

           MOVE 'NO' TO WS-FLAG-EN-DEPARTAMENTO.
           MOVE 'NO' TO WS-FLAG-EN-GRUPO.

           MOVE SPACES TO WS-TOT-LEYENDA.
           STRING 'TOTAL DEPARTAMENTO ' WS-ANT-DEPARTAMENTO
                  DELIMITED BY SIZE INTO WS-TOT-LEYENDA.
           MOVE WS-DEP-CANTIDAD TO WS-TOT-CANTIDAD.
           MOVE WS-DEP-IMPORTE  TO WS-TOT-IMPORTE.
           MOVE WS-LINEA-TOTAL  TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           ADD WS-DEP-CANTIDAD TO WS-SUC-CANTIDAD.
           ADD WS-DEP-IMPORTE  TO WS-SUC-IMPORTE.

       2410-CERRAR-DEPARTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-CERRAR-SUCURSAL.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-TOT-LEYENDA.
           STRING 'TOTAL SUCURSAL ' WS-ANT-SUCURSAL ' '
                  WS-NOMBRE-SUCURSAL
                  DELIMITED BY SIZE INTO WS-TOT-LEYENDA.
           MOVE WS-SUC-CANTIDAD TO WS-TOT-CANTIDAD.
           MOVE WS-SUC-IMPORTE  TO WS-TOT-IMPORTE.
           MOVE WS-LINEA-TOTAL  TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           PERFORM 2430-BLOQUE-FIRMAS
              THRU 2430-BLOQUE-FIRMAS-EXIT.

       2420-CERRAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2430-BLOQUE-FIRMAS.

      *---- EL BLOQUE VA ENTERO EN LA MISMA HOJA QUE EL TOTAL DE LA
      *---- SUCURSAL O, SI NO ENTRA, EN UNA HOJA NUEVA.
           COMPUTE WS-LINEAS-LIBRES = WS-LINEAS-POR-PAGINA
                                    - WS-CONT-EN-PAGINA.
           IF WS-LINEAS-LIBRES < WS-LINEAS-BLOQUE-FIRMAS
              PERFORM 2800-ENCABEZAR-PAGINA
                 THRU 2800-ENCABEZAR-PAGINA-EXIT
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE ALL '_' TO WS-REP-LINEA (5:30).
           MOVE ALL '_' TO WS-REP-LINEA (50:30).
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           MOVE 'GERENTE DE SUCURSAL' TO WS-REP-LINEA (5:30).
           MOVE 'RECURSOS HUMANOS'    TO WS-REP-LINEA (50:30).
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE 'ACLARACION: ____________________' TO
                WS-REP-LINEA (5:32).
           MOVE 'ACLARACION: ____________________' TO
                WS-REP-LINEA (50:32).
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE 'FECHA: ____/____/________' TO WS-REP-LINEA (5:25).
           MOVE 'FECHA: ____/____/________' TO WS-REP-LINEA (50:25).
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

       2430-BLOQUE-FIRMAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-TOTAL-GENERAL.

      *---- HOJA DE CIERRE CON EL CONTROL CONTRA EL TRAILER.
           MOVE SPACES TO WS-ANT-SUCURSAL.
           MOVE 'TOTAL GENERAL DEL LISTADO' TO WS-NOMBRE-SUCURSAL.
           MOVE 'NO' TO WS-FLAG-EN-GRUPO.

           PERFORM 2800-ENCABEZAR-PAGINA
              THRU 2800-ENCABEZAR-PAGINA-EXIT.

           IF WS-CONT-REG-LISTADOS = 0
              MOVE SPACES TO WS-REP-LINEA
              STRING 'SIN EMPLEADOS PARA LA SUCURSAL PEDIDA: '
                     WS-PARM-SUCURSAL
                     DELIMITED BY SIZE INTO WS-REP-LINEA
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-EXIT
              MOVE SPACES TO WS-REP-LINEA
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES               TO WS-TOT-LEYENDA.
           MOVE 'TOTAL GENERAL DEL MAESTRO' TO WS-TOT-LEYENDA.
           MOVE WS-GRAL-CANTIDAD     TO WS-TOT-CANTIDAD.
           MOVE WS-GRAL-IMPORTE      TO WS-TOT-IMPORTE.
           MOVE WS-LINEA-TOTAL       TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           MOVE SPACES               TO WS-TOT-LEYENDA.
           MOVE 'TOTALES DE CONTROL DEL TRAILER' TO WS-TOT-LEYENDA.
           MOVE WS-TRL-TOTAL-GENERAL TO WS-TOT-CANTIDAD.
           MOVE WS-TRL-IMPORTE-TOTAL TO WS-TOT-IMPORTE.
           MOVE WS-LINEA-TOTAL       TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

           IF WS-GRAL-CANTIDAD = WS-TRL-TOTAL-GENERAL AND
              WS-GRAL-IMPORTE  = WS-TRL-IMPORTE-TOTAL
              MOVE 'SI' TO WS-FLAG-CUADRA
              MOVE '    CONTROL: LOS TOTALES CUADRAN CON EL TRAILER'
                                        TO WS-REP-LINEA
           ELSE
              MOVE 'NO' TO WS-FLAG-CUADRA
              MOVE SPACES TO WS-REP-LINEA
              STRING '    *** CONTROL: LOS TOTALES NO CUADRAN CON EL '
                     'TRAILER; LA PLANILLA NO DEBE FIRMARSE ***'
                     DELIMITED BY SIZE INTO WS-REP-LINEA
              MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM 2900-GRABAR-LINEA
              THRU 2900-GRABAR-LINEA-EXIT.

      *---- CON UNA SOLA SUCURSAL SE INFORMA ADEMAS LO LISTADO, QUE ES
      *---- UNA PARTE DEL TOTAL CONTROLADO.
           IF NOT WS-TODAS-LAS-SUCURSALES
              MOVE SPACES            TO WS-REP-LINEA
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-EXIT
              MOVE SPACES            TO WS-TOT-LEYENDA
              STRING 'LISTADO PARCIAL: SOLO SUCURSAL '
                     WS-PARM-SUCURSAL
                     DELIMITED BY SIZE INTO WS-TOT-LEYENDA
              MOVE WS-SUC-CANTIDAD   TO WS-TOT-CANTIDAD
              MOVE WS-SUC-IMPORTE    TO WS-TOT-IMPORTE
              MOVE WS-LINEA-TOTAL    TO WS-REP-LINEA
              PERFORM 2900-GRABAR-LINEA
                 THRU 2900-GRABAR-LINEA-EXIT
           END-IF.

       2500-TOTAL-GENERAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-ENCABEZAR-PAGINA.

      *---- ENCABEZADO DE HOJA. SI SE CORTA A MITAD DE UN
      *---- DEPARTAMENTO SE LO REPITE, CON EL ESTADO EN CURSO SI
      *---- TAMBIEN QUEDO CORTADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE 0 TO WS-CONT-EN-PAGINA.

           MOVE 'SI' TO WS-FLAG-ABRIR-PAGINA.

           MOVE WS-FECHA-PROCESO-IMPRESA TO WS-ENC-FECHA.
           MOVE WS-NRO-PAGINA            TO WS-ENC-PAGINA.
           MOVE WS-LINEA-ENCABEZADO-1    TO WS-REP-LINEA.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

           MOVE WS-ANT-SUCURSAL          TO WS-ENC-SUCURSAL.
           MOVE WS-NOMBRE-SUCURSAL       TO WS-ENC-NOMBRE-SUCURSAL.
           MOVE WS-FECHA-MAESTRO-IMPRESA TO WS-ENC-FECHA-MAESTRO.
           MOVE WS-LINEA-ENCABEZADO-2    TO WS-REP-LINEA.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

           MOVE WS-LINEA-TITULOS TO WS-REP-LINEA.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

           MOVE WS-LINEA-GUIONES TO WS-REP-LINEA.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

           IF NOT WS-EN-DEPARTAMENTO
              GO TO 2800-ENCABEZAR-PAGINA-EXIT
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           IF WS-EN-GRUPO
              STRING 'DEPARTAMENTO: ' WS-ANT-DEPARTAMENTO
                     '  ESTADO: ' WS-ANT-ESTADO ' - ' WS-DESC-ESTADO
                     '  (CONTINUACION)'
                     DELIMITED BY SIZE INTO WS-REP-LINEA
           ELSE
              STRING 'DEPARTAMENTO: ' WS-ANT-DEPARTAMENTO
                     '  (CONTINUACION)'
                     DELIMITED BY SIZE INTO WS-REP-LINEA
           END-IF.
           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

       2800-ENCABEZAR-PAGINA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LINEA.

      *---- RENGLON DEL CUERPO: SI LA HOJA ESTA LLENA SE ABRE OTRA.
           IF WS-CONT-EN-PAGINA >= WS-LINEAS-POR-PAGINA
              MOVE WS-REP-LINEA TO WS-REP-LINEA-PENDIENTE
              PERFORM 2800-ENCABEZAR-PAGINA
                 THRU 2800-ENCABEZAR-PAGINA-EXIT
              MOVE WS-REP-LINEA-PENDIENTE TO WS-REP-LINEA
           END-IF.

           PERFORM 2910-ESCRIBIR-RENGLON
              THRU 2910-ESCRIBIR-RENGLON-EXIT.

       2900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2910-ESCRIBIR-RENGLON.

           IF NOT WS-PLANILLA-ABIERTA
              GO TO 2910-ESCRIBIR-RENGLON-EXIT
           END-IF.

           MOVE WS-REP-LINEA TO REG-PLANILLA.

      *---- EL PRIMER RENGLON DE CADA HOJA VA CON SALTO DE HOJA.
           IF WS-ABRIR-PAGINA
              MOVE 'NO' TO WS-FLAG-ABRIR-PAGINA
              WRITE REG-PLANILLA AFTER ADVANCING PAGE
           ELSE
              WRITE REG-PLANILLA AFTER ADVANCING 1 LINE
           END-IF.

           IF NOT FS-PLANILLA-OK
              DISPLAY 'ERROR AL GRABAR LA PLANILLA'
              DISPLAY 'FILE STATUS: ' FS-PLANILLA
              MOVE 08 TO RETURN-CODE
           END-IF.

           ADD 1 TO WS-CONT-EN-PAGINA.

       2910-ESCRIBIR-RENGLON-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-FORMATEAR-FECHA.

           MOVE WS-FECHA-AAAAMMDD (7:2) TO WS-FEC-DIA.
           MOVE WS-FECHA-AAAAMMDD (5:2) TO WS-FEC-MES.
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WS-FEC-ANIO.

       2950-FORMATEAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           IF WS-PLANILLA-ABIERTA
              MOVE 'NO' TO WS-FLAG-PLANILLA-ABIERTA
              CLOSE REP-PLANILLA
              IF NOT FS-PLANILLA-OK
                 DISPLAY 'ERROR AL CERRAR LA PLANILLA: ' FS-PLANILLA
                 MOVE 08 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE WS-CONT-REG-LEIDOS          TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES LEIDOS DEL MAESTRO       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REG-LISTADOS        TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS LISTADOS EN LA PLANILLA : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUC-LISTADAS        TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUCURSALES LISTADAS               : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-NRO-PAGINA               TO WS-FORMAT-IMPORTE.
           DISPLAY 'PAGINAS IMPRESAS                  : '
                   WS-FORMAT-IMPORTE.

           IF WS-CUADRA
              DISPLAY 'CONTROL CONTRA EL TRAILER         : CUADRA'
           ELSE
              DISPLAY 'CONTROL CONTRA EL TRAILER         : NO CUADRA'
           END-IF.

      *---- UNA SUCURSAL PEDIDA QUE NO TIENE EMPLEADOS SE AVISA.
           IF RETURN-CODE < 04 AND WS-CONT-REG-LISTADOS = 0
              MOVE 04 TO RETURN-CODE
           END-IF.

           DISPLAY 'PLANILLA GENERADA EN: ' WS-NOMBRE-PLANILLA.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ19.
