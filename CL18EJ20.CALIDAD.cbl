      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: CONTROL DE CALIDAD DE DATOS DEL MAESTRO. CL18EJ02
      * RECHAZA ESTADOS INVALIDOS E IDS DUPLICADOS, PERO HAY DATOS
      * MALOS QUE PASAN IGUAL Y LLEGAN A NOMINA. ESTE PASE RECORRE EL
      * MAESTRO CERTIFICADO EMPLEADOSxESTADO.TXT, LO CRUZA CON
      * EMPLEADOS-BAJAS.TXT Y APLICA ESTAS REGLAS:
      *   1 SUELDO-CERO       EMPLEADO DE ESTADO ACTIVO CON SUELDO 0.
      *   2 FECHA-ALTA        FECHA DE ALTA FUTURA, INEXISTENTE O
      *                       ANTERIOR A LA FUNDACION DE LA EMPRESA.
      *   3 SUELDO-DESVIO     SUELDO DE N O MAS VECES EL PROMEDIO DEL
      *                       RESTO DE SU DEPARTAMENTO.
      *   4 NOMBRE-DUPLICADO  MISMO NOMBRE Y APELLIDO CON OTRO ID.
      *   5 REINGRESO-BAJA    EX EMPLEADO DE BAJAS QUE VUELVE A
      *                       APARECER EN EL MAESTRO CON OTRO ID.
      * CALIDAD.CFG ACTIVA O DESACTIVA CADA REGLA Y FIJA LOS UMBRALES
      * (FECHA DE FUNDACION Y N). LAS EXCEPCIONES SALEN EN
      * CL18EJ20-CALIDAD.TXT AGRUPADAS POR REGLA Y SUCURSAL, CON ID,
      * VALOR ENCONTRADO Y MOTIVO; LA CANTIDAD POR REGLA SE AGREGA A
      * CL18EJ20-HISTORIAL.TXT PARA VER LA EVOLUCION CORRIDA A
      * CORRIDA. RETORNO 04 SI HAY EXCEPCIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ20.
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

      *---- EX EMPLEADOS QUE GRABA CL18EJ03. SI TODAVIA NO HUBO BAJAS
      *---- EL ARCHIVO PUEDE NO EXISTIR: LA REGLA 5 NO ENCUENTRA NADA.
       SELECT OPTIONAL BAJ-BAJAS
           ASSIGN TO '../EMPLEADOS-BAJAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

      *---- LA MARCA DE ACTIVO DE CADA ESTADO DECIDE LA REGLA 1.
       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

      *---- REGLAS ACTIVAS Y UMBRALES.
       SELECT CFG-CALIDAD
           ASSIGN TO '../CALIDAD.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALCFG.

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ20-CALIDAD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *---- HISTORIAL PERMANENTE: CADA CORRIDA AGREGA UNA LINEA POR
      *---- REGLA AL FINAL.
       SELECT OPTIONAL HIS-CALIDAD
           ASSIGN TO '../CL18EJ20-HISTORIAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT WORK-EXCEPCIONES
           ASSIGN TO 'WORKORD'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

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

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

      *---- UN RENGLON POR REGLA: CODIGO, S/N Y VALOR (FECHA AAAAMMDD
      *---- PARA FECHA-ALTA, VECES CON COMA DECIMAL PARA
      *---- SUELDO-DESVIO). RENGLONES '*' COMENTADOS.
       FD CFG-CALIDAD.
       01 REG-CFG-CALIDAD.
          05 CAL-REGLA                      PIC X(20).
          05 FILLER                         PIC X(01).
          05 CAL-ACTIVA                     PIC X(01).
          05 FILLER                         PIC X(01).
          05 CAL-VALOR                      PIC X(12).

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(132).

       FD HIS-CALIDAD.
       01 REG-HIS-CALIDAD.
          05 HIS-FECHA-HORA                 PIC X(14).
          05 FILLER                         PIC X(01).
          05 HIS-FECHA-MAESTRO              PIC X(08).
          05 FILLER                         PIC X(01).
          05 HIS-REGLA                      PIC X(20).
          05 FILLER                         PIC X(01).
          05 HIS-ACTIVA                     PIC X(01).
          05 FILLER                         PIC X(01).
          05 HIS-CANTIDAD                   PIC 9(06).
          05 FILLER                         PIC X(01).
          05 HIS-CONTROLADOS                PIC 9(06).

       SD WORK-EXCEPCIONES.
       01 WORK-REG-EXCEPCION.
          05 WORK-REGLA                     PIC 9(01).
          05 WORK-SUCURSAL                  PIC X(03).
          05 WORK-ID                        PIC 9(08).
          05 WORK-VALOR                     PIC X(30).
          05 WORK-MOTIVO                    PIC X(60).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
          05 FS-BAJAS                       PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE.
             88 FS-BAJAS-OK                     VALUE '00' '05'.
             88 FS-BAJAS-EOF                    VALUE '10'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-CALCFG                      PIC X(2).
             88 FS-CALCFG-OK                    VALUE '00'.
             88 FS-CALCFG-EOF                   VALUE '10'.
             88 FS-CALCFG-NFD                   VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.
          05 FS-HISTORIAL                   PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-HISTORIAL-OK                 VALUE '00' '05'.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS.
           COPY CL18EJ02-ESTADOS.

      *---- REGLAS DEL CONTROL. EL NUMERO DE REGLA ES LA POSICION EN LA
      *---- TABLA Y EL ORDEN DEL REPORTE.
       78  WS-CANT-REGLAS                     VALUE 5.
       78  WS-REGLA-SUELDO-CERO               VALUE 1.
       78  WS-REGLA-FECHA-ALTA                VALUE 2.
       78  WS-REGLA-SUELDO-DESVIO             VALUE 3.
       78  WS-REGLA-NOMBRE-DUPLICADO          VALUE 4.
       78  WS-REGLA-REINGRESO-BAJA            VALUE 5.

       01 WS-TABLA-REGLAS.
           05 FILLER PIC X(20) VALUE 'SUELDO-CERO'.
           05 FILLER PIC X(44)
                     VALUE 'EMPLEADO ACTIVO CON SUELDO CERO'.
           05 FILLER PIC X(20) VALUE 'FECHA-ALTA'.
           05 FILLER PIC X(44)
               VALUE 'FECHA DE ALTA FUTURA, INEXISTENTE O ANTIGUA'.
           05 FILLER PIC X(20) VALUE 'SUELDO-DESVIO'.
           05 FILLER PIC X(44)
                     VALUE 'SUELDO FUERA DE ESCALA EN SU DEPARTAMENTO'.
           05 FILLER PIC X(20) VALUE 'NOMBRE-DUPLICADO'.
           05 FILLER PIC X(44)
                     VALUE 'MISMO NOMBRE Y APELLIDO CON OTRO ID'.
           05 FILLER PIC X(20) VALUE 'REINGRESO-BAJA'.
           05 FILLER PIC X(44)
               VALUE 'EX EMPLEADO DE BAJAS PRESENTE EN EL MAESTRO'.
       01 WS-TABLA-REGLAS-R REDEFINES WS-TABLA-REGLAS.
           05 WS-REGLA-DEF OCCURS WS-CANT-REGLAS TIMES.
               10 WS-REG-CODIGO              PIC X(20).
               10 WS-REG-DESCRIPCION         PIC X(44).

       01 WS-ESTADO-REGLAS.
           05 WS-REGLA-CORRIDA OCCURS WS-CANT-REGLAS TIMES.
               10 WS-REG-ACTIVA              PIC X(01).
                   88 WS-REGLA-ACTIVA                VALUE 'S'.
               10 WS-REG-CANTIDAD            PIC 9(06).

      *---- UMBRALES, CON SU VALOR POR DEFECTO SI CALIDAD.CFG NO LOS
      *---- TRAE.
       01 WS-UMBRALES.
           05 WS-FECHA-FUNDACION             PIC 9(08) VALUE 19500101.
           05 WS-FACTOR-DESVIO               PIC 9(03)V9(02) VALUE 10.

      *---- NORMALIZACION DEL VALOR DEL CONFIG: MISMO ESQUEMA QUE EL
      *---- VALOR DE AJUSTE DE CL18EJ12.
       01 WS-VALOR-AREA.
           05 WS-VALOR-ENTEROS               PIC X(07) VALUE SPACES.
           05 WS-VALOR-ENT-NORM              PIC X(03) JUSTIFIED RIGHT.
           05 WS-VALOR-DECIMALES             PIC X(02) VALUE SPACES.
           05 WS-VALOR-NUM                   PIC 9(03)V9(02) VALUE 0.
           05 WS-VALOR-NUM-R REDEFINES WS-VALOR-NUM.
               10 WS-VALOR-NUM-ENT           PIC 9(03).
               10 WS-VALOR-NUM-DEC           PIC 9(02).
           05 WS-LL                          PIC 9(02) VALUE 0.

      *---- VALIDACION DE FECHAS, MISMO CRITERIO QUE 1050 EN CL18EJ14.
       01 WS-FECHA-AREA.
           05 WS-FECHA-A-VALIDAR             PIC 9(08) VALUE 0.
           05 WS-FECHA-A-VALIDAR-R REDEFINES WS-FECHA-A-VALIDAR.
               10 WS-FECHA-AAAA              PIC 9(04).
               10 WS-FECHA-MM                PIC 9(02).
               10 WS-FECHA-DD                PIC 9(02).
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FECHA-PROCESO-NUM           PIC 9(08) VALUE 0.
           05 WS-FECHA-HORA-PROCESO          PIC X(14) VALUE SPACES.
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

      *---- SUELDOS POR DEPARTAMENTO PARA LA REGLA 3.
       78  WS-MAX-DEPARTAMENTOS               VALUE 200.
       01 WS-DEPARTAMENTOS-AREA.
           05 WS-CANT-DEPARTAMENTOS          PIC 9(04) VALUE 0.
           05 WS-DEP-DEF OCCURS WS-MAX-DEPARTAMENTOS TIMES.
               10 WS-DEP-CODIGO              PIC X(15).
               10 WS-DEP-CANTIDAD            PIC 9(05).
               10 WS-DEP-SUMA                PIC 9(11)V9(02).
           05 WS-SUMA-RESTO                  PIC 9(11)V9(02) VALUE 0.
           05 WS-CANT-RESTO                  PIC 9(05) VALUE 0.
           05 WS-PROMEDIO-RESTO              PIC 9(09)V9(02) VALUE 0.
           05 WS-UMBRAL-SUELDO               PIC 9(11)V9(02) VALUE 0.
           05 WS-VECES                       PIC 9(05)V9(02) VALUE 0.

      *---- EX EMPLEADOS LEIDOS DE BAJAS PARA LA REGLA 5.
       01 WS-BAJAS-AREA.
           05 WS-CANT-BAJAS                  PIC 9(04) VALUE 0.
           05 WS-BAJ-DEF OCCURS 5000 TIMES.
               10 WS-BAJ-ID                  PIC 9(08).
               10 WS-BAJ-NOMBRE              PIC X(25).
               10 WS-BAJ-APELLIDO            PIC X(25).
               10 WS-BAJ-FECHA-BAJA          PIC 9(08).

      *---- PRIMER ID CON EL MISMO NOMBRE, PARA LA REGLA 4.
       01 WS-DUPLICADOS-AREA.
           05 WS-DUP-OTRO OCCURS 5000 TIMES  PIC 9(04).

       01 WS-EXCEPCION.
           05 WS-EXC-VALOR                   PIC X(30) VALUE SPACES.
           05 WS-EXC-MOTIVO                  PIC X(60) VALUE SPACES.
           05 WS-EXC-REGLA                   PIC 9(01) VALUE 0.
           05 WS-EDIT-SUELDO                 PIC Z.ZZZ.ZZ9,99.
           05 WS-EDIT-VECES                  PIC ZZ.ZZ9,99.
           05 WS-EDIT-ID                     PIC 9(08).

       01 WS-CONTROL-MAESTRO.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.

       01 WS-CONTADORES.
           05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
           05 WS-CONT-EXCEPCIONES            PIC 9(06) VALUE 0.
           05 WS-CONT-RENGLONES-CFG          PIC 9(04) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(132) VALUE SPACES.
           05 WS-FLAG-PRIMERA-EXC            PIC X(02) VALUE 'SI'.
               88 WS-PRIMERA-EXCEPCION               VALUE 'SI'.
           05 WS-ANT-REGLA                   PIC 9(01) VALUE 0.
           05 WS-ANT-SUCURSAL                PIC X(03) VALUE SPACES.
           05 WS-CANT-SUC-EXC                PIC 9(06) VALUE 0.
           05 WS-RR                          PIC 9(01) VALUE 0.

       01 WS-LINEA-TITULOS.
           05 FILLER                         PIC X(06) VALUE SPACES.
           05 FILLER                         PIC X(10) VALUE 'ID'.
           05 FILLER                         PIC X(32)
                                              VALUE 'VALOR ENCONTRADO'.
           05 FILLER                         PIC X(60) VALUE 'MOTIVO'.

       01 WS-LINEA-EXCEPCION.
           05 FILLER                         PIC X(06) VALUE SPACES.
           05 WS-LIN-ID                      PIC 9(08).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-VALOR                   PIC X(30).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-MOTIVO                  PIC X(60).

       01 WS-VARIABLES-GENERALES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-FIN-SORT                    PIC X(2) VALUE 'NO'.
               88 WS-SORT-TERMINADO                   VALUE 'SI'.
           05 WS-FLAG-ENCONTRADO             PIC X(02) VALUE 'NO'.
               88 WS-ENCONTRADO                      VALUE 'SI'.
           05 WS-FLAG-ES-ACTIVO              PIC X(02) VALUE 'NO'.
               88 WS-EMPLEADO-ACTIVO                 VALUE 'SI'.
           05 WS-KK                          PIC 9(02) VALUE 0.
           05 WS-DD                          PIC 9(04) VALUE 0.
           05 WS-BB                          PIC 9(04) VALUE 0.
           05 WS-II                          PIC 9(4) VALUE 0.
           05 WS-JJ                          PIC 9(4) VALUE 0.
           05 WS-CANT-ITEMS                  PIC 9(4) VALUE 0.
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


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-MAESTRO
              THRU 2000-CARGAR-MAESTRO-EXIT.

           PERFORM 2050-CARGAR-BAJAS
              THRU 2050-CARGAR-BAJAS-EXIT.

      *---- LAS REGLAS LIBERAN SUS EXCEPCIONES AL SORT; EL REPORTE
      *---- LAS RECIBE ORDENADAS POR REGLA, SUCURSAL E ID.
           SORT WORK-EXCEPCIONES
               ON ASCENDING KEY WORK-REGLA
                                WORK-SUCURSAL
                                WORK-ID
               INPUT PROCEDURE  2100-APLICAR-REGLAS
                  THRU 2100-APLICAR-REGLAS-EXIT
               OUTPUT PROCEDURE 2500-LISTAR-EXCEPCIONES
                  THRU 2500-LISTAR-EXCEPCIONES-EXIT.

           PERFORM 2800-GRABAR-HISTORIAL
              THRU 2800-GRABAR-HISTORIAL-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-FECHA-HORA-PROCESO.
           MOVE WS-FECHA-HORA-PROCESO (1:8)  TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO             TO WS-FECHA-PROCESO-NUM.

           PERFORM VARYING WS-RR FROM 1 BY 1 UNTIL WS-RR >
                                                 WS-CANT-REGLAS
              MOVE 'S' TO WS-REG-ACTIVA (WS-RR)
              MOVE 0   TO WS-REG-CANTIDAD (WS-RR)
           END-PERFORM.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

           PERFORM 1200-CARGAR-REGLAS
              THRU 1200-CARGAR-REGLAS-EXIT.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CALIDAD'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-FECHA.

      *---- FECHA REAL: NUMERICA, MES 01-12 Y DIA DENTRO DE LOS DIAS
      *---- DEL MES, CON FEBRERO DE 29 SOLO EN ANO BISIESTO (MISMO
      *---- CRITERIO QUE 1050 EN CL18EJ14).
           MOVE 'NO' TO WS-FLAG-FECHA-VALIDA.

           IF WS-FECHA-A-VALIDAR NOT NUMERIC
              GO TO 1050-VALIDAR-FECHA-EXIT
           END-IF.

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

      *---- MISMO CRITERIO QUE CL18EJ16: SIN CONFIG SE USA LA LISTA
      *---- HISTORICA (ACTIVOS A Y B); UN CONFIG ILEGIBLE ES FATAL,
      *---- PORQUE CAMBIARIA QUIEN CUENTA COMO ACTIVO.
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
       1200-CARGAR-REGLAS.

      *---- SIN CALIDAD.CFG CORREN TODAS LAS REGLAS CON LOS UMBRALES
      *---- POR DEFECTO. UN UMBRAL INVALIDO ES FATAL: UN CONTROL MAL
      *---- CALIBRADO DA UN REPORTE QUE NADIE PUEDE CREER.
           OPEN INPUT CFG-CALIDAD.

           IF FS-CALCFG-NFD
              DISPLAY 'SIN CALIDAD.CFG: TODAS LAS REGLAS ACTIVAS CON '
                      'LOS UMBRALES POR DEFECTO'
              GO TO 1200-CARGAR-REGLAS-EXIT
           END-IF.

           IF NOT FS-CALCFG-OK
              DISPLAY 'ERROR AL ABRIR CALIDAD.CFG'
              DISPLAY 'FILE STATUS: ' FS-CALCFG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-CALCFG-EOF
              READ CFG-CALIDAD
                 AT END
                    CONTINUE
                 NOT AT END
      *---- RENGLONES VACIOS O COMENTADOS CON '*' SE SALTEAN.
                    IF REG-CFG-CALIDAD NOT = SPACES AND
                       CAL-REGLA (1:1) NOT = '*'
                       ADD 1 TO WS-CONT-RENGLONES-CFG
                       PERFORM 1210-TOMAR-REGLA
                          THRU 1210-TOMAR-REGLA-EXIT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-CALIDAD.

       1200-CARGAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-TOMAR-REGLA.

           MOVE 'NO' TO WS-FLAG-ENCONTRADO.

           PERFORM VARYING WS-RR FROM 1 BY 1 UNTIL WS-RR >
                                                 WS-CANT-REGLAS
                                    OR WS-ENCONTRADO
              IF WS-REG-CODIGO (WS-RR) = CAL-REGLA
                 MOVE 'SI' TO WS-FLAG-ENCONTRADO
              END-IF
           END-PERFORM.

      *---- EL PERFORM VARYING DEJA EL INDICE UNO MAS ALLA.
           SUBTRACT 1 FROM WS-RR.

           IF NOT WS-ENCONTRADO
              DISPLAY 'CALIDAD.CFG: REGLA DESCONOCIDA, SE IGNORA: '
                      CAL-REGLA
              MOVE 04 TO RETURN-CODE
              GO TO 1210-TOMAR-REGLA-EXIT
           END-IF.

           IF CAL-ACTIVA NOT = 'S' AND CAL-ACTIVA NOT = 'N'
              DISPLAY 'CALIDAD.CFG: MARCA DE ACTIVA INVALIDA EN '
                      CAL-REGLA ': ' CAL-ACTIVA
              MOVE 16 TO RETURN-CODE
              CLOSE CFG-CALIDAD
              STOP RUN
           END-IF.

           MOVE CAL-ACTIVA TO WS-REG-ACTIVA (WS-RR).

           IF CAL-VALOR = SPACES
              GO TO 1210-TOMAR-REGLA-EXIT
           END-IF.

           EVALUATE WS-RR
               WHEN WS-REGLA-FECHA-ALTA
                    MOVE CAL-VALOR (1:8) TO WS-FECHA-A-VALIDAR
                    PERFORM 1050-VALIDAR-FECHA
                       THRU 1050-VALIDAR-FECHA-EXIT
                    IF NOT WS-FECHA-VALIDA OR
                       CAL-VALOR (9:4) NOT = SPACES
                       DISPLAY 'CALIDAD.CFG: FECHA DE FUNDACION '
                               'INVALIDA: ' CAL-VALOR
                       MOVE 16 TO RETURN-CODE
                       CLOSE CFG-CALIDAD
                       STOP RUN
                    END-IF
                    MOVE WS-FECHA-A-VALIDAR TO WS-FECHA-FUNDACION
               WHEN WS-REGLA-SUELDO-DESVIO
                    PERFORM 1220-NORMALIZAR-FACTOR
                       THRU 1220-NORMALIZAR-FACTOR-EXIT
               WHEN OTHER
                    DISPLAY 'CALIDAD.CFG: LA REGLA ' CAL-REGLA
                            ' NO LLEVA VALOR, SE IGNORA: ' CAL-VALOR
                    MOVE 04 TO RETURN-CODE
           END-EVALUATE.

       1210-TOMAR-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1220-NORMALIZAR-FACTOR.

      *---- ENTEROS Y DECIMALES SEPARADOS POR LA COMA; EL FACTOR TIENE
      *---- QUE SER MAYOR QUE 1 PARA QUE LA REGLA TENGA SENTIDO.
           MOVE SPACES TO WS-VALOR-ENTEROS.
           MOVE SPACES TO WS-VALOR-DECIMALES.

           UNSTRING CAL-VALOR DELIMITED BY ',' OR ' '
               INTO WS-VALOR-ENTEROS WS-VALOR-DECIMALES.

           PERFORM VARYING WS-LL FROM 7 BY -1 UNTIL WS-LL < 1
                            OR WS-VALOR-ENTEROS (WS-LL:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           IF WS-LL < 1 OR WS-LL > 3
              GO TO 1220-FACTOR-INVALIDO
           END-IF.

           MOVE WS-VALOR-ENTEROS (1:WS-LL) TO WS-VALOR-ENT-NORM.

           INSPECT WS-VALOR-ENT-NORM REPLACING LEADING ' ' BY '0'.

           IF WS-VALOR-ENT-NORM NOT NUMERIC
              GO TO 1220-FACTOR-INVALIDO
           END-IF.

           IF WS-VALOR-DECIMALES = SPACES
              MOVE '00' TO WS-VALOR-DECIMALES
           END-IF.

           INSPECT WS-VALOR-DECIMALES REPLACING TRAILING ' ' BY '0'.

           IF WS-VALOR-DECIMALES NOT NUMERIC
              GO TO 1220-FACTOR-INVALIDO
           END-IF.

           MOVE WS-VALOR-ENT-NORM  TO WS-VALOR-NUM-ENT.
           MOVE WS-VALOR-DECIMALES TO WS-VALOR-NUM-DEC.

           IF WS-VALOR-NUM NOT > 1
              GO TO 1220-FACTOR-INVALIDO
           END-IF.

           MOVE WS-VALOR-NUM TO WS-FACTOR-DESVIO.

           GO TO 1220-NORMALIZAR-FACTOR-EXIT.

       1220-FACTOR-INVALIDO.

           DISPLAY 'CALIDAD.CFG: FACTOR DE DESVIO INVALIDO: '
                   CAL-VALOR.
           MOVE 16 TO RETURN-CODE.
           CLOSE CFG-CALIDAD.
           STOP RUN.

       1220-NORMALIZAR-FACTOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-MAESTRO.

      *---- SE CONTROLA SOLO UN MAESTRO CERTIFICADO. DE PASO SE
      *---- ACUMULAN LOS SUELDOS POR DEPARTAMENTO PARA LA REGLA 3.
           MOVE 0 TO WS-CANT-ITEMS.
           MOVE 0 TO WS-CANT-DEPARTAMENTOS.

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

           MOVE WS-CANT-ITEMS TO WS-CONT-REG-LEIDOS.

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

           MOVE REG-CUERPO-DETALLE TO WS-ITEM-EMP (WS-CANT-ITEMS).

      *---- SOLO SUELDOS CARGADOS ENTRAN AL PROMEDIO: UN SUELDO CERO YA
      *---- LO MARCA LA REGLA 1 Y BAJARIA EL PROMEDIO DE LOS DEMAS.
           IF REG-DET-SUELDO = 0
              GO TO 2010-GUARDAR-EMPLEADO-EXIT
           END-IF.

           MOVE 'NO' TO WS-FLAG-ENCONTRADO.

           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD >
                                                 WS-CANT-DEPARTAMENTOS
                                    OR WS-ENCONTRADO
              IF WS-DEP-CODIGO (WS-DD) = REG-DET-DEPARTAMENTO
                 MOVE 'SI' TO WS-FLAG-ENCONTRADO
              END-IF
           END-PERFORM.

           IF WS-ENCONTRADO
              SUBTRACT 1 FROM WS-DD
           ELSE
              IF WS-CANT-DEPARTAMENTOS >= WS-MAX-DEPARTAMENTOS
                 DISPLAY 'DEMASIADOS DEPARTAMENTOS, SIN PROMEDIO PARA: '
                         REG-DET-DEPARTAMENTO
                 MOVE 04 TO RETURN-CODE
                 GO TO 2010-GUARDAR-EMPLEADO-EXIT
              END-IF
              ADD 1 TO WS-CANT-DEPARTAMENTOS
              MOVE WS-CANT-DEPARTAMENTOS TO WS-DD
              MOVE REG-DET-DEPARTAMENTO  TO WS-DEP-CODIGO (WS-DD)
              MOVE 0                     TO WS-DEP-CANTIDAD (WS-DD)
              MOVE 0                     TO WS-DEP-SUMA (WS-DD)
           END-IF.

           ADD 1              TO WS-DEP-CANTIDAD (WS-DD).
           ADD REG-DET-SUELDO TO WS-DEP-SUMA (WS-DD).

       2010-GUARDAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-CARGAR-BAJAS.

           MOVE 0 TO WS-CANT-BAJAS.

           IF NOT WS-REGLA-ACTIVA (WS-REGLA-REINGRESO-BAJA)
              GO TO 2050-CARGAR-BAJAS-EXIT
           END-IF.

           OPEN INPUT BAJ-BAJAS.

           IF NOT FS-BAJAS-OK
              DISPLAY 'ERROR AL ABRIR EMPLEADOS-BAJAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-BAJAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-BAJAS-EOF
              READ BAJ-BAJAS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-CANT-BAJAS < 5000
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE BAJ-ID       TO WS-BAJ-ID (WS-CANT-BAJAS)
                       MOVE BAJ-NOMBRE   TO
                            WS-BAJ-NOMBRE (WS-CANT-BAJAS)
                       MOVE BAJ-APELLIDO TO
                            WS-BAJ-APELLIDO (WS-CANT-BAJAS)
                       MOVE BAJ-FECHA-BAJA TO
                            WS-BAJ-FECHA-BAJA (WS-CANT-BAJAS)
                    ELSE
                       DISPLAY 'EMPLEADOS-BAJAS.TXT SUPERA 5000 '
                               'REGISTROS, SE CONTROLAN LOS PRIMEROS'
                       MOVE 04 TO RETURN-CODE
                       MOVE '10' TO FS-BAJAS
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BAJ-BAJAS.

       2050-CARGAR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-APLICAR-REGLAS.

      *---- LAS REGLAS 1 A 3 MIRAN CADA EMPLEADO SOLO; LA 4 Y LA 5
      *---- COMPARAN CONTRA OTROS REGISTROS.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              IF WS-REGLA-ACTIVA (WS-REGLA-SUELDO-CERO)
                 PERFORM 2110-REGLA-SUELDO-CERO
                    THRU 2110-REGLA-SUELDO-CERO-EXIT
              END-IF
              IF WS-REGLA-ACTIVA (WS-REGLA-FECHA-ALTA)
                 PERFORM 2120-REGLA-FECHA-ALTA
                    THRU 2120-REGLA-FECHA-ALTA-EXIT
              END-IF
              IF WS-REGLA-ACTIVA (WS-REGLA-SUELDO-DESVIO)
                 PERFORM 2130-REGLA-SUELDO-DESVIO
                    THRU 2130-REGLA-SUELDO-DESVIO-EXIT
              END-IF
           END-PERFORM.

           IF WS-REGLA-ACTIVA (WS-REGLA-NOMBRE-DUPLICADO)
              PERFORM 2140-REGLA-NOMBRE-DUPLICADO
                 THRU 2140-REGLA-NOMBRE-DUPLICADO-EXIT
           END-IF.

           IF WS-REGLA-ACTIVA (WS-REGLA-REINGRESO-BAJA)
              PERFORM 2150-REGLA-REINGRESO-BAJA
                 THRU 2150-REGLA-REINGRESO-BAJA-EXIT
           END-IF.

       2100-APLICAR-REGLAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-REGLA-SUELDO-CERO.

           IF WS-ITEM-SUELDO (WS-II) NOT = 0
              GO TO 2110-REGLA-SUELDO-CERO-EXIT
           END-IF.

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
              GO TO 2110-REGLA-SUELDO-CERO-EXIT
           END-IF.

           MOVE WS-REGLA-SUELDO-CERO TO WS-EXC-REGLA.
           MOVE SPACES TO WS-EXC-VALOR.
           STRING 'SUELDO 0,00 ESTADO ' WS-ITEM-ESTADO (WS-II)
                  DELIMITED BY SIZE INTO WS-EXC-VALOR.
           MOVE 'ESTADO ACTIVO SIN SUELDO: NOMINA LE PAGARIA CERO'
                                    TO WS-EXC-MOTIVO.

           PERFORM 2190-LIBERAR-EXCEPCION
              THRU 2190-LIBERAR-EXCEPCION-EXIT.

       2110-REGLA-SUELDO-CERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2120-REGLA-FECHA-ALTA.

           MOVE WS-ITEM-FECHA-ALTA (WS-II) TO WS-FECHA-A-VALIDAR.

           PERFORM 1050-VALIDAR-FECHA
              THRU 1050-VALIDAR-FECHA-EXIT.

           MOVE SPACES TO WS-EXC-MOTIVO.

           EVALUATE TRUE
               WHEN NOT WS-FECHA-VALIDA
                    MOVE 'LA FECHA DE ALTA NO ES UNA FECHA REAL'
                                    TO WS-EXC-MOTIVO
               WHEN WS-ITEM-FECHA-ALTA (WS-II) > WS-FECHA-PROCESO-NUM
                    STRING 'FECHA DE ALTA POSTERIOR A LA CORRIDA ('
                           WS-FECHA-PROCESO ')'
                           DELIMITED BY SIZE INTO WS-EXC-MOTIVO
               WHEN WS-ITEM-FECHA-ALTA (WS-II) < WS-FECHA-FUNDACION
                    STRING 'FECHA DE ALTA ANTERIOR A LA FUNDACION ('
                           WS-FECHA-FUNDACION ')'
                           DELIMITED BY SIZE INTO WS-EXC-MOTIVO
           END-EVALUATE.

           IF WS-EXC-MOTIVO = SPACES
              GO TO 2120-REGLA-FECHA-ALTA-EXIT
           END-IF.

           MOVE WS-REGLA-FECHA-ALTA TO WS-EXC-REGLA.
           MOVE SPACES TO WS-EXC-VALOR.
           STRING 'FECHA ALTA ' WS-ITEM-FECHA-ALTA (WS-II)
                  DELIMITED BY SIZE INTO WS-EXC-VALOR.

           PERFORM 2190-LIBERAR-EXCEPCION
              THRU 2190-LIBERAR-EXCEPCION-EXIT.

       2120-REGLA-FECHA-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2130-REGLA-SUELDO-DESVIO.

      *---- EL SUELDO SE COMPARA CONTRA EL PROMEDIO DE LOS DEMAS
      *---- SUELDOS CARGADOS DE SU DEPARTAMENTO (SIN EL PROPIO, QUE EN
      *---- UN DEPARTAMENTO CHICO TAPARIA EL DESVIO). HACEN FALTA AL
      *---- MENOS DOS SUELDOS MAS PARA QUE EL PROMEDIO DIGA ALGO.
           IF WS-ITEM-SUELDO (WS-II) = 0
              GO TO 2130-REGLA-SUELDO-DESVIO-EXIT
           END-IF.

           MOVE 'NO' TO WS-FLAG-ENCONTRADO.

           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD >
                                                 WS-CANT-DEPARTAMENTOS
                                    OR WS-ENCONTRADO
              IF WS-DEP-CODIGO (WS-DD) = WS-ITEM-DEPARTAMENTO (WS-II)
                 MOVE 'SI' TO WS-FLAG-ENCONTRADO
              END-IF
           END-PERFORM.

           IF NOT WS-ENCONTRADO
              GO TO 2130-REGLA-SUELDO-DESVIO-EXIT
           END-IF.

           SUBTRACT 1 FROM WS-DD.

           IF WS-DEP-CANTIDAD (WS-DD) < 3
              GO TO 2130-REGLA-SUELDO-DESVIO-EXIT
           END-IF.

           SUBTRACT WS-ITEM-SUELDO (WS-II) FROM WS-DEP-SUMA (WS-DD)
                    GIVING WS-SUMA-RESTO.
           SUBTRACT 1 FROM WS-DEP-CANTIDAD (WS-DD)
                    GIVING WS-CANT-RESTO.

           DIVIDE WS-SUMA-RESTO BY WS-CANT-RESTO
                  GIVING WS-PROMEDIO-RESTO ROUNDED.

           IF WS-PROMEDIO-RESTO = 0
              GO TO 2130-REGLA-SUELDO-DESVIO-EXIT
           END-IF.

           COMPUTE WS-UMBRAL-SUELDO = WS-PROMEDIO-RESTO
                                    * WS-FACTOR-DESVIO.

           IF WS-ITEM-SUELDO (WS-II) < WS-UMBRAL-SUELDO
              GO TO 2130-REGLA-SUELDO-DESVIO-EXIT
           END-IF.

           COMPUTE WS-VECES ROUNDED = WS-ITEM-SUELDO (WS-II)
                                    / WS-PROMEDIO-RESTO.

           MOVE WS-REGLA-SUELDO-DESVIO TO WS-EXC-REGLA.
           MOVE WS-ITEM-SUELDO (WS-II) TO WS-EDIT-SUELDO.
           MOVE SPACES TO WS-EXC-VALOR.
           STRING 'SUELDO ' WS-EDIT-SUELDO
                  DELIMITED BY SIZE INTO WS-EXC-VALOR.
           MOVE WS-VECES          TO WS-EDIT-VECES.
           MOVE WS-PROMEDIO-RESTO TO WS-EDIT-SUELDO.
           MOVE SPACES TO WS-EXC-MOTIVO.
           STRING WS-EDIT-VECES ' X PROMEDIO '
                  WS-ITEM-DEPARTAMENTO (WS-II) ' = ' WS-EDIT-SUELDO
                  DELIMITED BY SIZE INTO WS-EXC-MOTIVO.

           PERFORM 2190-LIBERAR-EXCEPCION
              THRU 2190-LIBERAR-EXCEPCION-EXIT.

       2130-REGLA-SUELDO-DESVIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2140-REGLA-NOMBRE-DUPLICADO.

      *---- CADA EMPLEADO SE MARCA CON EL PRIMER OTRO ID QUE TIENE SU
      *---- MISMO NOMBRE Y APELLIDO; SE LISTAN TODOS LOS INVOLUCRADOS.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              MOVE 0 TO WS-DUP-OTRO (WS-II)
           END-PERFORM.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              PERFORM VARYING WS-JJ FROM WS-II BY 1 UNTIL WS-JJ >
                                                 WS-CANT-ITEMS
                 IF WS-JJ NOT = WS-II AND
                    WS-ITEM-APELLIDO (WS-JJ) = WS-ITEM-APELLIDO (WS-II)
                    AND WS-ITEM-NOMBRE (WS-JJ) = WS-ITEM-NOMBRE (WS-II)
                    AND WS-ITEM-ID (WS-JJ) NOT = WS-ITEM-ID (WS-II)
                    IF WS-DUP-OTRO (WS-II) = 0
                       MOVE WS-JJ TO WS-DUP-OTRO (WS-II)
                    END-IF
                    IF WS-DUP-OTRO (WS-JJ) = 0
                       MOVE WS-II TO WS-DUP-OTRO (WS-JJ)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              IF WS-DUP-OTRO (WS-II) > 0
                 MOVE WS-DUP-OTRO (WS-II) TO WS-JJ
                 MOVE WS-REGLA-NOMBRE-DUPLICADO TO WS-EXC-REGLA
                 MOVE SPACES TO WS-EXC-VALOR
                 STRING WS-ITEM-NOMBRE (WS-II) (1:14) ' '
                        WS-ITEM-APELLIDO (WS-II) (1:15)
                        DELIMITED BY SIZE INTO WS-EXC-VALOR
                 MOVE WS-ITEM-ID (WS-JJ) TO WS-EDIT-ID
                 MOVE SPACES TO WS-EXC-MOTIVO
                 STRING 'MISMA PERSONA QUE EL ID ' WS-EDIT-ID
                        ' DE LA SUCURSAL ' WS-ITEM-SUCURSAL (WS-JJ)
                        DELIMITED BY SIZE INTO WS-EXC-MOTIVO
                 PERFORM 2190-LIBERAR-EXCEPCION
                    THRU 2190-LIBERAR-EXCEPCION-EXIT
              END-IF
           END-PERFORM.

       2140-REGLA-NOMBRE-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-REGLA-REINGRESO-BAJA.

      *---- UN EX EMPLEADO VUELVE AL MAESTRO CON OTRO ID (MISMO NOMBRE
      *---- Y APELLIDO). EL REINGRESO CON SU MISMO ID ES LEGITIMO (VER
      *---- CL18EJ04) Y NO SE INFORMA.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              MOVE 'NO' TO WS-FLAG-ENCONTRADO
              PERFORM VARYING WS-BB FROM 1 BY 1 UNTIL WS-BB >
                                                 WS-CANT-BAJAS
                                    OR WS-ENCONTRADO
                 IF WS-BAJ-ID (WS-BB) NOT = WS-ITEM-ID (WS-II) AND
                    WS-BAJ-APELLIDO (WS-BB) = WS-ITEM-APELLIDO (WS-II)
                    AND WS-BAJ-NOMBRE (WS-BB) = WS-ITEM-NOMBRE (WS-II)
                    MOVE 'SI' TO WS-FLAG-ENCONTRADO
                 END-IF
              END-PERFORM
              IF WS-ENCONTRADO
                 SUBTRACT 1 FROM WS-BB
                 PERFORM 2155-INFORMAR-REINGRESO
                    THRU 2155-INFORMAR-REINGRESO-EXIT
              END-IF
           END-PERFORM.

       2150-REGLA-REINGRESO-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2155-INFORMAR-REINGRESO.

           MOVE WS-REGLA-REINGRESO-BAJA TO WS-EXC-REGLA.
           MOVE SPACES TO WS-EXC-VALOR.
           STRING WS-ITEM-NOMBRE (WS-II) (1:14) ' '
                  WS-ITEM-APELLIDO (WS-II) (1:15)
                  DELIMITED BY SIZE INTO WS-EXC-VALOR.

           MOVE WS-BAJ-ID (WS-BB) TO WS-EDIT-ID.
           MOVE SPACES TO WS-EXC-MOTIVO.

           STRING 'EX EMPLEADO ID ' WS-EDIT-ID ' (BAJA '
                  WS-BAJ-FECHA-BAJA (WS-BB) ') CON ID NUEVO'
                  DELIMITED BY SIZE INTO WS-EXC-MOTIVO.

           PERFORM 2190-LIBERAR-EXCEPCION
              THRU 2190-LIBERAR-EXCEPCION-EXIT.

       2155-INFORMAR-REINGRESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2190-LIBERAR-EXCEPCION.

           MOVE WS-EXC-REGLA             TO WORK-REGLA.
           MOVE WS-ITEM-SUCURSAL (WS-II) TO WORK-SUCURSAL.
           MOVE WS-ITEM-ID (WS-II)       TO WORK-ID.
           MOVE WS-EXC-VALOR             TO WORK-VALOR.
           MOVE WS-EXC-MOTIVO            TO WORK-MOTIVO.

           RELEASE WORK-REG-EXCEPCION.

           ADD 1 TO WS-REG-CANTIDAD (WS-EXC-REGLA).
           ADD 1 TO WS-CONT-EXCEPCIONES.

       2190-LIBERAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-EXCEPCIONES.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'CONTROL DE CALIDAD DEL MAESTRO - FECHA: '
                  WS-FECHA-PROCESO
                  '  MAESTRO CERTIFICADO DEL: ' WS-FECHA-MAESTRO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-FACTOR-DESVIO TO WS-EDIT-VECES.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'UMBRALES: FUNDACION ' WS-FECHA-FUNDACION
                  '  DESVIO DE SUELDO ' WS-EDIT-VECES ' VECES'
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 'SI' TO WS-FLAG-PRIMERA-EXC.
           MOVE 0    TO WS-ANT-REGLA.
           MOVE 'NO' TO WS-FIN-SORT.

           PERFORM UNTIL WS-SORT-TERMINADO
              RETURN WORK-EXCEPCIONES
                 AT END
                    MOVE 'SI' TO WS-FIN-SORT
                 NOT AT END
                    PERFORM 2510-LISTAR-EXCEPCION
                       THRU 2510-LISTAR-EXCEPCION-EXIT
              END-RETURN
           END-PERFORM.

           IF NOT WS-PRIMERA-EXCEPCION
              PERFORM 2530-CERRAR-SUCURSAL
                 THRU 2530-CERRAR-SUCURSAL-EXIT
           END-IF.

      *---- LAS REGLAS SIN EXCEPCIONES QUE NO SE LLEGARON A TITULAR.
           PERFORM 2520-TITULAR-REGLAS-VACIAS
              THRU 2520-TITULAR-REGLAS-VACIAS-EXIT.

           PERFORM 2550-LISTAR-RESUMEN
              THRU 2550-LISTAR-RESUMEN-EXIT.

       2500-LISTAR-EXCEPCIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LISTAR-EXCEPCION.

           IF WS-PRIMERA-EXCEPCION OR WORK-REGLA NOT = WS-ANT-REGLA
              IF NOT WS-PRIMERA-EXCEPCION
                 PERFORM 2530-CERRAR-SUCURSAL
                    THRU 2530-CERRAR-SUCURSAL-EXIT
              END-IF
              MOVE 'NO' TO WS-FLAG-PRIMERA-EXC
      *---- TITULOS DE LAS REGLAS ANTERIORES QUE NO TUVIERON NADA.
              MOVE WORK-REGLA TO WS-RR
              SUBTRACT 1 FROM WS-RR
              PERFORM 2520-TITULAR-REGLAS-VACIAS
                 THRU 2520-TITULAR-REGLAS-VACIAS-EXIT
              MOVE WORK-REGLA TO WS-ANT-REGLA
              PERFORM 2540-TITULAR-REGLA
                 THRU 2540-TITULAR-REGLA-EXIT
              PERFORM 2535-ABRIR-SUCURSAL
                 THRU 2535-ABRIR-SUCURSAL-EXIT
           ELSE
              IF WORK-SUCURSAL NOT = WS-ANT-SUCURSAL
                 PERFORM 2530-CERRAR-SUCURSAL
                    THRU 2530-CERRAR-SUCURSAL-EXIT
                 PERFORM 2535-ABRIR-SUCURSAL
                    THRU 2535-ABRIR-SUCURSAL-EXIT
              END-IF
           END-IF.

           MOVE WORK-ID     TO WS-LIN-ID.
           MOVE WORK-VALOR  TO WS-LIN-VALOR.
           MOVE WORK-MOTIVO TO WS-LIN-MOTIVO.
           MOVE WS-LINEA-EXCEPCION TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           ADD 1 TO WS-CANT-SUC-EXC.

       2510-LISTAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-TITULAR-REGLAS-VACIAS.

      *---- TITULA, SIN DETALLE, LAS REGLAS ENTRE LA ULTIMA LISTADA Y
      *---- WS-RR (O HASTA LA ULTIMA SI SE LLAMA AL FINAL).
           IF WS-SORT-TERMINADO
              MOVE WS-CANT-REGLAS TO WS-RR
           END-IF.

           PERFORM VARYING WS-KK FROM WS-ANT-REGLA BY 1 UNTIL WS-KK >=
                                                 WS-RR
              MOVE WS-KK TO WS-ANT-REGLA
              ADD 1 TO WS-ANT-REGLA
              PERFORM 2540-TITULAR-REGLA
                 THRU 2540-TITULAR-REGLA-EXIT
              IF WS-REGLA-ACTIVA (WS-ANT-REGLA)
                 MOVE '      SIN EXCEPCIONES' TO WS-REP-LINEA
              ELSE
                 MOVE '      REGLA DESACTIVADA EN CALIDAD.CFG'
                                              TO WS-REP-LINEA
              END-IF
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-PERFORM.

       2520-TITULAR-REGLAS-VACIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2530-CERRAR-SUCURSAL.

           MOVE WS-CANT-SUC-EXC TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '      EXCEPCIONES EN LA SUCURSAL ' WS-ANT-SUCURSAL
                  ': ' WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2530-CERRAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2535-ABRIR-SUCURSAL.

           MOVE WORK-SUCURSAL TO WS-ANT-SUCURSAL.
           MOVE 0             TO WS-CANT-SUC-EXC.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           STRING '   SUCURSAL ' WORK-SUCURSAL
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-LINEA-TITULOS TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2535-ABRIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2540-TITULAR-REGLA.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-REG-CANTIDAD (WS-ANT-REGLA) TO WS-FORMAT-IMPORTE.
           STRING 'REGLA ' WS-ANT-REGLA ' '
                  WS-REG-CODIGO (WS-ANT-REGLA) ' '
                  WS-REG-DESCRIPCION (WS-ANT-REGLA)
                  ' - EXCEPCIONES: ' WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2540-TITULAR-REGLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-LISTAR-RESUMEN.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 'RESUMEN POR REGLA' TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           PERFORM VARYING WS-RR FROM 1 BY 1 UNTIL WS-RR >
                                                 WS-CANT-REGLAS
              MOVE WS-REG-CANTIDAD (WS-RR) TO WS-FORMAT-IMPORTE
              MOVE SPACES TO WS-REP-LINEA
              IF WS-REGLA-ACTIVA (WS-RR)
                 STRING '   ' WS-REG-CODIGO (WS-RR) ': '
                        WS-FORMAT-IMPORTE
                        DELIMITED BY SIZE INTO WS-REP-LINEA
              ELSE
                 STRING '   ' WS-REG-CODIGO (WS-RR) ': DESACTIVADA'
                        DELIMITED BY SIZE INTO WS-REP-LINEA
              END-IF
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-PERFORM.

       2550-LISTAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-GRABAR-HISTORIAL.

      *---- UNA LINEA POR REGLA Y CORRIDA. SI EL HISTORIAL NO SE PUEDE
      *---- ABRIR EL REPORTE VALE IGUAL, PERO SE AVISA.
           OPEN EXTEND HIS-CALIDAD.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR CL18EJ20-HISTORIAL.TXT'
              DISPLAY 'FILE STATUS: ' FS-HISTORIAL
              MOVE 08 TO RETURN-CODE
              GO TO 2800-GRABAR-HISTORIAL-EXIT
           END-IF.

           PERFORM VARYING WS-RR FROM 1 BY 1 UNTIL WS-RR >
                                                 WS-CANT-REGLAS
              MOVE SPACES                  TO REG-HIS-CALIDAD
              MOVE WS-FECHA-HORA-PROCESO   TO HIS-FECHA-HORA
              MOVE WS-FECHA-MAESTRO        TO HIS-FECHA-MAESTRO
              MOVE WS-REG-CODIGO (WS-RR)   TO HIS-REGLA
              MOVE WS-REG-ACTIVA (WS-RR)   TO HIS-ACTIVA
              MOVE WS-REG-CANTIDAD (WS-RR) TO HIS-CANTIDAD
              MOVE WS-CONT-REG-LEIDOS      TO HIS-CONTROLADOS
              WRITE REG-HIS-CALIDAD
              IF NOT FS-HISTORIAL-OK
                 DISPLAY 'ERROR AL GRABAR CL18EJ20-HISTORIAL.TXT'
                 DISPLAY 'FILE STATUS: ' FS-HISTORIAL
                 MOVE 08 TO RETURN-CODE
              END-IF
           END-PERFORM.

           CLOSE HIS-CALIDAD.

       2800-GRABAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

      *---- CADA LINEA VA AL REPORTE Y TAMBIEN A CONSOLA, COMO EN
      *---- CL18EJ16.
           DISPLAY WS-REP-LINEA.

           IF NOT WS-REPORTE-ABIERTO
              GO TO 2900-GRABAR-REPORTE-EXIT
           END-IF.

           MOVE WS-REP-LINEA TO REG-REPORTE.

           WRITE REG-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CALIDAD'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE WS-CONT-REG-LEIDOS          TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES CONTROLADOS              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CANT-BAJAS               TO WS-FORMAT-IMPORTE.
           DISPLAY 'BAJAS CARGADAS PARA EL CRUCE      : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-EXCEPCIONES         TO WS-FORMAT-IMPORTE.
           DISPLAY 'EXCEPCIONES INFORMADAS            : '
                   WS-FORMAT-IMPORTE.

      *---- LAS EXCEPCIONES NO FRENAN LA CADENA, PERO EL RETORNO LO
      *---- AVISA AL PLANIFICADOR.
           IF RETURN-CODE < 04 AND WS-CONT-EXCEPCIONES > 0
              MOVE 04 TO RETURN-CODE
           END-IF.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE CALIDAD: '
                         FS-REPORTE
              END-IF
           END-IF.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ20.
