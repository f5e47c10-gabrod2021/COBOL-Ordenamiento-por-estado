      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: JUEGO DE PRUEBA ENMASCARADO. EN VEZ DE COPIAR EL
      * MAESTRO REAL Y EMPLEADOS.IDX AL AREA DE PRUEBAS (CON NOMBRES
      * Y SUELDOS REALES A LA VISTA), LEE EL MAESTRO CERTIFICADO
      * EMPLEADOSxESTADO.TXT Y ARMA EN ../PRUEBA/ UN JUEGO COMPLETO
      * CON LOS MISMOS NOMBRES DE ARCHIVO: MAESTRO CON EL LAYOUT DE
      * CL18EJ02-SALIDA (HEADER, DETALLES ORDENADOS, TRAILER), SPLITS
      * POR ESTADO, EMPLEADOS.IDX RECARGADO Y UNA COPIA DE
      * ESTADOS.CFG. EL DIRECTORIO ../PRUEBA/ TIENE QUE EXISTIR.
      * NOMBRE Y APELLIDO SE REEMPLAZAN POR NOMBRES FICTICIOS; LOS
      * SUELDOS SE MULTIPLICAN TODOS POR UN MISMO FACTOR Y LAS FECHAS
      * DE ALTA SE CORREN TODAS LA MISMA CANTIDAD DE DIAS HACIA ATRAS.
      * ESTADO, DEPARTAMENTO, SUCURSAL Y LAS DISTRIBUCIONES NO
      * CAMBIAN. EL ID FICTICIO SE CALCULA DEL REAL CON UNA FORMULA
      * BIUNIVOCA: CON LA MISMA SEMILLA CADA ID DA SIEMPRE EL MISMO,
      * ASI LOS ARCHIVOS DE NOVEDADES Y BAJAS DE PRUEBA SIGUEN
      * COINCIDIENDO EXTRACCION TRAS EXTRACCION.
      * PARAMETROS: SEMILLA (1 A 8 DIGITOS, LA GUARDA EL RESPONSABLE
      * DE LOS DATOS DE PRUEBA) Y OPCIONALMENTE LA CLAVE DE ORDEN
      * COMO CL18EJ02. EJEMPLO: '20261015 ESTADO'. EL JUEGO SE
      * VERIFICA CORRIENDO CL18EJ06 DESDE EL AREA DE PRUEBAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ18.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- MAESTRO CERTIFICADO, ORIGEN DEL JUEGO DE PRUEBA.
       SELECT MAE-MAESTRO
           ASSIGN TO '../EMPLEADOSxESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESTRO.

      *---- JUEGO ENMASCARADO, CON LOS NOMBRES DE SIEMPRE DENTRO DEL
      *---- AREA DE PRUEBAS.
       SELECT SAL-SALIDA
           ASSIGN TO '../PRUEBA/EMPLEADOSxESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       SELECT SAL-ESTADO
           ASSIGN USING WS-NOMBRE-ARCHIVO-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO.

       SELECT IDX-MAESTRO
           ASSIGN TO '../PRUEBA/EMPLEADOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-ID
           ALTERNATE RECORD KEY IS IDX-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

      *---- LISTA DE ESTADOS VALIDOS, LA MISMA QUE CARGAN LOS DEMAS
      *---- PASES; SE COPIA AL AREA DE PRUEBAS PARA QUE CL18EJ06
      *---- VERIFIQUE ALLA CONTRA LA MISMA LISTA.
       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

       SELECT CFG-ESTADOS-PRUEBA
           ASSIGN TO '../PRUEBA/ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG-PRUEBA.

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
              88 MAE-ES-HEADER                      VALUE 'H'.
              88 MAE-ES-DETALLE                     VALUE 'D'.
              88 MAE-ES-TRAILER                     VALUE 'T'.
          05 MAE-CUERPO-DETALLE.
             10 MAE-DET-ID                  PIC 9(08).
             10 MAE-DET-NOMBRE              PIC X(25).
             10 MAE-DET-APELLIDO            PIC X(25).
             10 MAE-DET-ESTADO              PIC X(01).
             10 MAE-DET-DEPARTAMENTO        PIC X(15).
             10 MAE-DET-FECHA-ALTA          PIC 9(08).
             10 MAE-DET-SUELDO              PIC 9(07)V9(02).
             10 MAE-DET-SUCURSAL            PIC X(03).
          05 FILLER                         PIC X(25).
       01 REG-MAESTRO-HEADER.
          05 FILLER                         PIC X(01).
          05 MAE-HDR-FECHA                  PIC X(08).
          05 FILLER                         PIC X(111).

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD SAL-ESTADO.
       01 REG-SAL-ESTADO                    PIC X(94).

       FD IDX-MAESTRO.
       01 REG-IDX-MAESTRO.
          05 IDX-ID                         PIC 9(08).
          05 IDX-NOMBRE                     PIC X(25).
          05 IDX-APELLIDO                   PIC X(25).
          05 IDX-ESTADO                     PIC X(01).
          05 IDX-DEPARTAMENTO               PIC X(15).
          05 IDX-FECHA-ALTA                 PIC 9(08).
          05 IDX-SUELDO                     PIC 9(07)V9(02).
          05 IDX-SUCURSAL                   PIC X(03).

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-ESTADOS-PRUEBA.
       01 REG-CFG-ESTADOS-PRUEBA            PIC X(24).

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
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
          05 FS-ESTADO                      PIC X(2).
             88 FS-ESTADO-OK                    VALUE '00'.
          05 FS-INDEXADO                    PIC X(2).
             88 FS-INDEXADO-OK                  VALUE '00'.
             88 FS-INDEXADO-DUP                 VALUE '22'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-ESTCFG-PRUEBA               PIC X(2).
             88 FS-ESTCFG-PRUEBA-OK             VALUE '00'.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-SEMILLA                PIC X(08) VALUE SPACES.
           05 WS-PARM-CLAVE-ORDEN            PIC X(08) VALUE SPACES.
               88 WS-CLAVE-ES-ESTADO                 VALUE 'ESTADO'.
               88 WS-CLAVE-ES-APELLIDO               VALUE 'APELLIDO'.
               88 WS-CLAVE-ES-ID                     VALUE 'ID'.

      *---- PARAMETROS DEL ENMASCARADO, TODOS DERIVADOS DE LA SEMILLA
      *---- EN 1050-ARMAR-PARAMETROS:
      *----   ID FICTICIO = (MULTIPLICADOR * ID + DESPLAZAMIENTO)
      *----                 MODULO 10**8. EL MULTIPLICADOR TERMINA EN
      *----                 1, 3, 7 O 9, ASI QUE NO COMPARTE FACTORES
      *----                 CON 10**8 Y DOS IDS DISTINTOS NUNCA DAN EL
      *----                 MISMO FICTICIO.
      *----   SUELDO       = SUELDO * FACTOR (0,80 A 1,20, NUNCA 1,00).
      *----   FECHA ALTA   = FECHA ALTA MENOS 30 A 729 DIAS.
       01 WS-ENMASCARADO-AREA.
           05 WS-SEMILLA                     PIC 9(08) VALUE 0.
           05 WS-MULTIPLICADOR-ID            PIC 9(08) VALUE 0.
           05 WS-DESPLAZAMIENTO-ID           PIC 9(08) VALUE 0.
           05 WS-FACTOR-SUELDO               PIC 9(01)V9(02) VALUE 0.
           05 WS-DIAS-CORRIMIENTO            PIC 9(03) VALUE 0.
           05 WS-COCIENTE                    PIC 9(18) VALUE 0.
           05 WS-RESTO                       PIC 9(08) VALUE 0.
           05 WS-PRODUCTO-ID                 PIC 9(18) VALUE 0.
           05 WS-ID-FICTICIO                 PIC 9(08) VALUE 0.
           05 WS-DIGITOS-FINALES.
               10 FILLER                     PIC 9(01) VALUE 1.
               10 FILLER                     PIC 9(01) VALUE 3.
               10 FILLER                     PIC 9(01) VALUE 7.
               10 FILLER                     PIC 9(01) VALUE 9.
           05 WS-DIGITOS-FINALES-R REDEFINES WS-DIGITOS-FINALES.
               10 WS-DIGITO-FINAL OCCURS 4 TIMES
                                             PIC 9(01).
           05 WS-SUELDO-NUEVO                PIC 9(07)V9(02) VALUE 0.
           05 WS-FECHA-ORIGINAL              PIC 9(08) VALUE 0.
           05 WS-DIAS-ENTERO                 PIC 9(08) VALUE 0.
           05 WS-POS-NOMBRE                  PIC 9(02) VALUE 0.
           05 WS-POS-APELLIDO                PIC 9(02) VALUE 0.

      *---- NOMBRES Y APELLIDOS FICTICIOS. EL PAR SE ELIGE CON EL ID
      *---- FICTICIO, ASI UN MISMO EMPLEADO SE LLAMA IGUAL EN TODAS
      *---- LAS EXTRACCIONES CON LA MISMA SEMILLA.
       78  WS-CANT-NOMBRES                    VALUE 30.
       78  WS-CANT-APELLIDOS                  VALUE 40.

       01 WS-TABLA-NOMBRES.
           05 FILLER PIC X(12) VALUE 'MARIA'.
           05 FILLER PIC X(12) VALUE 'JUAN'.
           05 FILLER PIC X(12) VALUE 'ANA'.
           05 FILLER PIC X(12) VALUE 'CARLOS'.
           05 FILLER PIC X(12) VALUE 'LAURA'.
           05 FILLER PIC X(12) VALUE 'JORGE'.
           05 FILLER PIC X(12) VALUE 'SILVIA'.
           05 FILLER PIC X(12) VALUE 'PABLO'.
           05 FILLER PIC X(12) VALUE 'MONICA'.
           05 FILLER PIC X(12) VALUE 'DIEGO'.
           05 FILLER PIC X(12) VALUE 'PATRICIA'.
           05 FILLER PIC X(12) VALUE 'MARTIN'.
           05 FILLER PIC X(12) VALUE 'CLAUDIA'.
           05 FILLER PIC X(12) VALUE 'RICARDO'.
           05 FILLER PIC X(12) VALUE 'GRACIELA'.
           05 FILLER PIC X(12) VALUE 'SERGIO'.
           05 FILLER PIC X(12) VALUE 'VERONICA'.
           05 FILLER PIC X(12) VALUE 'ALEJANDRO'.
           05 FILLER PIC X(12) VALUE 'NATALIA'.
           05 FILLER PIC X(12) VALUE 'FERNANDO'.
           05 FILLER PIC X(12) VALUE 'CAROLINA'.
           05 FILLER PIC X(12) VALUE 'GUSTAVO'.
           05 FILLER PIC X(12) VALUE 'ROMINA'.
           05 FILLER PIC X(12) VALUE 'HORACIO'.
           05 FILLER PIC X(12) VALUE 'LUCIANA'.
           05 FILLER PIC X(12) VALUE 'EDUARDO'.
           05 FILLER PIC X(12) VALUE 'MARCELA'.
           05 FILLER PIC X(12) VALUE 'RAUL'.
           05 FILLER PIC X(12) VALUE 'ANDREA'.
           05 FILLER PIC X(12) VALUE 'OSCAR'.
       01 WS-TABLA-NOMBRES-R REDEFINES WS-TABLA-NOMBRES.
           05 WS-NOMBRE-FICTICIO OCCURS WS-CANT-NOMBRES TIMES
                                             PIC X(12).

       01 WS-TABLA-APELLIDOS.
           05 FILLER PIC X(12) VALUE 'ACOSTA'.
           05 FILLER PIC X(12) VALUE 'AGUIRRE'.
           05 FILLER PIC X(12) VALUE 'ALVAREZ'.
           05 FILLER PIC X(12) VALUE 'BENITEZ'.
           05 FILLER PIC X(12) VALUE 'CABRERA'.
           05 FILLER PIC X(12) VALUE 'CASTRO'.
           05 FILLER PIC X(12) VALUE 'CORDOBA'.
           05 FILLER PIC X(12) VALUE 'DOMINGUEZ'.
           05 FILLER PIC X(12) VALUE 'FERNANDEZ'.
           05 FILLER PIC X(12) VALUE 'FIGUEROA'.
           05 FILLER PIC X(12) VALUE 'GIMENEZ'.
           05 FILLER PIC X(12) VALUE 'GODOY'.
           05 FILLER PIC X(12) VALUE 'HERRERA'.
           05 FILLER PIC X(12) VALUE 'IBARRA'.
           05 FILLER PIC X(12) VALUE 'JUAREZ'.
           05 FILLER PIC X(12) VALUE 'LEDESMA'.
           05 FILLER PIC X(12) VALUE 'LUNA'.
           05 FILLER PIC X(12) VALUE 'MEDINA'.
           05 FILLER PIC X(12) VALUE 'MOLINA'.
           05 FILLER PIC X(12) VALUE 'MORALES'.
           05 FILLER PIC X(12) VALUE 'NAVARRO'.
           05 FILLER PIC X(12) VALUE 'OJEDA'.
           05 FILLER PIC X(12) VALUE 'ORTIZ'.
           05 FILLER PIC X(12) VALUE 'PAEZ'.
           05 FILLER PIC X(12) VALUE 'PERALTA'.
           05 FILLER PIC X(12) VALUE 'PONCE'.
           05 FILLER PIC X(12) VALUE 'QUIROGA'.
           05 FILLER PIC X(12) VALUE 'RAMIREZ'.
           05 FILLER PIC X(12) VALUE 'RIOS'.
           05 FILLER PIC X(12) VALUE 'ROJAS'.
           05 FILLER PIC X(12) VALUE 'SOSA'.
           05 FILLER PIC X(12) VALUE 'SUAREZ'.
           05 FILLER PIC X(12) VALUE 'TORRES'.
           05 FILLER PIC X(12) VALUE 'VACA'.
           05 FILLER PIC X(12) VALUE 'VEGA'.
           05 FILLER PIC X(12) VALUE 'VERA'.
           05 FILLER PIC X(12) VALUE 'VILLALBA'.
           05 FILLER PIC X(12) VALUE 'ZALAZAR'.
           05 FILLER PIC X(12) VALUE 'ARIAS'.
           05 FILLER PIC X(12) VALUE 'BRAVO'.
       01 WS-TABLA-APELLIDOS-R REDEFINES WS-TABLA-APELLIDOS.
           05 WS-APELLIDO-FICTICIO OCCURS WS-CANT-APELLIDOS TIMES
                                             PIC X(12).

       01 WS-NOMBRES-AREA.
           05 WS-NOMBRE-ARCHIVO-ESTADO       PIC X(60) VALUE SPACES.
           05 WS-EST-ACTUAL-SPLIT            PIC X(01) VALUE SPACES.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.
           05 WS-FLAG-HAY-ESTCFG             PIC X(02) VALUE 'NO'.
               88 WS-HAY-ESTCFG                      VALUE 'SI'.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO
      *---- DEFECTO, IGUAL QUE EL RESTO DE LA SUITE.
           COPY CL18EJ02-ESTADOS.

       01 WS-CONTADORES.
           05 WS-CONT-REG-MAESTRO            PIC 9(06) VALUE 0.
           05 WS-CONT-REG-SALIDA             PIC 9(06) VALUE 0.
           05 WS-CONT-REG-INDEXADO           PIC 9(06) VALUE 0.
           05 WS-CONT-IDX-DUPLICADOS         PIC 9(04) VALUE 0.
           05 WS-CONT-FECHAS-SIN-CORRER      PIC 9(06) VALUE 0.
           05 WS-CONT-SUELDOS-TOPEADOS       PIC 9(06) VALUE 0.
           05 WS-CONT-LINEAS-ESTCFG          PIC 9(04) VALUE 0.

       01 WS-VARIABLES-GENERALES.
           05 WS-IMP-ACUM                    PIC 9(11)V9(02) VALUE 0.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-FIN-SORT                    PIC X(2) VALUE 'NO'.
               88 WS-SORT-TERMINADO                   VALUE 'SI'.
           05 WS-KK                          PIC 9(02) VALUE 0.
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

           PERFORM 2500-GRABAR-MAESTRO-PRUEBA
              THRU 2500-GRABAR-MAESTRO-PRUEBA-EXIT.

           PERFORM 2560-GRABAR-POR-ESTADO
              THRU 2560-GRABAR-POR-ESTADO-EXIT.

           PERFORM 2570-CARGAR-MAESTRO-INDEXADO
              THRU 2570-CARGAR-MAESTRO-INDEXADO-EXIT.

           PERFORM 2600-COPIAR-ESTADOS
              THRU 2600-COPIAR-ESTADOS-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

      *---- PRIMERO LA SEMILLA (OBLIGATORIA) Y DESPUES LA CLAVE DE
      *---- ORDEN, CON EL MISMO DEFAULT QUE CL18EJ02.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-SEMILLA
                    WS-PARM-CLAVE-ORDEN.

      *---- LA SEMILLA PUEDE VENIR CON MENOS DE OCHO DIGITOS: SE
      *---- COMPLETA CON CEROS A LA IZQUIERDA.
           PERFORM VARYING WS-KK FROM 8 BY -1 UNTIL WS-KK < 1
                            OR WS-PARM-SEMILLA (WS-KK:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           IF WS-KK < 1
              DISPLAY 'FALTA LA SEMILLA DEL ENMASCARADO'
              DISPLAY 'USO: SEMILLA [ESTADO|APELLIDO|ID]'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA-COMANDO.
           MOVE WS-PARM-SEMILLA (1:WS-KK) TO WS-LINEA-COMANDO (9 -
                                                       WS-KK:WS-KK).
           MOVE WS-LINEA-COMANDO (1:8) TO WS-PARM-SEMILLA.
           INSPECT WS-PARM-SEMILLA REPLACING LEADING ' ' BY '0'.

           IF WS-PARM-SEMILLA NOT NUMERIC OR
              WS-PARM-SEMILLA = '00000000'
              DISPLAY 'SEMILLA INVALIDA: ' WS-PARM-SEMILLA
              DISPLAY 'USO: SEMILLA [ESTADO|APELLIDO|ID]'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PARM-SEMILLA TO WS-SEMILLA.

           IF NOT WS-CLAVE-ES-ESTADO AND NOT WS-CLAVE-ES-APELLIDO
                                     AND NOT WS-CLAVE-ES-ID
              MOVE 'ESTADO' TO WS-PARM-CLAVE-ORDEN
           END-IF.

           PERFORM 1050-ARMAR-PARAMETROS
              THRU 1050-ARMAR-PARAMETROS-EXIT.

           DISPLAY 'JUEGO DE PRUEBA ENMASCARADO EN ../PRUEBA/ '
                   'ORDENADO POR ' WS-PARM-CLAVE-ORDEN.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-ARMAR-PARAMETROS.

      *---- MULTIPLICADOR: LOS ULTIMOS SEIS DIGITOS DE LA SEMILLA
      *---- SEGUIDOS DE 1, 3, 7 O 9 SEGUN LA SEMILLA.
           DIVIDE WS-SEMILLA BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO.
           ADD 1 TO WS-RESTO.
           MOVE WS-DIGITO-FINAL (WS-RESTO) TO WS-MULTIPLICADOR-ID.

           DIVIDE WS-SEMILLA BY 1000000 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO.
           COMPUTE WS-MULTIPLICADOR-ID = WS-RESTO * 10
                                       + WS-MULTIPLICADOR-ID.

      *---- DESPLAZAMIENTO: SEMILLA POR UN PRIMO, MODULO 10**8.
           COMPUTE WS-PRODUCTO-ID = WS-SEMILLA * 7919.
           DIVIDE WS-PRODUCTO-ID BY 100000000 GIVING WS-COCIENTE
                  REMAINDER WS-DESPLAZAMIENTO-ID.

      *---- FACTOR DE SUELDOS ENTRE 0,80 Y 1,20; EL 1,00 DEJARIA LOS
      *---- SUELDOS REALES A LA VISTA, ASI QUE SE SALTEA.
           DIVIDE WS-SEMILLA BY 41 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO.
           IF WS-RESTO = 20
              MOVE 21 TO WS-RESTO
           END-IF.
           COMPUTE WS-FACTOR-SUELDO = 0,80 + WS-RESTO / 100.

      *---- CORRIMIENTO DE FECHAS: SIEMPRE HACIA ATRAS, PARA QUE NINGUNA
      *---- ALTA QUEDE EN EL FUTURO.
           DIVIDE WS-SEMILLA BY 700 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO.
           COMPUTE WS-DIAS-CORRIMIENTO = WS-RESTO + 30.

       1050-ARMAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-ESTADOS.

      *---- MISMO CRITERIO QUE CL18EJ14: SIN CONFIG SE USA LA LISTA
      *---- HISTORICA A-E; UN CONFIG ILEGIBLE ES FATAL PORQUE EL
      *---- TRAILER TIENE QUE SALIR DE LA LISTA VIGENTE.
           MOVE 0    TO WS-CANT-ESTADOS-VALIDOS.
           MOVE 'NO' TO WS-FLAG-HAY-ESTCFG.

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

           MOVE 'SI' TO WS-FLAG-HAY-ESTCFG.

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

           IF WS-CANT-ESTADOS-VALIDOS > WS-MAX-ESTADOS-TRAILER
              DISPLAY 'ESTADOS.CFG TRAE MAS ESTADOS QUE EL TRAILER: '
                      WS-CANT-ESTADOS-VALIDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

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
       2000-CARGAR-MAESTRO.

      *---- SOLO SE ENMASCARA UN MAESTRO CERTIFICADO: SIN HEADER O SIN
      *---- TRAILER NO SE ARMA NADA. CADA DETALLE SE ENMASCARA AL
      *---- CARGARLO; LO REAL NO LLEGA A LA TABLA.
           MOVE 0 TO WS-CANT-ITEMS.

           OPEN INPUT MAE-MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUDO ABRIR EL MAESTRO CERTIFICADO'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAESTRO-EOF
              READ MAE-MAESTRO
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN MAE-ES-HEADER
                             MOVE 'SI'          TO WS-FLAG-HAY-HEADER
                             MOVE MAE-HDR-FECHA TO WS-FECHA-MAESTRO
                        WHEN MAE-ES-TRAILER
                             MOVE 'SI'          TO WS-FLAG-HAY-TRAILER
                        WHEN MAE-ES-DETALLE
                             PERFORM 2100-ENMASCARAR-EMPLEADO
                                THRU 2100-ENMASCARAR-EMPLEADO-EXIT
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE MAE-MAESTRO.

           IF NOT WS-HAY-HEADER OR NOT WS-HAY-TRAILER
              DISPLAY 'EL MAESTRO NO TIENE HEADER Y TRAILER: NO ES '
                      'UNA GENERACION CERTIFICADA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CANT-ITEMS TO WS-CONT-REG-MAESTRO.

       2000-CARGAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ENMASCARAR-EMPLEADO.

           ADD 1 TO WS-CANT-ITEMS.

           IF WS-CANT-ITEMS > WS-MAX-EMPLEADOS
              DISPLAY 'ERROR: EL MAESTRO SUPERA EL MAXIMO '
              DISPLAY 'DE REGISTROS SOPORTADO: ' WS-MAX-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              CLOSE MAE-MAESTRO
              STOP RUN
           END-IF.

      *---- LO QUE NO IDENTIFICA A NADIE PASA TAL CUAL.
           MOVE MAE-DET-ESTADO       TO WS-ITEM-ESTADO (WS-CANT-ITEMS).
           MOVE MAE-DET-DEPARTAMENTO TO
                WS-ITEM-DEPARTAMENTO (WS-CANT-ITEMS).
           MOVE MAE-DET-SUCURSAL     TO
                WS-ITEM-SUCURSAL (WS-CANT-ITEMS).

      *---- ID FICTICIO.
           COMPUTE WS-PRODUCTO-ID = WS-MULTIPLICADOR-ID * MAE-DET-ID
                                  + WS-DESPLAZAMIENTO-ID.
           DIVIDE WS-PRODUCTO-ID BY 100000000 GIVING WS-COCIENTE
                  REMAINDER WS-ID-FICTICIO.
           MOVE WS-ID-FICTICIO       TO WS-ITEM-ID (WS-CANT-ITEMS).

      *---- NOMBRE Y APELLIDO SALEN DEL ID FICTICIO.
           DIVIDE WS-ID-FICTICIO BY WS-CANT-NOMBRES GIVING WS-COCIENTE
                  REMAINDER WS-POS-NOMBRE.
           ADD 1 TO WS-POS-NOMBRE.
           DIVIDE WS-COCIENTE BY WS-CANT-APELLIDOS GIVING WS-COCIENTE
                  REMAINDER WS-POS-APELLIDO.
           ADD 1 TO WS-POS-APELLIDO.
           MOVE WS-NOMBRE-FICTICIO (WS-POS-NOMBRE) TO
                WS-ITEM-NOMBRE (WS-CANT-ITEMS).
           MOVE WS-APELLIDO-FICTICIO (WS-POS-APELLIDO) TO
                WS-ITEM-APELLIDO (WS-CANT-ITEMS).

      *---- SUELDO POR EL FACTOR; SI NO ENTRA EN EL CAMPO QUEDA EN EL
      *---- MAXIMO REPRESENTABLE.
           COMPUTE WS-SUELDO-NUEVO ROUNDED =
                   MAE-DET-SUELDO * WS-FACTOR-SUELDO
               ON SIZE ERROR
                   MOVE 9999999,99 TO WS-SUELDO-NUEVO
                   ADD 1 TO WS-CONT-SUELDOS-TOPEADOS
           END-COMPUTE.
           MOVE WS-SUELDO-NUEVO      TO WS-ITEM-SUELDO (WS-CANT-ITEMS).

      *---- FECHA DE ALTA CORRIDA LOS MISMOS DIAS PARA TODOS. UNA
      *---- FECHA QUE NO ES UNA FECHA REAL NO SE PUEDE CORRER Y QUEDA
      *---- COMO VINO (NO IDENTIFICA A NADIE Y SIRVE PARA PROBAR LAS
      *---- VALIDACIONES).
           MOVE MAE-DET-FECHA-ALTA   TO WS-FECHA-ORIGINAL.
           MOVE WS-FECHA-ORIGINAL    TO
                WS-ITEM-FECHA-ALTA (WS-CANT-ITEMS).

           IF WS-FECHA-ORIGINAL < 16010101
              ADD 1 TO WS-CONT-FECHAS-SIN-CORRER
              GO TO 2100-ENMASCARAR-EMPLEADO-EXIT
           END-IF.

           COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-ORIGINAL).

           IF WS-DIAS-ENTERO <= WS-DIAS-CORRIMIENTO
              ADD 1 TO WS-CONT-FECHAS-SIN-CORRER
              GO TO 2100-ENMASCARAR-EMPLEADO-EXIT
           END-IF.

           SUBTRACT WS-DIAS-CORRIMIENTO FROM WS-DIAS-ENTERO.

           COMPUTE WS-ITEM-FECHA-ALTA (WS-CANT-ITEMS) =
                   FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO).

       2100-ENMASCARAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-GRABAR-MAESTRO-PRUEBA.

      *---- LOS NOMBRES FICTICIOS CAMBIAN EL ORDEN: SE VUELVE A
      *---- ORDENAR POR LA CLAVE DE CORRIDA, ELIGIENDO ENTRE LAS TRES
      *---- VARIANTES DEL SORT COMO CL18EJ02/03/14.
           EVALUATE TRUE
               WHEN WS-CLAVE-ES-APELLIDO
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-APELLIDO
                                         WORK-NOMBRE
                        INPUT PROCEDURE  2510-LIBERAR-EMPLEADOS
                           THRU 2510-LIBERAR-EMPLEADOS-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-MAESTRO-NUEVO
                           THRU 2520-GRABAR-MAESTRO-NUEVO-EXIT
               WHEN WS-CLAVE-ES-ID
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-ID
                        INPUT PROCEDURE  2510-LIBERAR-EMPLEADOS
                           THRU 2510-LIBERAR-EMPLEADOS-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-MAESTRO-NUEVO
                           THRU 2520-GRABAR-MAESTRO-NUEVO-EXIT
               WHEN OTHER
                    SORT WORK-ORDENAMIENTO
                        ON ASCENDING KEY WORK-ESTADO
                                         WORK-APELLIDO
                                         WORK-NOMBRE
                        INPUT PROCEDURE  2510-LIBERAR-EMPLEADOS
                           THRU 2510-LIBERAR-EMPLEADOS-EXIT
                        OUTPUT PROCEDURE 2520-GRABAR-MAESTRO-NUEVO
                           THRU 2520-GRABAR-MAESTRO-NUEVO-EXIT
           END-EVALUATE.

       2500-GRABAR-MAESTRO-PRUEBA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2510-LIBERAR-EMPLEADOS.

           MOVE 0 TO WS-CONT-REG-SALIDA.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-CANT-ITEMS
              ADD 1 TO WS-CONT-REG-SALIDA
              MOVE WS-ITEM-ESTADO (WS-II)       TO WORK-ESTADO
              MOVE WS-ITEM-APELLIDO (WS-II)     TO WORK-APELLIDO
              MOVE WS-ITEM-NOMBRE (WS-II)       TO WORK-NOMBRE
              MOVE WS-ITEM-ID (WS-II)           TO WORK-ID
              MOVE WS-ITEM-DEPARTAMENTO (WS-II) TO WORK-DEPARTAMENTO
              MOVE WS-ITEM-FECHA-ALTA (WS-II)   TO WORK-FECHA-ALTA
              MOVE WS-ITEM-SUELDO (WS-II)       TO WORK-SUELDO
              MOVE WS-ITEM-SUCURSAL (WS-II)     TO WORK-SUCURSAL
              RELEASE WORK-REG-ORDEN
           END-PERFORM.

       2510-LIBERAR-EMPLEADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2520-GRABAR-MAESTRO-NUEVO.

      *---- LA TABLA QUEDA EN EL ORDEN FINAL: DE AHI SALEN EL TRAILER,
      *---- LOS SPLITS Y EL INDEXADO.
           OPEN OUTPUT SAL-SALIDA.

           IF NOT FS-SALIDA-OK
              DISPLAY 'ERROR AL ABRIR ../PRUEBA/EMPLEADOSxESTADO.TXT '
                      '(EXISTE EL DIRECTORIO ../PRUEBA?)'
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
              DISPLAY 'ERROR AL CERRAR EL MAESTRO DE PRUEBA'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 08 TO RETURN-CODE
           END-IF.

       2520-GRABAR-MAESTRO-NUEVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2530-GRABAR-HEADER-SALIDA.

      *---- EL HEADER CONSERVA LA FECHA DE LA GENERACION DE ORIGEN.
           MOVE SPACES                       TO REG-SALIDA.
           MOVE 'H'                          TO REG-TIPO.
           MOVE WS-FECHA-MAESTRO             TO REG-HDR-FECHA.
           MOVE WS-CONT-REG-SALIDA           TO REG-HDR-TOTAL-REGISTROS.

           PERFORM 2550-GRABAR-REG-SALIDA
              THRU 2550-GRABAR-REG-SALIDA-EXIT.

       2530-GRABAR-HEADER-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2540-GRABAR-TRAILER-SALIDA.

      *---- MISMO TRAILER DE CONTROL QUE CL18EJ02/03, RECALCULADO CON
      *---- LOS SUELDOS ENMASCARADOS.
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
              DISPLAY 'ERROR AL GRABAR EL MAESTRO DE PRUEBA'
              DISPLAY 'FILE STATUS: ' FS-SALIDA
              MOVE 08 TO RETURN-CODE
           END-IF.

       2550-GRABAR-REG-SALIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-GRABAR-POR-ESTADO.

      *---- UN SPLIT POR CADA ESTADO DE LA TABLA; COMO EN CL18EJ02 SE
      *---- ABREN Y CIERRAN TODOS SIEMPRE, TENGAN O NO REGISTROS,
      *---- PORQUE CL18EJ06 CUENTA UN SPLIT AUSENTE COMO FALLA.
           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
              MOVE WS-ESTADO-VALIDO (WS-KK) TO WS-EST-ACTUAL-SPLIT

              MOVE SPACES TO WS-NOMBRE-ARCHIVO-ESTADO
              STRING '../PRUEBA/EMPLEADOSxESTADO-' DELIMITED BY SIZE
                     WS-EST-ACTUAL-SPLIT           DELIMITED BY SIZE
                     '.TXT'                        DELIMITED BY SIZE
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
       2570-CARGAR-MAESTRO-INDEXADO.

      *---- EMPLEADOS.IDX DEL AREA DE PRUEBAS, RECARGADO DESDE LA
      *---- TABLA ENMASCARADA COMO 2570 EN CL18EJ03.
           MOVE 0 TO WS-CONT-REG-INDEXADO.
           MOVE 0 TO WS-CONT-IDX-DUPLICADOS.

           OPEN OUTPUT IDX-MAESTRO.

           IF NOT FS-INDEXADO-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO INDEXADO DE PRUEBA'
              DISPLAY 'FILE STATUS: ' FS-INDEXADO
              MOVE 08 TO RETURN-CODE
              GO TO 2570-CARGAR-MAESTRO-INDEXADO-EXIT
           END-IF.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-ITEMS
              MOVE WS-ITEM-ID (WS-II)           TO IDX-ID
              MOVE WS-ITEM-NOMBRE (WS-II)       TO IDX-NOMBRE
              MOVE WS-ITEM-APELLIDO (WS-II)     TO IDX-APELLIDO
              MOVE WS-ITEM-ESTADO (WS-II)       TO IDX-ESTADO
              MOVE WS-ITEM-DEPARTAMENTO (WS-II) TO IDX-DEPARTAMENTO
              MOVE WS-ITEM-FECHA-ALTA (WS-II)   TO IDX-FECHA-ALTA
              MOVE WS-ITEM-SUELDO (WS-II)       TO IDX-SUELDO
              MOVE WS-ITEM-SUCURSAL (WS-II)     TO IDX-SUCURSAL
              WRITE REG-IDX-MAESTRO
              EVALUATE TRUE
                  WHEN FS-INDEXADO-OK
                       ADD 1 TO WS-CONT-REG-INDEXADO
                  WHEN FS-INDEXADO-DUP
                       ADD 1 TO WS-CONT-IDX-DUPLICADOS
                  WHEN OTHER
                       DISPLAY 'ERROR AL GRABAR EL MAESTRO INDEXADO '
                               'DE PRUEBA'
                       DISPLAY 'FILE STATUS: ' FS-INDEXADO
                       MOVE 08 TO RETURN-CODE
              END-EVALUATE
           END-PERFORM.

           IF WS-CONT-IDX-DUPLICADOS > 0
              DISPLAY 'IDS DUPLICADOS OMITIDOS EN EL MAESTRO '
                      'INDEXADO: ' WS-CONT-IDX-DUPLICADOS
           END-IF.

           CLOSE IDX-MAESTRO.

           IF NOT FS-INDEXADO-OK
              DISPLAY 'ERROR AL CERRAR EL MAESTRO INDEXADO DE PRUEBA'
              DISPLAY 'FILE STATUS: ' FS-INDEXADO
              MOVE 08 TO RETURN-CODE
           END-IF.

       2570-CARGAR-MAESTRO-INDEXADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-COPIAR-ESTADOS.

      *---- EL AREA DE PRUEBAS NECESITA LA MISMA LISTA DE ESTADOS CON
      *---- LA QUE SE ARMO EL TRAILER. SIN ESTADOS.CFG EN PRODUCCION
      *---- NO SE COPIA NADA: ALLA TAMBIEN VALE LA LISTA A-E.
           MOVE 0 TO WS-CONT-LINEAS-ESTCFG.

           IF NOT WS-HAY-ESTCFG
              GO TO 2600-COPIAR-ESTADOS-EXIT
           END-IF.

           OPEN INPUT CFG-ESTADOS.

           IF NOT FS-ESTCFG-OK
              DISPLAY 'ERROR AL RELEER ESTADOS.CFG'
              DISPLAY 'FILE STATUS: ' FS-ESTCFG
              MOVE 08 TO RETURN-CODE
              GO TO 2600-COPIAR-ESTADOS-EXIT
           END-IF.

           OPEN OUTPUT CFG-ESTADOS-PRUEBA.

           IF NOT FS-ESTCFG-PRUEBA-OK
              DISPLAY 'ERROR AL ABRIR ../PRUEBA/ESTADOS.CFG'
              DISPLAY 'FILE STATUS: ' FS-ESTCFG-PRUEBA
              MOVE 08 TO RETURN-CODE
              CLOSE CFG-ESTADOS
              GO TO 2600-COPIAR-ESTADOS-EXIT
           END-IF.

           PERFORM UNTIL FS-ESTCFG-EOF
              READ CFG-ESTADOS
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE REG-CFG-ESTADOS TO REG-CFG-ESTADOS-PRUEBA
                    WRITE REG-CFG-ESTADOS-PRUEBA
                    IF FS-ESTCFG-PRUEBA-OK
                       ADD 1 TO WS-CONT-LINEAS-ESTCFG
                    ELSE
                       DISPLAY 'ERROR AL GRABAR ../PRUEBA/ESTADOS.CFG'
                       DISPLAY 'FILE STATUS: ' FS-ESTCFG-PRUEBA
                       MOVE 08 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-ESTADOS.
           CLOSE CFG-ESTADOS-PRUEBA.

       2600-COPIAR-ESTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE WS-CONT-REG-MAESTRO         TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES LEIDOS DEL MAESTRO       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CANT-ITEMS               TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES ENMASCARADOS GRABADOS    : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REG-INDEXADO        TO WS-FORMAT-IMPORTE.
           DISPLAY 'CANTIDAD DE REGISTROS INDEXADOS   : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-FECHAS-SIN-CORRER   TO WS-FORMAT-IMPORTE.
           DISPLAY 'FECHAS DE ALTA SIN CORRER         : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUELDOS-TOPEADOS    TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUELDOS TOPEADOS AL MAXIMO        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-LINEAS-ESTCFG       TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS COPIADAS DE ESTADOS.CFG    : '
                   WS-FORMAT-IMPORTE.

           DISPLAY 'VERIFICAR DESDE EL AREA DE PRUEBAS CON: CL18EJ06 '
                   WS-PARM-CLAVE-ORDEN.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ18.
