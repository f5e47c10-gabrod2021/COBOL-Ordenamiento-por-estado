      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: CONTROL PRESUPUESTARIO DE PERSONAL. COMPARA EL
      * PRESUPUESTO QUE FIJA FINANZAS EN PRESUPUESTO.TXT (DOTACION Y
      * MASA SALARIAL MENSUAL APROBADAS POR DEPARTAMENTO Y SUCURSAL)
      * CONTRA LOS EMPLEADOS ACTIVOS Y LA SUMA DE REG-DET-SUELDO DEL
      * MAESTRO CERTIFICADO. EN CL18EJ16-PRESUPUESTO.TXT MUESTRA POR
      * LINEA DE PRESUPUESTO LA VARIACION EN PERSONAS Y EN PLATA
      * (REAL MENOS PRESUPUESTO), MARCA LAS LINEAS EXCEDIDAS Y LISTA
      * LOS DEPARTAMENTOS DEL MAESTRO QUE NO TIENEN NINGUNA LINEA DE
      * PRESUPUESTO (Y LAS SUCURSALES SIN LINEA DE UN DEPARTAMENTO QUE
      * SI LA TIENE EN OTRA). REEMPLAZA LA COMPARACION A MANO CONTRA
      * EL RESUMEN DE CL18EJ02. RETORNO 04 SI HAY EXCEDIDOS O
      * DEPARTAMENTOS SIN PRESUPUESTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ16.
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

      *---- PRESUPUESTO APROBADO POR DEPARTAMENTO Y SUCURSAL.
       SELECT PRE-PRESUPUESTO
           ASSIGN TO '../PRESUPUESTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO.

      *---- LISTA DE ESTADOS CON MARCA DE ACTIVO: SOLO LOS ACTIVOS
      *---- CONSUMEN PRESUPUESTO, CON EL MISMO CRITERIO QUE NOMINA.
       SELECT CFG-ESTADOS
           ASSIGN TO '../ESTADOS.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTCFG.

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ16-PRESUPUESTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD PRE-PRESUPUESTO.
       01 REG-PRESUPUESTO.
          05 PRE-DEPARTAMENTO               PIC X(15).
          05 FILLER                         PIC X(01).
          05 PRE-SUCURSAL                   PIC X(03).
          05 FILLER                         PIC X(01).
          05 PRE-DOTACION                   PIC 9(05).
          05 FILLER                         PIC X(01).
          05 PRE-MASA                       PIC 9(11)V9(02).

       FD CFG-ESTADOS.
       01 REG-CFG-ESTADOS.
          05 CFG-EST-CODIGO                 PIC X(01).
          05 FILLER                         PIC X(01).
          05 CFG-EST-DESCRIPCION            PIC X(20).
          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(132).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
             88 FS-SALIDA-NFD                   VALUE '35'.
          05 FS-PRESUPUESTO                 PIC X(2).
             88 FS-PRESUPUESTO-OK               VALUE '00'.
             88 FS-PRESUPUESTO-EOF              VALUE '10'.
             88 FS-PRESUPUESTO-NFD              VALUE '35'.
          05 FS-ESTCFG                      PIC X(2).
             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS; LA MARCA DE ACTIVO DECIDE QUIEN
      *---- CUENTA CONTRA EL PRESUPUESTO.
           COPY CL18EJ02-ESTADOS.

      *---- PRESUPUESTO CARGADO EN 1200-CARGAR-PRESUPUESTO, CON LO
      *---- REAL ACUMULADO AL LADO DE CADA LINEA.
           COPY CL18EJ16-PRESUPUESTO.

      *---- ACTIVOS DEL MAESTRO CUYO DEPARTAMENTO Y SUCURSAL NO TIENEN
      *---- LINEA DE PRESUPUESTO.
       01 WS-SIN-PRESUPUESTO-AREA.
           05 WS-CANT-SIN-PRE                PIC 9(04) VALUE 0.
           05 WS-SIN-PRE OCCURS WS-MAX-PRESUPUESTO TIMES.
               10 WS-SP-DEPARTAMENTO         PIC X(15).
               10 WS-SP-SUCURSAL             PIC X(03).
               10 WS-SP-DOTACION             PIC 9(05).
               10 WS-SP-MASA                 PIC 9(11)V9(02).
               10 WS-SP-DEP-PRESUPUESTADO    PIC X(01).

       01 WS-BUSQUEDA-AREA.
           05 WS-PP                          PIC 9(04) VALUE 0.
           05 WS-SS                          PIC 9(04) VALUE 0.
           05 WS-TT                          PIC 9(04) VALUE 0.
           05 WS-KK                          PIC 9(02) VALUE 0.
           05 WS-POS-ENCONTRADA              PIC 9(04) VALUE 0.
           05 WS-CLAVE-DEPARTAMENTO          PIC X(15) VALUE SPACES.
           05 WS-CLAVE-SUCURSAL              PIC X(03) VALUE SPACES.
           05 WS-FLAG-ENCONTRADO             PIC X(02) VALUE 'NO'.
               88 WS-ENCONTRADO                      VALUE 'SI'.
           05 WS-FLAG-ES-ACTIVO              PIC X(02) VALUE 'NO'.
               88 WS-EMPLEADO-ACTIVO                 VALUE 'SI'.

       01 WS-CONTADORES.
           05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
           05 WS-CONT-REG-ACTIVOS            PIC 9(06) VALUE 0.
           05 WS-CONT-PRE-LEIDAS             PIC 9(06) VALUE 0.
           05 WS-CONT-PRE-RECHAZADAS         PIC 9(06) VALUE 0.
           05 WS-CONT-EXCEDIDAS              PIC 9(06) VALUE 0.
           05 WS-CONT-DEP-SIN-PRE            PIC 9(06) VALUE 0.
           05 WS-CONT-SUC-SIN-PRE            PIC 9(06) VALUE 0.

       01 WS-TOTALES.
           05 WS-TOT-DOTACION-PRE            PIC 9(06) VALUE 0.
           05 WS-TOT-DOTACION-REAL           PIC 9(06) VALUE 0.
           05 WS-TOT-MASA-PRE                PIC 9(11)V9(02) VALUE 0.
           05 WS-TOT-MASA-REAL               PIC 9(11)V9(02) VALUE 0.
           05 WS-TOT-DOTACION-SIN-PRE        PIC 9(06) VALUE 0.
           05 WS-TOT-MASA-SIN-PRE            PIC 9(11)V9(02) VALUE 0.
           05 WS-DEP-DOTACION                PIC 9(06) VALUE 0.
           05 WS-DEP-MASA                    PIC 9(11)V9(02) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(132) VALUE SPACES.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.
           05 WS-DIF-DOTACION                PIC S9(06) VALUE 0.
           05 WS-DIF-MASA                    PIC S9(11)V9(02) VALUE 0.

       01 WS-LINEA-TITULOS.
           05 FILLER                         PIC X(17)
                                              VALUE 'DEPARTAMENTO'.
           05 FILLER                         PIC X(05) VALUE 'SUC'.
           05 FILLER                         PIC X(08) VALUE ' DOT.PR'.
           05 FILLER                         PIC X(08) VALUE ' DOT.RE'.
           05 FILLER                         PIC X(08) VALUE '   DIF'.
           05 FILLER                         PIC X(19)
                                    VALUE '     MASA PRESUP.'.
           05 FILLER                         PIC X(19)
                                    VALUE '        MASA REAL'.
           05 FILLER                         PIC X(20)
                                    VALUE '         DIFERENCIA'.

       01 WS-LINEA-PRESUPUESTO.
           05 WS-LIN-DEPARTAMENTO            PIC X(15).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-SUCURSAL                PIC X(03).
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-DOT-PRE                 PIC ZZ.ZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-DOT-REAL                PIC ZZ.ZZ9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-DOT-DIF                 PIC --.--9.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-MASA-PRE                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-MASA-REAL               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-MASA-DIF                PIC --.---.---.--9,99.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-LIN-MARCA                   PIC X(12).

       01 WS-VARIABLES-GENERALES.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-ACUMULAR-REAL
              THRU 2000-ACUMULAR-REAL-EXIT.

           PERFORM 2200-LISTAR-PRESUPUESTO
              THRU 2200-LISTAR-PRESUPUESTO-EXIT.

           PERFORM 2300-LISTAR-SIN-PRESUPUESTO
              THRU 2300-LISTAR-SIN-PRESUPUESTO-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.

           PERFORM 1200-CARGAR-PRESUPUESTO
              THRU 1200-CARGAR-PRESUPUESTO-EXIT.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE PRESUPUESTO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-ESTADOS.

      *---- CARGO LA LISTA DE ESTADOS DESDE ESTADOS.CFG CON EL MISMO
      *---- CRITERIO QUE CL18EJ07: SIN CONFIG SE USA LA LISTA
      *---- HISTORICA (ACTIVOS A Y B); UN CONFIG ILEGIBLE ES FATAL,
      *---- PORQUE CAMBIARIA QUIEN CUENTA CONTRA EL PRESUPUESTO.
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
       1200-CARGAR-PRESUPUESTO.

      *---- SIN PRESUPUESTO NO HAY NADA CONTRA QUE COMPARAR: ES FATAL.
      *---- UNA LINEA CON DOTACION O MASA NO NUMERICA, O CON UNA CLAVE
      *---- YA CARGADA, SE INFORMA Y NO SE TOMA.
           MOVE 0 TO WS-CANT-PRESUPUESTO.

           OPEN INPUT PRE-PRESUPUESTO.

           IF NOT FS-PRESUPUESTO-OK
              DISPLAY 'NO SE PUDO ABRIR PRESUPUESTO.TXT'
              DISPLAY 'FILE STATUS: ' FS-PRESUPUESTO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-PRESUPUESTO-EOF
              READ PRE-PRESUPUESTO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REG-PRESUPUESTO NOT = SPACES AND
                       PRE-DEPARTAMENTO (1:1) NOT = '*'
                       ADD 1 TO WS-CONT-PRE-LEIDAS
                       PERFORM 1210-GUARDAR-LINEA-PRESUPUESTO
                          THRU 1210-GUARDAR-LINEA-PRESUPUESTO-EXIT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE PRE-PRESUPUESTO.

           IF WS-CANT-PRESUPUESTO = 0
              DISPLAY 'PRESUPUESTO.TXT SIN LINEAS VALIDAS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-CARGAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1210-GUARDAR-LINEA-PRESUPUESTO.

           IF PRE-DOTACION NOT NUMERIC OR PRE-MASA NOT NUMERIC
              DISPLAY 'LINEA DE PRESUPUESTO NO NUMERICA, SE OMITE: '
                      PRE-DEPARTAMENTO ' ' PRE-SUCURSAL
              ADD 1 TO WS-CONT-PRE-RECHAZADAS
              MOVE 04 TO RETURN-CODE
              GO TO 1210-GUARDAR-LINEA-PRESUPUESTO-EXIT
           END-IF.

           MOVE PRE-DEPARTAMENTO TO WS-CLAVE-DEPARTAMENTO.
           MOVE PRE-SUCURSAL     TO WS-CLAVE-SUCURSAL.

           PERFORM 2110-BUSCAR-PRESUPUESTO
              THRU 2110-BUSCAR-PRESUPUESTO-EXIT.

           IF WS-ENCONTRADO
              DISPLAY 'LINEA DE PRESUPUESTO DUPLICADA, SE OMITE: '
                      PRE-DEPARTAMENTO ' ' PRE-SUCURSAL
              ADD 1 TO WS-CONT-PRE-RECHAZADAS
              MOVE 04 TO RETURN-CODE
              GO TO 1210-GUARDAR-LINEA-PRESUPUESTO-EXIT
           END-IF.

           IF WS-CANT-PRESUPUESTO >= WS-MAX-PRESUPUESTO
              DISPLAY 'PRESUPUESTO.TXT SUPERA EL MAXIMO DE '
                      WS-MAX-PRESUPUESTO ' LINEAS'
              MOVE 16 TO RETURN-CODE
              CLOSE PRE-PRESUPUESTO
              STOP RUN
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

       1210-GUARDAR-LINEA-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-ACUMULAR-REAL.

      *---- LO REAL SALE DEL MAESTRO CERTIFICADO: SOLO LOS ESTADOS CON
      *---- MARCA DE ACTIVO, CON SU REG-DET-SUELDO.
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
                             ADD 1 TO WS-CONT-REG-LEIDOS
                             PERFORM 2100-ACUMULAR-DETALLE
                                THRU 2100-ACUMULAR-DETALLE-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO: '
                                     REG-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE SAL-SALIDA.

      *---- COMO EN CL18EJ07: SIN HEADER O TRAILER LA SALIDA NO ESTA
      *---- CERTIFICADA Y LA COMPARACION NO VALE.
           IF NOT WS-HAY-HEADER OR NOT WS-HAY-TRAILER
              DISPLAY 'ERROR: LA SALIDA NO TIENE HEADER/TRAILER DE '
                      'CONTROL; VERIFICAR CON CL18EJ06 ANTES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-ACUMULAR-REAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ACUMULAR-DETALLE.

           MOVE 'NO' TO WS-FLAG-ES-ACTIVO.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK >
                                                 WS-CANT-ESTADOS-VALIDOS
                                    OR WS-EMPLEADO-ACTIVO
              IF REG-DET-ESTADO = WS-ESTADO-VALIDO (WS-KK) AND
                 WS-ESTADO-ES-ACTIVO (WS-KK)
                 MOVE 'SI' TO WS-FLAG-ES-ACTIVO
              END-IF
           END-PERFORM.

           IF NOT WS-EMPLEADO-ACTIVO
              GO TO 2100-ACUMULAR-DETALLE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-REG-ACTIVOS.

           MOVE REG-DET-DEPARTAMENTO TO WS-CLAVE-DEPARTAMENTO.
           MOVE REG-DET-SUCURSAL     TO WS-CLAVE-SUCURSAL.

           PERFORM 2110-BUSCAR-PRESUPUESTO
              THRU 2110-BUSCAR-PRESUPUESTO-EXIT.

           IF WS-ENCONTRADO
              ADD 1              TO
                             WS-PRE-DOTACION-REAL (WS-POS-ENCONTRADA)
              ADD REG-DET-SUELDO TO
                             WS-PRE-MASA-REAL (WS-POS-ENCONTRADA)
              GO TO 2100-ACUMULAR-DETALLE-EXIT
           END-IF.

      *---- SIN LINEA DE PRESUPUESTO: SE ACUMULA APARTE POR
      *---- DEPARTAMENTO Y SUCURSAL.
           MOVE 'NO' TO WS-FLAG-ENCONTRADO.

           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS >
                                                 WS-CANT-SIN-PRE
                                    OR WS-ENCONTRADO
              IF WS-SP-DEPARTAMENTO (WS-SS) = REG-DET-DEPARTAMENTO AND
                 WS-SP-SUCURSAL (WS-SS)     = REG-DET-SUCURSAL
                 MOVE 'SI'  TO WS-FLAG-ENCONTRADO
                 MOVE WS-SS TO WS-POS-ENCONTRADA
              END-IF
           END-PERFORM.

           IF NOT WS-ENCONTRADO
              IF WS-CANT-SIN-PRE >= WS-MAX-PRESUPUESTO
                 DISPLAY 'DEMASIADAS COMBINACIONES SIN PRESUPUESTO, '
                         'SE OMITE: ' REG-DET-DEPARTAMENTO ' '
                         REG-DET-SUCURSAL
                 MOVE 04 TO RETURN-CODE
                 GO TO 2100-ACUMULAR-DETALLE-EXIT
              END-IF
              ADD 1 TO WS-CANT-SIN-PRE
              MOVE WS-CANT-SIN-PRE      TO WS-POS-ENCONTRADA
              MOVE REG-DET-DEPARTAMENTO TO
                               WS-SP-DEPARTAMENTO (WS-POS-ENCONTRADA)
              MOVE REG-DET-SUCURSAL     TO
                               WS-SP-SUCURSAL (WS-POS-ENCONTRADA)
              MOVE 0                    TO
                               WS-SP-DOTACION (WS-POS-ENCONTRADA)
              MOVE 0                    TO
                               WS-SP-MASA (WS-POS-ENCONTRADA)
              MOVE 'N'                  TO
                          WS-SP-DEP-PRESUPUESTADO (WS-POS-ENCONTRADA)
           END-IF.

           ADD 1              TO WS-SP-DOTACION (WS-POS-ENCONTRADA).
           ADD REG-DET-SUELDO TO WS-SP-MASA (WS-POS-ENCONTRADA).

       2100-ACUMULAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-BUSCAR-PRESUPUESTO.

      *---- BUSQUEDA LINEAL DE LA CLAVE DEPARTAMENTO+SUCURSAL.
           MOVE 'NO' TO WS-FLAG-ENCONTRADO.
           MOVE 0    TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
                                    OR WS-ENCONTRADO
              IF WS-PRE-DEPARTAMENTO (WS-PP) = WS-CLAVE-DEPARTAMENTO
                 AND WS-PRE-SUCURSAL (WS-PP) = WS-CLAVE-SUCURSAL
                 MOVE 'SI'  TO WS-FLAG-ENCONTRADO
                 MOVE WS-PP TO WS-POS-ENCONTRADA
              END-IF
           END-PERFORM.

       2110-BUSCAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-LISTAR-PRESUPUESTO.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'CONTROL PRESUPUESTARIO DE PERSONAL - FECHA: '
                  WS-FECHA-PROCESO
                  '  MAESTRO CERTIFICADO DEL: ' WS-FECHA-MAESTRO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-LINEA-TITULOS TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

      *---- UNA LINEA POR RENGLON DE PRESUPUESTO, EN EL ORDEN DEL
      *---- ARCHIVO. LA DIFERENCIA ES REAL MENOS PRESUPUESTO: POSITIVA
      *---- ES EXCESO.
           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
              MOVE WS-PRE-DEPARTAMENTO (WS-PP)  TO WS-LIN-DEPARTAMENTO
              MOVE WS-PRE-SUCURSAL (WS-PP)      TO WS-LIN-SUCURSAL
              MOVE WS-PRE-DOTACION (WS-PP)      TO WS-LIN-DOT-PRE
              MOVE WS-PRE-DOTACION-REAL (WS-PP) TO WS-LIN-DOT-REAL
              MOVE WS-PRE-MASA (WS-PP)          TO WS-LIN-MASA-PRE
              MOVE WS-PRE-MASA-REAL (WS-PP)     TO WS-LIN-MASA-REAL
              COMPUTE WS-DIF-DOTACION = WS-PRE-DOTACION-REAL (WS-PP)
                                      - WS-PRE-DOTACION (WS-PP)
              COMPUTE WS-DIF-MASA     = WS-PRE-MASA-REAL (WS-PP)
                                      - WS-PRE-MASA (WS-PP)
              MOVE WS-DIF-DOTACION              TO WS-LIN-DOT-DIF
              MOVE WS-DIF-MASA                  TO WS-LIN-MASA-DIF
              IF WS-DIF-DOTACION > 0 OR WS-DIF-MASA > 0
                 MOVE '*EXCEDIDO*' TO WS-LIN-MARCA
                 ADD 1 TO WS-CONT-EXCEDIDAS
              ELSE
                 MOVE SPACES       TO WS-LIN-MARCA
              END-IF
              MOVE WS-LINEA-PRESUPUESTO         TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
              ADD WS-PRE-DOTACION (WS-PP)      TO WS-TOT-DOTACION-PRE
              ADD WS-PRE-DOTACION-REAL (WS-PP) TO WS-TOT-DOTACION-REAL
              ADD WS-PRE-MASA (WS-PP)          TO WS-TOT-MASA-PRE
              ADD WS-PRE-MASA-REAL (WS-PP)     TO WS-TOT-MASA-REAL
           END-PERFORM.

      *---- TOTAL DE LO PRESUPUESTADO CONTRA LO REAL DE ESAS LINEAS.
           MOVE 'TOTAL PRESUP.'        TO WS-LIN-DEPARTAMENTO.
           MOVE SPACES                 TO WS-LIN-SUCURSAL.
           MOVE WS-TOT-DOTACION-PRE    TO WS-LIN-DOT-PRE.
           MOVE WS-TOT-DOTACION-REAL   TO WS-LIN-DOT-REAL.
           MOVE WS-TOT-MASA-PRE        TO WS-LIN-MASA-PRE.
           MOVE WS-TOT-MASA-REAL       TO WS-LIN-MASA-REAL.
           COMPUTE WS-DIF-DOTACION = WS-TOT-DOTACION-REAL
                                   - WS-TOT-DOTACION-PRE.
           COMPUTE WS-DIF-MASA     = WS-TOT-MASA-REAL
                                   - WS-TOT-MASA-PRE.
           MOVE WS-DIF-DOTACION        TO WS-LIN-DOT-DIF.
           MOVE WS-DIF-MASA            TO WS-LIN-MASA-DIF.
           IF WS-DIF-DOTACION > 0 OR WS-DIF-MASA > 0
              MOVE '*EXCEDIDO*' TO WS-LIN-MARCA
           ELSE
              MOVE SPACES       TO WS-LIN-MARCA
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE WS-LINEA-PRESUPUESTO TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2200-LISTAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-LISTAR-SIN-PRESUPUESTO.

      *---- MARCO LAS COMBINACIONES CUYO DEPARTAMENTO SI TIENE LINEA
      *---- EN ALGUNA OTRA SUCURSAL.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS >
                                                 WS-CANT-SIN-PRE
              PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP >
                                                 WS-CANT-PRESUPUESTO
                 IF WS-PRE-DEPARTAMENTO (WS-PP) =
                    WS-SP-DEPARTAMENTO (WS-SS)
                    MOVE 'S' TO WS-SP-DEP-PRESUPUESTADO (WS-SS)
                 END-IF
              END-PERFORM
              ADD WS-SP-DOTACION (WS-SS) TO WS-TOT-DOTACION-SIN-PRE
              ADD WS-SP-MASA (WS-SS)     TO WS-TOT-MASA-SIN-PRE
           END-PERFORM.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'DEPARTAMENTOS DEL MAESTRO SIN NINGUNA LINEA DE '
              TO WS-REP-LINEA.
           MOVE 'PRESUPUESTO' TO WS-REP-LINEA (48:11).
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

      *---- UN DEPARTAMENTO SE LISTA UNA SOLA VEZ, CON LOS ACTIVOS DE
      *---- TODAS SUS SUCURSALES: SE IMPRIME EN SU PRIMERA APARICION.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS >
                                                 WS-CANT-SIN-PRE
              IF WS-SP-DEP-PRESUPUESTADO (WS-SS) = 'N'
                 MOVE 'NO' TO WS-FLAG-ENCONTRADO
                 PERFORM VARYING WS-TT FROM 1 BY 1 UNTIL WS-TT >=
                                                 WS-SS
                                          OR WS-ENCONTRADO
                    IF WS-SP-DEPARTAMENTO (WS-TT) =
                       WS-SP-DEPARTAMENTO (WS-SS)
                       MOVE 'SI' TO WS-FLAG-ENCONTRADO
                    END-IF
                 END-PERFORM
                 IF NOT WS-ENCONTRADO
                    PERFORM 2310-LISTAR-DEPARTAMENTO
                       THRU 2310-LISTAR-DEPARTAMENTO-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-CONT-DEP-SIN-PRE = 0
              MOVE '  SIN DEPARTAMENTOS FUERA DE PRESUPUESTO'
                                             TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'SUCURSALES SIN LINEA DE UN DEPARTAMENTO PRESUPUESTADO'
                                             TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS >
                                                 WS-CANT-SIN-PRE
              IF WS-SP-DEP-PRESUPUESTADO (WS-SS) = 'S'
                 ADD 1 TO WS-CONT-SUC-SIN-PRE
                 MOVE WS-SP-DEPARTAMENTO (WS-SS) TO WS-LIN-DEPARTAMENTO
                 MOVE WS-SP-SUCURSAL (WS-SS)     TO WS-LIN-SUCURSAL
                 MOVE 0                          TO WS-LIN-DOT-PRE
                 MOVE WS-SP-DOTACION (WS-SS)     TO WS-LIN-DOT-REAL
                 MOVE WS-SP-DOTACION (WS-SS)     TO WS-LIN-DOT-DIF
                 MOVE 0                          TO WS-LIN-MASA-PRE
                 MOVE WS-SP-MASA (WS-SS)         TO WS-LIN-MASA-REAL
                 MOVE WS-SP-MASA (WS-SS)         TO WS-LIN-MASA-DIF
                 MOVE '*SIN LINEA*'              TO WS-LIN-MARCA
                 MOVE WS-LINEA-PRESUPUESTO       TO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           IF WS-CONT-SUC-SIN-PRE = 0
              MOVE '  SIN SUCURSALES FUERA DE PRESUPUESTO'
                                             TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

       2300-LISTAR-SIN-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-LISTAR-DEPARTAMENTO.

           ADD 1 TO WS-CONT-DEP-SIN-PRE.

           MOVE 0 TO WS-DEP-DOTACION.
           MOVE 0 TO WS-DEP-MASA.

           PERFORM VARYING WS-TT FROM WS-SS BY 1 UNTIL WS-TT >
                                                 WS-CANT-SIN-PRE
              IF WS-SP-DEPARTAMENTO (WS-TT) = WS-SP-DEPARTAMENTO (WS-SS)
                 ADD WS-SP-DOTACION (WS-TT) TO WS-DEP-DOTACION
                 ADD WS-SP-MASA (WS-TT)     TO WS-DEP-MASA
              END-IF
           END-PERFORM.

           MOVE WS-SP-DEPARTAMENTO (WS-SS) TO WS-LIN-DEPARTAMENTO.
           MOVE 'TOD'                      TO WS-LIN-SUCURSAL.
           MOVE 0                          TO WS-LIN-DOT-PRE.
           MOVE WS-DEP-DOTACION            TO WS-LIN-DOT-REAL.
           MOVE WS-DEP-DOTACION            TO WS-LIN-DOT-DIF.
           MOVE 0                          TO WS-LIN-MASA-PRE.
           MOVE WS-DEP-MASA                TO WS-LIN-MASA-REAL.
           MOVE WS-DEP-MASA                TO WS-LIN-MASA-DIF.
           MOVE '*SIN PRESUP*'             TO WS-LIN-MARCA.
           MOVE WS-LINEA-PRESUPUESTO       TO WS-REP-LINEA.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2310-LISTAR-DEPARTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

      *---- CADA LINEA VA AL REPORTE Y TAMBIEN A CONSOLA, COMO EN
      *---- CL18EJ09.
           DISPLAY WS-REP-LINEA.

           IF NOT WS-REPORTE-ABIERTO
              GO TO 2900-GRABAR-REPORTE-EXIT
           END-IF.

           MOVE WS-REP-LINEA TO REG-REPORTE.

           WRITE REG-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE PRESUPUESTO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE WS-CONT-REG-LEIDOS          TO WS-FORMAT-IMPORTE.
           DISPLAY 'DETALLES LEIDOS DEL MAESTRO       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REG-ACTIVOS         TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS ACTIVOS COMPARADOS      : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CANT-PRESUPUESTO         TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS DE PRESUPUESTO CARGADAS    : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PRE-RECHAZADAS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS DE PRESUPUESTO OMITIDAS    : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-EXCEDIDAS           TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS EXCEDIDAS                  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-DEP-SIN-PRE         TO WS-FORMAT-IMPORTE.
           DISPLAY 'DEPARTAMENTOS SIN PRESUPUESTO     : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SUC-SIN-PRE         TO WS-FORMAT-IMPORTE.
           DISPLAY 'SUCURSALES SIN LINEA              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-TOT-DOTACION-SIN-PRE     TO WS-FORMAT-IMPORTE.
           DISPLAY 'ACTIVOS FUERA DE PRESUPUESTO      : '
                   WS-FORMAT-IMPORTE.

      *---- EXCEDIDOS O SIN PRESUPUESTO NO FRENAN NADA, PERO EL
      *---- RETORNO LO AVISA AL PLANIFICADOR.
           IF RETURN-CODE < 04 AND
              (WS-CONT-EXCEDIDAS > 0 OR WS-CONT-DEP-SIN-PRE > 0 OR
               WS-CONT-SUC-SIN-PRE > 0)
              MOVE 04 TO RETURN-CODE
           END-IF.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE PRESUPUESTO: '
                         FS-REPORTE
              END-IF
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ16.
