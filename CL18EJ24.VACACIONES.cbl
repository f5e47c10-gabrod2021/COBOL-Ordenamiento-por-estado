      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: LISTADO DE SALDOS DE VACACIONES POR SUCURSAL Y
      * DEPARTAMENTO. CRUZA EL MAESTRO CERTIFICADO EMPLEADOSxESTADO.TXT
      * CON VACACIONES.IDX (DEVENGADO POR CL18EJ23, TOMADO CON LA
      * NOVEDAD V) Y MUESTRA POR EMPLEADO LOS DIAS DEVENGADOS,
      * TOMADOS Y EL SALDO, CON SUBTOTALES POR DEPARTAMENTO, SUCURSAL
      * Y GENERAL. MARCA:
      *   *POR VENCER* : SALDO A FAVOR QUE VENCE DENTRO DEL AVISO
      *   *NEGATIVO*   : SE TOMARON MAS DIAS DE LOS DEVENGADOS
      *   SIN DEVENGAR : EMPLEADO SIN SALDO EN VACACIONES.IDX
      * LOS DIAS DE AVISO VAN POR LINEA DE COMANDOS (60 POR DEFECTO).
      * SOLO LEE, NO MODIFICA NADA. EL LISTADO SALE EN
      * CL18EJ24-VACACIONES.TXT. RETORNO 04 SI HAY SALDOS POR VENCER
      * O NEGATIVOS, 16 SI FALTA EL MAESTRO O VACACIONES.IDX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ24.
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

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ24-VACACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT WORK-ORDENAMIENTO
           ASSIGN TO 'WORKORD'.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

       FD VAC-VACACIONES.
           COPY CL18EJ23-VACACIONES.

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(80).

       SD WORK-ORDENAMIENTO.
       01 WORK-REG-ORDEN.
          05 WORK-SUCURSAL                  PIC X(03).
          05 WORK-DEPARTAMENTO              PIC X(15).
          05 WORK-APELLIDO                  PIC X(25).
          05 WORK-NOMBRE                    PIC X(25).
          05 WORK-ID                        PIC 9(08).
          05 WORK-TIENE-SALDO               PIC X(02).
          05 WORK-DIAS-DEVENGADOS           PIC 9(03).
          05 WORK-DIAS-TOMADOS              PIC 9(03).
          05 WORK-FECHA-VENCIMIENTO         PIC 9(08).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
          05 FS-VACACIONES                  PIC X(2).
             88 FS-VACACIONES-OK                VALUE '00'.
             88 FS-VACACIONES-NO-EXISTE         VALUE '23'.
             88 FS-VACACIONES-NFD               VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-PARM-DIAS                   PIC X(04) VALUE SPACES.
           05 WS-PARM-NORMALIZADO            PIC X(04) JUSTIFIED RIGHT.
           05 WS-DIAS-AVISO                  PIC 9(04) VALUE 60.

      *---- UN SALDO A FAVOR QUE VENCE HASTA WS-FECHA-AVISO (FECHA DE
      *---- PROCESO MAS LOS DIAS DE AVISO) SE MARCA POR VENCER.
       01 WS-FECHAS-AREA.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FECHA-PROCESO-NUM           PIC 9(08) VALUE 0.
           05 WS-FECHA-AVISO                 PIC 9(08) VALUE 0.
           05 WS-DIAS-ENTERO                 PIC 9(08) VALUE 0.
           05 WS-FECHA-MAESTRO               PIC X(08) VALUE SPACES.

       01 WS-CONTROL-MAESTRO.
           05 WS-FLAG-HAY-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-HAY-HEADER                      VALUE 'SI'.
           05 WS-FLAG-HAY-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-HAY-TRAILER                     VALUE 'SI'.

      *---- CLAVES DEL CORTE EN CURSO.
       01 WS-CORTES.
           05 WS-FLAG-PRIMER-EMPLEADO        PIC X(02) VALUE 'SI'.
               88 WS-PRIMER-EMPLEADO                 VALUE 'SI'.
           05 WS-ANT-SUCURSAL                PIC X(03) VALUE SPACES.
           05 WS-ANT-DEPARTAMENTO            PIC X(15) VALUE SPACES.

      *---- ACUMULADORES POR NIVEL DE CORTE. EL SALDO LLEVA SIGNO.
       01 WS-TOTALES.
           05 WS-DEP-CANTIDAD                PIC 9(06) VALUE 0.
           05 WS-DEP-DEVENGADOS              PIC 9(06) VALUE 0.
           05 WS-DEP-TOMADOS                 PIC 9(06) VALUE 0.
           05 WS-DEP-SALDO                   PIC S9(06) VALUE 0.
           05 WS-SUC-CANTIDAD                PIC 9(06) VALUE 0.
           05 WS-SUC-DEVENGADOS              PIC 9(06) VALUE 0.
           05 WS-SUC-TOMADOS                 PIC 9(06) VALUE 0.
           05 WS-SUC-SALDO                   PIC S9(06) VALUE 0.
           05 WS-GRAL-CANTIDAD               PIC 9(06) VALUE 0.
           05 WS-GRAL-DEVENGADOS             PIC 9(06) VALUE 0.
           05 WS-GRAL-TOMADOS                PIC 9(06) VALUE 0.
           05 WS-GRAL-SALDO                  PIC S9(06) VALUE 0.

       01 WS-CONTADORES.
           05 WS-CONT-REG-LEIDOS             PIC 9(06) VALUE 0.
           05 WS-CONT-POR-VENCER             PIC 9(06) VALUE 0.
           05 WS-CONT-DIAS-POR-VENCER        PIC 9(06) VALUE 0.
           05 WS-CONT-NEGATIVOS              PIC 9(06) VALUE 0.
           05 WS-CONT-SIN-DEVENGAR           PIC 9(06) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(80) VALUE SPACES.
           05 WS-SALDO                       PIC S9(04) VALUE 0.

       01 WS-LINEA-TITULOS.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 FILLER                         PIC X(09) VALUE 'LEGAJO'.
           05 FILLER                         PIC X(19) VALUE 'APELLIDO'.
           05 FILLER                         PIC X(11) VALUE 'NOMBRE'.
           05 FILLER                         PIC X(05) VALUE ' DEV'.
           05 FILLER                         PIC X(05) VALUE ' TOM'.
           05 FILLER                         PIC X(05) VALUE 'SALDO'.
           05 FILLER                         PIC X(10) VALUE ' VENCE'.
           05 FILLER                         PIC X(12)
                                              VALUE 'OBSERVACION'.

       01 WS-LINEA-GUIONES.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 FILLER                         PIC X(75) VALUE ALL '-'.

       01 WS-LINEA-DETALLE.
           05 FILLER                         PIC X(02) VALUE SPACES.
           05 WS-DET-ID                      PIC 9(08).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-APELLIDO                PIC X(18).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-NOMBRE                  PIC X(10).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-DEVENGADOS              PIC ZZZ9.
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-TOMADOS                 PIC ZZZ9.
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-SALDO                   PIC ----9.
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-VENCIMIENTO             PIC X(08).
           05 FILLER                         PIC X(01) VALUE SPACES.
           05 WS-DET-OBSERVACION             PIC X(12).

       01 WS-LINEA-TOTAL.
           05 WS-TOT-SANGRIA                 PIC X(02) VALUE SPACES.
           05 WS-TOT-LEYENDA                 PIC X(30).
           05 FILLER                         PIC X(05) VALUE 'EMP: '.
           05 WS-TOT-CANTIDAD                PIC ZZZ9.
           05 FILLER                         PIC X(06) VALUE ' DEV: '.
           05 WS-TOT-DEVENGADOS              PIC ZZZZZ9.
           05 FILLER                         PIC X(06) VALUE ' TOM: '.
           05 WS-TOT-TOMADOS                 PIC ZZZZZ9.
           05 FILLER                         PIC X(08) VALUE ' SALDO: '.
           05 WS-TOT-SALDO                   PIC ------9.

       01 WS-VARIABLES-GENERALES.
           05 WS-II                          PIC 9(04) VALUE 0.
           05 WS-FIN-SORT                    PIC X(2) VALUE 'NO'.
               88 WS-SORT-TERMINADO                   VALUE 'SI'.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-ARMAR-LISTADO
              THRU 2000-ARMAR-LISTADO-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.
           INITIALIZE WS-TOTALES.

      *---- DIAS DE AVISO POR LINEA DE COMANDOS, CON LA MISMA
      *---- NORMALIZACION QUE USA CL18EJ09 PARA SUS DIAS.
           ACCEPT WS-PARM-DIAS FROM COMMAND-LINE.

           MOVE SPACES TO WS-PARM-NORMALIZADO.
           IF WS-PARM-DIAS NOT = SPACES
              PERFORM VARYING WS-II FROM 4 BY -1 UNTIL WS-II < 1
                           OR WS-PARM-DIAS (WS-II:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              IF WS-II >= 1
                 MOVE WS-PARM-DIAS (1:WS-II) TO WS-PARM-NORMALIZADO
                 INSPECT WS-PARM-NORMALIZADO
                         REPLACING LEADING ' ' BY '0'
              END-IF
           END-IF.

           IF WS-PARM-NORMALIZADO IS NUMERIC
              MOVE WS-PARM-NORMALIZADO TO WS-DIAS-AVISO
           ELSE
              IF WS-PARM-DIAS NOT = SPACES
                 DISPLAY 'DIAS NO NUMERICOS, SE AVISA A 60: '
                         WS-PARM-DIAS
              END-IF
              MOVE 60 TO WS-DIAS-AVISO
           END-IF.

           IF WS-DIAS-AVISO = 0
              MOVE 60 TO WS-DIAS-AVISO
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO            TO WS-FECHA-PROCESO-NUM.
           COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO-NUM)
                   + WS-DIAS-AVISO.
           COMPUTE WS-FECHA-AVISO =
                   FUNCTION DATE-OF-INTEGER (WS-DIAS-ENTERO).

           DISPLAY 'SALDOS DE VACACIONES AL ' WS-FECHA-PROCESO
                   ' - AVISO HASTA: ' WS-FECHA-AVISO
                   ' (' WS-DIAS-AVISO ' DIAS)'.

      *---- SIN VACACIONES.IDX NO HAY SALDOS QUE LISTAR: PRIMERO TIENE
      *---- QUE CORRER EL DEVENGAMIENTO.
           OPEN INPUT VAC-VACACIONES.

           IF FS-VACACIONES-NFD
              DISPLAY 'NO EXISTE VACACIONES.IDX: CORRER PRIMERO '
                      'CL18EJ23'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-VACACIONES-OK
              DISPLAY 'ERROR AL ABRIR VACACIONES.IDX'
              DISPLAY 'FILE STATUS: ' FS-VACACIONES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE VACACIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 16 TO RETURN-CODE
              CLOSE VAC-VACACIONES
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-ARMAR-LISTADO.

      *---- EL MAESTRO VIENE ORDENADO POR ID; EL LISTADO VA POR
      *---- SUCURSAL, DEPARTAMENTO Y APELLIDO.
           SORT WORK-ORDENAMIENTO
               ON ASCENDING KEY WORK-SUCURSAL
                                WORK-DEPARTAMENTO
                                WORK-APELLIDO
                                WORK-NOMBRE
               INPUT PROCEDURE  2100-LEER-MAESTRO
                  THRU 2100-LEER-MAESTRO-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR-LISTADO
                  THRU 2200-IMPRIMIR-LISTADO-EXIT.

       2000-ARMAR-LISTADO-EXIT.
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

           MOVE REG-DET-SUCURSAL     TO WORK-SUCURSAL.
           MOVE REG-DET-DEPARTAMENTO TO WORK-DEPARTAMENTO.
           MOVE REG-DET-APELLIDO     TO WORK-APELLIDO.
           MOVE REG-DET-NOMBRE       TO WORK-NOMBRE.
           MOVE REG-DET-ID           TO WORK-ID.
           MOVE 'NO'                 TO WORK-TIENE-SALDO.
           MOVE 0                    TO WORK-DIAS-DEVENGADOS.
           MOVE 0                    TO WORK-DIAS-TOMADOS.
           MOVE 0                    TO WORK-FECHA-VENCIMIENTO.

           MOVE REG-DET-ID TO VAC-ID.

           READ VAC-VACACIONES.

      *---- UN SALDO YA LIQUIDADO POR UNA BAJA ANTERIOR NO CUENTA:
      *---- EL EMPLEADO REINGRESO Y TODAVIA NO VOLVIO A DEVENGAR.
           EVALUATE TRUE
               WHEN FS-VACACIONES-OK
                    IF VAC-FECHA-LIQUIDACION = 0
                       MOVE 'SI'                  TO WORK-TIENE-SALDO
                       MOVE VAC-DIAS-DEVENGADOS   TO
                            WORK-DIAS-DEVENGADOS
                       MOVE VAC-DIAS-TOMADOS      TO WORK-DIAS-TOMADOS
                       MOVE VAC-FECHA-VENCIMIENTO TO
                            WORK-FECHA-VENCIMIENTO
                    END-IF
               WHEN FS-VACACIONES-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER VACACIONES.IDX, ID: '
                            REG-DET-ID
                    DISPLAY 'FILE STATUS: ' FS-VACACIONES
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           RELEASE WORK-REG-ORDEN.

       2110-LIBERAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-IMPRIMIR-LISTADO.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'SALDOS DE VACACIONES AL ' WS-FECHA-PROCESO
                  ' - MAESTRO DEL ' WS-FECHA-MAESTRO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'SE MARCAN LOS SALDOS QUE VENCEN HASTA EL '
                  WS-FECHA-AVISO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

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
              PERFORM 2410-CERRAR-DEPARTAMENTO
                 THRU 2410-CERRAR-DEPARTAMENTO-EXIT
              PERFORM 2420-CERRAR-SUCURSAL
                 THRU 2420-CERRAR-SUCURSAL-EXIT
           END-IF.

           PERFORM 2500-TOTAL-GENERAL
              THRU 2500-TOTAL-GENERAL-EXIT.

       2200-IMPRIMIR-LISTADO-EXIT.
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
                    PERFORM 2410-CERRAR-DEPARTAMENTO
                       THRU 2410-CERRAR-DEPARTAMENTO-EXIT
                    PERFORM 2420-CERRAR-SUCURSAL
                       THRU 2420-CERRAR-SUCURSAL-EXIT
                    PERFORM 2300-ABRIR-SUCURSAL
                       THRU 2300-ABRIR-SUCURSAL-EXIT
               WHEN WORK-DEPARTAMENTO NOT = WS-ANT-DEPARTAMENTO
                    PERFORM 2410-CERRAR-DEPARTAMENTO
                       THRU 2410-CERRAR-DEPARTAMENTO-EXIT
                    PERFORM 2310-ABRIR-DEPARTAMENTO
                       THRU 2310-ABRIR-DEPARTAMENTO-EXIT
           END-EVALUATE.

           MOVE WORK-ID              TO WS-DET-ID.
           MOVE WORK-APELLIDO        TO WS-DET-APELLIDO.
           MOVE WORK-NOMBRE          TO WS-DET-NOMBRE.
           MOVE WORK-DIAS-DEVENGADOS TO WS-DET-DEVENGADOS.
           MOVE WORK-DIAS-TOMADOS    TO WS-DET-TOMADOS.
           MOVE SPACES               TO WS-DET-OBSERVACION.

           SUBTRACT WORK-DIAS-TOMADOS FROM WORK-DIAS-DEVENGADOS
               GIVING WS-SALDO.
           MOVE WS-SALDO TO WS-DET-SALDO.

           IF WORK-TIENE-SALDO = 'SI'
              MOVE WORK-FECHA-VENCIMIENTO TO WS-DET-VENCIMIENTO
           ELSE
              MOVE SPACES                 TO WS-DET-VENCIMIENTO
           END-IF.

      *---- UN SALDO A FAVOR QUE VENCE DENTRO DEL AVISO SE PIERDE EN
      *---- EL PROXIMO DEVENGAMIENTO SI NO SE TOMA; UN SALDO NEGATIVO
      *---- SE DESCUENTA DEL PERIODO SIGUIENTE.
           EVALUATE TRUE
               WHEN WORK-TIENE-SALDO NOT = 'SI'
                    MOVE 'SIN DEVENGAR' TO WS-DET-OBSERVACION
                    ADD 1 TO WS-CONT-SIN-DEVENGAR
               WHEN WS-SALDO < 0
                    MOVE '*NEGATIVO*'   TO WS-DET-OBSERVACION
                    ADD 1 TO WS-CONT-NEGATIVOS
               WHEN WS-SALDO > 0 AND
                    WORK-FECHA-VENCIMIENTO <= WS-FECHA-AVISO
                    MOVE '*POR VENCER*' TO WS-DET-OBSERVACION
                    ADD 1        TO WS-CONT-POR-VENCER
                    ADD WS-SALDO TO WS-CONT-DIAS-POR-VENCER
           END-EVALUATE.

           MOVE WS-LINEA-DETALLE TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           ADD 1                    TO WS-DEP-CANTIDAD.
           ADD WORK-DIAS-DEVENGADOS TO WS-DEP-DEVENGADOS.
           ADD WORK-DIAS-TOMADOS    TO WS-DEP-TOMADOS.
           ADD WS-SALDO             TO WS-DEP-SALDO.

       2210-PROCESAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-ABRIR-SUCURSAL.

           MOVE WORK-SUCURSAL TO WS-ANT-SUCURSAL.
           MOVE 0             TO WS-SUC-CANTIDAD.
           MOVE 0             TO WS-SUC-DEVENGADOS.
           MOVE 0             TO WS-SUC-TOMADOS.
           MOVE 0             TO WS-SUC-SALDO.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'SUCURSAL: ' WORK-SUCURSAL
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           PERFORM 2310-ABRIR-DEPARTAMENTO
              THRU 2310-ABRIR-DEPARTAMENTO-EXIT.

       2300-ABRIR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-ABRIR-DEPARTAMENTO.

           MOVE WORK-DEPARTAMENTO TO WS-ANT-DEPARTAMENTO.
           MOVE 0                 TO WS-DEP-CANTIDAD.
           MOVE 0                 TO WS-DEP-DEVENGADOS.
           MOVE 0                 TO WS-DEP-TOMADOS.
           MOVE 0                 TO WS-DEP-SALDO.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DEPARTAMENTO: ' WORK-DEPARTAMENTO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-LINEA-TITULOS TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-LINEA-GUIONES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2310-ABRIR-DEPARTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-CERRAR-DEPARTAMENTO.

           MOVE SPACES TO WS-TOT-LEYENDA.
           STRING 'TOTAL DEPARTAMENTO ' WS-ANT-DEPARTAMENTO
                  DELIMITED BY SIZE INTO WS-TOT-LEYENDA.
           MOVE WS-DEP-CANTIDAD   TO WS-TOT-CANTIDAD.
           MOVE WS-DEP-DEVENGADOS TO WS-TOT-DEVENGADOS.
           MOVE WS-DEP-TOMADOS    TO WS-TOT-TOMADOS.
           MOVE WS-DEP-SALDO      TO WS-TOT-SALDO.
           MOVE WS-LINEA-TOTAL    TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           ADD WS-DEP-CANTIDAD   TO WS-SUC-CANTIDAD.
           ADD WS-DEP-DEVENGADOS TO WS-SUC-DEVENGADOS.
           ADD WS-DEP-TOMADOS    TO WS-SUC-TOMADOS.
           ADD WS-DEP-SALDO      TO WS-SUC-SALDO.

       2410-CERRAR-DEPARTAMENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-CERRAR-SUCURSAL.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-TOT-LEYENDA.
           STRING 'TOTAL SUCURSAL ' WS-ANT-SUCURSAL
                  DELIMITED BY SIZE INTO WS-TOT-LEYENDA.
           MOVE WS-SUC-CANTIDAD   TO WS-TOT-CANTIDAD.
           MOVE WS-SUC-DEVENGADOS TO WS-TOT-DEVENGADOS.
           MOVE WS-SUC-TOMADOS    TO WS-TOT-TOMADOS.
           MOVE WS-SUC-SALDO      TO WS-TOT-SALDO.
           MOVE WS-LINEA-TOTAL    TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           ADD WS-SUC-CANTIDAD   TO WS-GRAL-CANTIDAD.
           ADD WS-SUC-DEVENGADOS TO WS-GRAL-DEVENGADOS.
           ADD WS-SUC-TOMADOS    TO WS-GRAL-TOMADOS.
           ADD WS-SUC-SALDO      TO WS-GRAL-SALDO.

       2420-CERRAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-TOTAL-GENERAL.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 'TOTAL GENERAL'    TO WS-TOT-LEYENDA.
           MOVE WS-GRAL-CANTIDAD   TO WS-TOT-CANTIDAD.
           MOVE WS-GRAL-DEVENGADOS TO WS-TOT-DEVENGADOS.
           MOVE WS-GRAL-TOMADOS    TO WS-TOT-TOMADOS.
           MOVE WS-GRAL-SALDO      TO WS-TOT-SALDO.
           MOVE WS-LINEA-TOTAL     TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-POR-VENCER      TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS CON SALDO POR VENCER    : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-DIAS-POR-VENCER TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'DIAS POR VENCER SIN TOMAR         : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-NEGATIVOS       TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS CON SALDO NEGATIVO      : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-SIN-DEVENGAR    TO WS-FORMAT-IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EMPLEADOS SIN DEVENGAR            : '
                  WS-FORMAT-IMPORTE
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2500-TOTAL-GENERAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

           MOVE WS-REP-LINEA TO REG-REPORTE.

           WRITE REG-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL GRABAR EL LISTADO DE VACACIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

      *---- SALDOS POR VENCER O NEGATIVOS QUEDAN PARA QUE RRHH LOS
      *---- REVISE CON LAS SUCURSALES.
           IF (WS-CONT-POR-VENCER > 0 OR WS-CONT-NEGATIVOS > 0)
              AND RETURN-CODE < 04
              MOVE 04 TO RETURN-CODE
           END-IF.

           CLOSE VAC-VACACIONES.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL LISTADO DE VACACIONES: '
                         FS-REPORTE
              END-IF
           END-IF.

           MOVE WS-CONT-REG-LEIDOS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS LISTADOS                : '
                   WS-FORMAT-IMPORTE.
           MOVE WS-CONT-POR-VENCER      TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS CON SALDO POR VENCER    : '
                   WS-FORMAT-IMPORTE.
           MOVE WS-CONT-NEGATIVOS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS CON SALDO NEGATIVO      : '
                   WS-FORMAT-IMPORTE.
           MOVE WS-CONT-SIN-DEVENGAR    TO WS-FORMAT-IMPORTE.
           DISPLAY 'EMPLEADOS SIN DEVENGAR            : '
                   WS-FORMAT-IMPORTE.
           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ24.
