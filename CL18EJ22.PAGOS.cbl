      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: ARMADO DEL ARCHIVO DE PAGOS PARA EL BANCO. LEE LA
      * INTERFAZ DE NOMINA CERTIFICADA QUE GENERA CL18EJ07
      * (NOMINA-INTERFAZ.TXT), CONTROLA SU HEADER Y TRAILER COMO
      * CL18EJ15, Y CRUZA CADA ID PAGADO CONTRA SU CUENTA EN
      * CUENTAS.IDX (MANTENIDO CON CL18EJ21). GRABA PAGOS-BANCO.TXT EN
      * EL FORMATO DE POSICIONES FIJAS DEL BANCO: HEADER CON LA FECHA
      * DE GENERACION Y LA DE LA NOMINA, UN DETALLE POR TRANSFERENCIA
      * (CBU, ID, TITULAR E IMPORTE) Y TRAILER CON CANTIDAD E IMPORTE
      * TOTAL DE LO TRANSFERIDO.
      * NO SE TRANSFIERE A EMPLEADOS SIN CUENTA REGISTRADA NI A IDS
      * CUYA ULTIMA BAJA EN EMPLEADOS-BAJAS.TXT ES DE LA FECHA DE LA
      * NOMINA O POSTERIOR (EL PAGO QUEDA RETENIDO); UNA BAJA ANTERIOR
      * ES DE UN REINGRESADO CON EL MISMO ID Y SE LE PAGA. AMBOS
      * CASOS, MAS LAS CUENTAS QUE SIGUEN REGISTRADAS A NOMBRE DE EX
      * EMPLEADOS, SE LISTAN EN CL18EJ22-EXCEPCIONES.TXT JUNTO CON EL
      * CUADRE DE LA INTERFAZ CONTRA LO TRANSFERIDO.
      * RETORNO 00 SIN EXCEPCIONES, 04 CON EXCEPCIONES PARA REVISAR,
      * 16 SI FALTA LA INTERFAZ O EL MAESTRO DE CUENTAS, LA INTERFAZ
      * NO CUADRA CON SU TRAILER O NO SE PUDO GRABAR EL ARCHIVO DEL
      * BANCO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ22.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT NOM-NOMINA
           ASSIGN TO '../NOMINA-INTERFAZ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOMINA.

       SELECT CTA-CUENTAS
           ASSIGN TO '../CUENTAS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-ID
           ALTERNATE RECORD KEY IS CTA-CBU
           FILE STATUS IS FS-CUENTAS.

      *---- EX EMPLEADOS QUE GRABA CL18EJ03. SI TODAVIA NO HUBO BAJAS
      *---- EL ARCHIVO PUEDE NO EXISTIR.
       SELECT OPTIONAL BAJ-BAJAS
           ASSIGN TO '../EMPLEADOS-BAJAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

      *---- ARCHIVO DE TRANSFERENCIAS QUE SE ENTREGA AL BANCO.
       SELECT PAG-PAGOS
           ASSIGN TO '../PAGOS-BANCO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ22-EXCEPCIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- MISMO LAYOUT DE POSICIONES FIJAS QUE GRABA CL18EJ07.
       FD NOM-NOMINA.
       01 REG-NOMINA.
          05 NOM-TIPO                       PIC X(01).
              88 NOM-ES-HEADER                      VALUE 'H'.
              88 NOM-ES-DETALLE                     VALUE 'D'.
              88 NOM-ES-TRAILER                     VALUE 'T'.
          05 NOM-CUERPO                     PIC X(35).
          05 NOM-CUERPO-HEADER REDEFINES NOM-CUERPO.
              10 NOM-HDR-FECHA              PIC X(08).
              10 FILLER                     PIC X(27).
          05 NOM-CUERPO-DETALLE REDEFINES NOM-CUERPO.
              10 NOM-DET-ID                 PIC 9(08).
              10 NOM-DET-SUELDO             PIC 9(07)V9(02).
              10 NOM-DET-DEPARTAMENTO       PIC X(15).
              10 NOM-DET-SUCURSAL           PIC X(03).
          05 NOM-CUERPO-TRAILER REDEFINES NOM-CUERPO.
              10 NOM-TRL-CANTIDAD           PIC 9(06).
              10 NOM-TRL-SUMA-SUELDOS       PIC 9(11)V9(02).
              10 FILLER                     PIC X(16).

       FD CTA-CUENTAS.
           COPY CL18EJ21-CUENTAS.

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

      *---- FORMATO DEL BANCO: REGISTROS DE 80 POSICIONES, IMPORTES
      *---- SIN SIGNO NI COMA (DOS DECIMALES IMPLICITOS).
       FD PAG-PAGOS.
       01 REG-PAGOS.
          05 PAG-TIPO                       PIC X(01).
          05 PAG-CUERPO                     PIC X(79).
          05 PAG-CUERPO-HEADER REDEFINES PAG-CUERPO.
              10 PAG-HDR-FECHA-GENERACION   PIC X(08).
              10 PAG-HDR-FECHA-NOMINA       PIC X(08).
              10 PAG-HDR-CONCEPTO           PIC X(20).
              10 FILLER                     PIC X(43).
          05 PAG-CUERPO-DETALLE REDEFINES PAG-CUERPO.
              10 PAG-DET-CBU                PIC X(22).
              10 PAG-DET-ID                 PIC 9(08).
              10 PAG-DET-TITULAR            PIC X(25).
              10 PAG-DET-IMPORTE            PIC 9(09)V9(02).
              10 FILLER                     PIC X(13).
          05 PAG-CUERPO-TRAILER REDEFINES PAG-CUERPO.
              10 PAG-TRL-CANTIDAD           PIC 9(06).
              10 PAG-TRL-IMPORTE-TOTAL      PIC 9(13)V9(02).
              10 FILLER                     PIC X(58).

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(80).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-NOMINA                      PIC X(2).
             88 FS-NOMINA-OK                    VALUE '00'.
             88 FS-NOMINA-EOF                   VALUE '10'.
             88 FS-NOMINA-NFD                   VALUE '35'.
          05 FS-CUENTAS                     PIC X(2).
             88 FS-CUENTAS-OK                   VALUE '00'.
             88 FS-CUENTAS-NO-EXISTE            VALUE '23'.
             88 FS-CUENTAS-NFD                  VALUE '35'.
          05 FS-BAJAS                       PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE.
             88 FS-BAJAS-OK                     VALUE '00' '05'.
             88 FS-BAJAS-EOF                    VALUE '10'.
          05 FS-PAGOS                       PIC X(2).
             88 FS-PAGOS-OK                     VALUE '00'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

      *---- LO PAGADO EN LA INTERFAZ Y, DESPUES DEL CRUCE, QUE SE HIZO
      *---- CON CADA ID: 'P' TRANSFERIDO, 'S' SIN CUENTA, 'R' RETENIDO
      *---- POR ESTAR EN BAJAS.
       01 WS-INTERFAZ-AREA.
           05 WS-CANT-INTERFAZ               PIC 9(04) VALUE 0.
           05 WS-INT-HDR-FECHA               PIC X(08) VALUE SPACES.
           05 WS-INT-TRL-CANTIDAD            PIC 9(06) VALUE 0.
           05 WS-INT-TRL-SUMA                PIC 9(11)V9(02) VALUE 0.
           05 WS-INT-SUMA-DETALLES           PIC 9(11)V9(02) VALUE 0.
           05 WS-FLAG-INT-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-INT-HAY-HEADER                  VALUE 'SI'.
           05 WS-FLAG-INT-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-INT-HAY-TRAILER                 VALUE 'SI'.
           05 WS-TABLA-INTERFAZ.
               10 WS-INT OCCURS 5000 TIMES.
                  15 WS-INT-ID               PIC 9(08).
                  15 WS-INT-SUELDO           PIC 9(07)V9(02).
                  15 WS-INT-DEPARTAMENTO     PIC X(15).
                  15 WS-INT-SUCURSAL         PIC X(03).
                  15 WS-INT-DESTINO          PIC X(01).
                      88 WS-INT-TRANSFERIDO          VALUE 'P'.
                      88 WS-INT-SIN-CUENTA           VALUE 'S'.
                      88 WS-INT-RETENIDO             VALUE 'R'.
                  15 WS-INT-BAJA             PIC 9(04).

      *---- EX EMPLEADOS LEIDOS DE BAJAS.
       01 WS-BAJAS-AREA.
           05 WS-CANT-BAJAS                  PIC 9(04) VALUE 0.
           05 WS-BAJ-DEF OCCURS 5000 TIMES.
               10 WS-BAJ-ID                  PIC 9(08).
               10 WS-BAJ-APELLIDO            PIC X(25).
               10 WS-BAJ-FECHA-BAJA          PIC 9(08).

       01 WS-CONTADORES.
           05 WS-CONT-TRANSFERIDOS           PIC 9(06) VALUE 0.
           05 WS-CONT-SIN-CUENTA             PIC 9(06) VALUE 0.
           05 WS-CONT-RETENIDOS              PIC 9(06) VALUE 0.
           05 WS-CONT-CUENTAS-BAJA           PIC 9(06) VALUE 0.
           05 WS-CONT-PARTIDAS               PIC 9(06) VALUE 0.
           05 WS-CONT-SECCION                PIC 9(06) VALUE 0.
           05 WS-IMP-TRANSFERIDO             PIC 9(13)V9(02) VALUE 0.
           05 WS-IMP-SIN-CUENTA              PIC 9(13)V9(02) VALUE 0.
           05 WS-IMP-RETENIDO                PIC 9(13)V9(02) VALUE 0.
           05 WS-IMP-CUADRE                  PIC 9(13)V9(02) VALUE 0.
           05 WS-CANT-CUADRE                 PIC 9(06) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(80) VALUE SPACES.
           05 WS-REP-CANT-ED                 PIC ZZ.ZZ9.
           05 WS-REP-IMP1-ED                 PIC ZZZZZZ9,99.
           05 WS-REP-TOT1-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-REP-TOT2-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-VARIABLES-GENERALES.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-II                          PIC 9(04) VALUE 0.
           05 WS-JJ                          PIC 9(04) VALUE 0.
           05 WS-KK                          PIC 9(04) VALUE 0.
           05 WS-FLAG-LISTAR-CUENTA          PIC X(02) VALUE 'NO'.
               88 WS-LISTAR-CUENTA                   VALUE 'SI'.
           05 WS-MAX-EMPLEADOS               PIC 9(04) VALUE 5000.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-INTERFAZ
              THRU 2000-CARGAR-INTERFAZ-EXIT.

           PERFORM 2050-CARGAR-BAJAS
              THRU 2050-CARGAR-BAJAS-EXIT.

           PERFORM 2100-ABRIR-ARCHIVOS
              THRU 2100-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2200-GENERAR-PAGOS
              THRU 2200-GENERAR-PAGOS-EXIT.

           PERFORM 2400-LISTAR-SIN-CUENTA
              THRU 2400-LISTAR-SIN-CUENTA-EXIT.

           PERFORM 2410-LISTAR-RETENIDOS
              THRU 2410-LISTAR-RETENIDOS-EXIT.

           PERFORM 2420-LISTAR-CUENTAS-BAJA
              THRU 2420-LISTAR-CUENTAS-BAJA-EXIT.

           PERFORM 2500-CONTROLAR-TOTALES
              THRU 2500-CONTROLAR-TOTALES-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-INTERFAZ.

      *---- SIN LA INTERFAZ CERTIFICADA NO HAY NADA QUE PAGAR.
           OPEN INPUT NOM-NOMINA.

           IF NOT FS-NOMINA-OK
              DISPLAY 'NO SE PUDO ABRIR LA INTERFAZ DE NOMINA'
              DISPLAY 'FILE STATUS: ' FS-NOMINA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-NOMINA-EOF
              READ NOM-NOMINA
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN NOM-ES-HEADER
                             MOVE 'SI'          TO WS-FLAG-INT-HEADER
                             MOVE NOM-HDR-FECHA TO WS-INT-HDR-FECHA
                        WHEN NOM-ES-TRAILER
                             MOVE 'SI'          TO WS-FLAG-INT-TRAILER
                             MOVE NOM-TRL-CANTIDAD
                                                TO WS-INT-TRL-CANTIDAD
                             MOVE NOM-TRL-SUMA-SUELDOS
                                                TO WS-INT-TRL-SUMA
                        WHEN NOM-ES-DETALLE
                             PERFORM 2010-GUARDAR-PAGO
                                THRU 2010-GUARDAR-PAGO-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO EN '
                                     'LA INTERFAZ: ' NOM-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE NOM-NOMINA.

      *---- AL BANCO NO SE LE MANDA NADA DE UNA INTERFAZ QUE NO ES LA
      *---- CERTIFICADA: SIN HEADER/TRAILER O CON UN TRAILER QUE NO
      *---- CUADRA CON SUS DETALLES, LA CORRIDA TERMINA ACA.
           IF NOT WS-INT-HAY-HEADER OR NOT WS-INT-HAY-TRAILER
              DISPLAY 'ERROR: LA INTERFAZ DE NOMINA NO TIENE '
                      'HEADER/TRAILER DE CONTROL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-INT-TRL-CANTIDAD NOT = WS-CANT-INTERFAZ OR
              WS-INT-TRL-SUMA NOT = WS-INT-SUMA-DETALLES
              DISPLAY 'ERROR: EL TRAILER DE LA INTERFAZ NO CUADRA CON '
                      'SUS DETALLES'
              MOVE WS-INT-TRL-CANTIDAD  TO WS-FORMAT-IMPORTE
              DISPLAY '  CANTIDAD TRAILER : ' WS-FORMAT-IMPORTE
              MOVE WS-CANT-INTERFAZ     TO WS-FORMAT-IMPORTE
              DISPLAY '  DETALLES LEIDOS  : ' WS-FORMAT-IMPORTE
              MOVE WS-INT-TRL-SUMA      TO WS-REP-TOT1-ED
              MOVE WS-INT-SUMA-DETALLES TO WS-REP-TOT2-ED
              DISPLAY '  SUMA TRAILER     : ' WS-REP-TOT1-ED
              DISPLAY '  SUMA DETALLES    : ' WS-REP-TOT2-ED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-CARGAR-INTERFAZ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2010-GUARDAR-PAGO.

           ADD 1 TO WS-CANT-INTERFAZ.

           IF WS-CANT-INTERFAZ > WS-MAX-EMPLEADOS
              DISPLAY 'ERROR: LA INTERFAZ SUPERA EL MAXIMO '
              DISPLAY 'DE REGISTROS SOPORTADO: ' WS-MAX-EMPLEADOS
              MOVE 16 TO RETURN-CODE
              CLOSE NOM-NOMINA
              STOP RUN
           END-IF.

           MOVE NOM-DET-ID     TO WS-INT-ID (WS-CANT-INTERFAZ).
           MOVE NOM-DET-SUELDO TO WS-INT-SUELDO (WS-CANT-INTERFAZ).
           MOVE NOM-DET-DEPARTAMENTO
                               TO WS-INT-DEPARTAMENTO
                                                   (WS-CANT-INTERFAZ).
           MOVE NOM-DET-SUCURSAL
                               TO WS-INT-SUCURSAL (WS-CANT-INTERFAZ).
           MOVE SPACE          TO WS-INT-DESTINO (WS-CANT-INTERFAZ).
           MOVE 0              TO WS-INT-BAJA (WS-CANT-INTERFAZ).

           ADD NOM-DET-SUELDO  TO WS-INT-SUMA-DETALLES.

       2010-GUARDAR-PAGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-CARGAR-BAJAS.

           MOVE 0 TO WS-CANT-BAJAS.

           OPEN INPUT BAJ-BAJAS.

           IF NOT FS-BAJAS-OK
              DISPLAY 'ERROR AL ABRIR EMPLEADOS-BAJAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-BAJAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- SI BAJAS SUPERA LA TABLA NO SE PUEDE ASEGURAR QUE NO SE LE
      *---- PAGUE A UN EX EMPLEADO: ES FATAL.
           PERFORM UNTIL FS-BAJAS-EOF
              READ BAJ-BAJAS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-CANT-BAJAS < WS-MAX-EMPLEADOS
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE BAJ-ID       TO WS-BAJ-ID (WS-CANT-BAJAS)
                       MOVE BAJ-APELLIDO TO
                            WS-BAJ-APELLIDO (WS-CANT-BAJAS)
                       MOVE BAJ-FECHA-BAJA TO
                            WS-BAJ-FECHA-BAJA (WS-CANT-BAJAS)
                    ELSE
                       DISPLAY 'ERROR: EMPLEADOS-BAJAS.TXT SUPERA EL '
                               'MAXIMO SOPORTADO: ' WS-MAX-EMPLEADOS
                       MOVE 16 TO RETURN-CODE
                       CLOSE BAJ-BAJAS
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BAJ-BAJAS.

       2050-CARGAR-BAJAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-ABRIR-ARCHIVOS.

           OPEN INPUT CTA-CUENTAS.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    CONTINUE
               WHEN FS-CUENTAS-NFD
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO DE CUENTAS; '
                            'CORRER PRIMERO CL18EJ21'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT PAG-PAGOS.

           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PAGOS DEL BANCO'
              DISPLAY 'FILE STATUS: ' FS-PAGOS
              MOVE 16 TO RETURN-CODE
              CLOSE CTA-CUENTAS
              STOP RUN
           END-IF.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'EXCEPCIONES DEL PAGO DE SUELDOS - FECHA: '
                  WS-FECHA-PROCESO
                  '  NOMINA: ' WS-INT-HDR-FECHA
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2100-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-GENERAR-PAGOS.

           MOVE SPACES                TO REG-PAGOS.
           MOVE 'H'                   TO PAG-TIPO.
           MOVE WS-FECHA-PROCESO      TO PAG-HDR-FECHA-GENERACION.
           MOVE WS-INT-HDR-FECHA      TO PAG-HDR-FECHA-NOMINA.
           MOVE 'HABERES'             TO PAG-HDR-CONCEPTO.

           PERFORM 2290-GRABAR-PAGO
              THRU 2290-GRABAR-PAGO-EXIT.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              PERFORM 2210-CRUZAR-CUENTA
                 THRU 2210-CRUZAR-CUENTA-EXIT
           END-PERFORM.

      *---- EL TRAILER LLEVA SOLO LO QUE EFECTIVAMENTE SE TRANSFIERE;
      *---- LO RETENIDO Y LO SIN CUENTA CUADRA EN EL LISTADO.
           MOVE SPACES                TO REG-PAGOS.
           MOVE 'T'                   TO PAG-TIPO.
           MOVE WS-CONT-TRANSFERIDOS  TO PAG-TRL-CANTIDAD.
           MOVE WS-IMP-TRANSFERIDO    TO PAG-TRL-IMPORTE-TOTAL.

           PERFORM 2290-GRABAR-PAGO
              THRU 2290-GRABAR-PAGO-EXIT.

       2200-GENERAR-PAGOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-CRUZAR-CUENTA.

      *---- PRIMERO BAJAS: A UN EX EMPLEADO NO SE LE TRANSFIERE AUNQUE
      *---- SU CUENTA SIGA REGISTRADA. CUENTA LA BAJA MAS RECIENTE DEL
      *---- ID: SI ES ANTERIOR A LA NOMINA ES DE UN REINGRESADO CON EL
      *---- MISMO ID (VER CL18EJ04) Y SE LE PAGA NORMALMENTE; SOLO SE
      *---- RETIENE SI LA BAJA SE APLICO DESPUES DE CORTAR LA NOMINA.
           MOVE 0 TO WS-INT-BAJA (WS-II).

           PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ > WS-CANT-BAJAS
              IF WS-BAJ-ID (WS-JJ) = WS-INT-ID (WS-II)
                 IF WS-INT-BAJA (WS-II) = 0
                    MOVE WS-JJ TO WS-INT-BAJA (WS-II)
                 ELSE
                    MOVE WS-INT-BAJA (WS-II) TO WS-KK
                    IF WS-BAJ-FECHA-BAJA (WS-JJ) >=
                       WS-BAJ-FECHA-BAJA (WS-KK)
                       MOVE WS-JJ TO WS-INT-BAJA (WS-II)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-INT-BAJA (WS-II) > 0
              MOVE WS-INT-BAJA (WS-II) TO WS-KK
              IF WS-BAJ-FECHA-BAJA (WS-KK) < WS-INT-HDR-FECHA
                 MOVE 0 TO WS-INT-BAJA (WS-II)
              END-IF
           END-IF.

           IF WS-INT-BAJA (WS-II) > 0
              MOVE 'R' TO WS-INT-DESTINO (WS-II)
              ADD 1    TO WS-CONT-RETENIDOS
              ADD WS-INT-SUELDO (WS-II) TO WS-IMP-RETENIDO
              GO TO 2210-CRUZAR-CUENTA-EXIT
           END-IF.

           MOVE WS-INT-ID (WS-II) TO CTA-ID.

           READ CTA-CUENTAS.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    CONTINUE
               WHEN FS-CUENTAS-NO-EXISTE
                    MOVE 'S' TO WS-INT-DESTINO (WS-II)
                    ADD 1    TO WS-CONT-SIN-CUENTA
                    ADD WS-INT-SUELDO (WS-II) TO WS-IMP-SIN-CUENTA
                    GO TO 2210-CRUZAR-CUENTA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 16 TO RETURN-CODE
                    CLOSE CTA-CUENTAS
                    CLOSE PAG-PAGOS
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES                TO REG-PAGOS.
           MOVE 'D'                   TO PAG-TIPO.
           MOVE CTA-CBU               TO PAG-DET-CBU.
           MOVE WS-INT-ID (WS-II)     TO PAG-DET-ID.
           MOVE CTA-TITULAR           TO PAG-DET-TITULAR.
           MOVE WS-INT-SUELDO (WS-II) TO PAG-DET-IMPORTE.

           PERFORM 2290-GRABAR-PAGO
              THRU 2290-GRABAR-PAGO-EXIT.

           MOVE 'P' TO WS-INT-DESTINO (WS-II).
           ADD 1    TO WS-CONT-TRANSFERIDOS.
           ADD WS-INT-SUELDO (WS-II) TO WS-IMP-TRANSFERIDO.

       2210-CRUZAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2290-GRABAR-PAGO.

      *---- UN ARCHIVO DE PAGOS INCOMPLETO NO SE PUEDE ENTREGAR.
           WRITE REG-PAGOS.

           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE PAGOS DEL BANCO'
              DISPLAY 'FILE STATUS: ' FS-PAGOS
              MOVE 16 TO RETURN-CODE
              CLOSE CTA-CUENTAS
              CLOSE PAG-PAGOS
              STOP RUN
           END-IF.

       2290-GRABAR-PAGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-LISTAR-SIN-CUENTA.

      *---- EMPLEADOS CON SUELDO EN LA INTERFAZ Y SIN CUENTA EN
      *---- CUENTAS.IDX: HAY QUE REGISTRARLA CON CL18EJ21 O PAGARLES
      *---- POR OTRO MEDIO.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'PAGOS SIN CUENTA REGISTRADA' TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-SIN-CUENTA (WS-II)
                 ADD 1 TO WS-CONT-SECCION
                 MOVE WS-INT-SUELDO (WS-II) TO WS-REP-IMP1-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '         WS-INT-ID (WS-II)
                        '  SUCURSAL: '   WS-INT-SUCURSAL (WS-II)
                        '  DEPTO: '      WS-INT-DEPARTAMENTO (WS-II)
                        '  SUELDO: '     WS-REP-IMP1-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2400-LISTAR-SIN-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-LISTAR-RETENIDOS.

      *---- IDS QUE FIGURAN EN LA NOMINA CON UNA BAJA DE ESA FECHA O
      *---- POSTERIOR (VER 2210): EL PAGO QUEDA RETENIDO HASTA QUE
      *---- NOMINA LO REVISE.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'PAGOS RETENIDOS: ID EN EMPLEADOS-BAJAS' TO
                                                 WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-RETENIDO (WS-II)
                 ADD 1 TO WS-CONT-SECCION
                 MOVE WS-INT-BAJA (WS-II)   TO WS-JJ
                 MOVE WS-INT-SUELDO (WS-II) TO WS-REP-IMP1-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '         WS-INT-ID (WS-II)
                        '  '             WS-BAJ-APELLIDO (WS-JJ)
                        '  BAJA: '       WS-BAJ-FECHA-BAJA (WS-JJ)
                        '  SUELDO: '     WS-REP-IMP1-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2410-LISTAR-RETENIDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-LISTAR-CUENTAS-BAJA.

      *---- CUENTAS QUE SIGUEN REGISTRADAS A NOMBRE DE EX EMPLEADOS,
      *---- COBREN O NO EN ESTA NOMINA: HAY QUE DARLAS DE BAJA CON
      *---- CL18EJ21 PARA QUE NADIE LES VUELVA A TRANSFERIR. UN ID CON
      *---- VARIAS BAJAS SE LISTA UNA VEZ, CON LA MAS RECIENTE, Y NO
      *---- SE LISTA SI COBRA EN ESTA NOMINA SIN RETENCION: ES UN
      *---- REINGRESADO Y SU CUENTA ESTA VIGENTE.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'CUENTAS REGISTRADAS DE EX EMPLEADOS' TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ > WS-CANT-BAJAS
              PERFORM 2425-VERIFICAR-EX-EMPLEADO
                 THRU 2425-VERIFICAR-EX-EMPLEADO-EXIT
              IF WS-LISTAR-CUENTA
                 PERFORM 2428-LISTAR-CUENTA-BAJA
                    THRU 2428-LISTAR-CUENTA-BAJA-EXIT
              END-IF
           END-PERFORM.

           MOVE WS-CONT-SECCION TO WS-CONT-CUENTAS-BAJA.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2420-LISTAR-CUENTAS-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2425-VERIFICAR-EX-EMPLEADO.

      *---- LA BAJA WS-JJ SE LISTA SI ES LA MAS RECIENTE DE SU ID Y EL
      *---- ID NO COBRA EN ESTA NOMINA (O COBRA PERO QUEDO RETENIDO).
           MOVE 'SI' TO WS-FLAG-LISTAR-CUENTA.

           PERFORM VARYING WS-KK FROM 1 BY 1 UNTIL WS-KK > WS-CANT-BAJAS
                                    OR NOT WS-LISTAR-CUENTA
              IF WS-KK NOT = WS-JJ AND
                 WS-BAJ-ID (WS-KK) = WS-BAJ-ID (WS-JJ)
                 IF WS-BAJ-FECHA-BAJA (WS-KK) >
                    WS-BAJ-FECHA-BAJA (WS-JJ)
                    MOVE 'NO' TO WS-FLAG-LISTAR-CUENTA
                 END-IF
                 IF WS-BAJ-FECHA-BAJA (WS-KK) =
                    WS-BAJ-FECHA-BAJA (WS-JJ) AND WS-KK > WS-JJ
                    MOVE 'NO' TO WS-FLAG-LISTAR-CUENTA
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-LISTAR-CUENTA
              GO TO 2425-VERIFICAR-EX-EMPLEADO-EXIT
           END-IF.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
                                    OR NOT WS-LISTAR-CUENTA
              IF WS-INT-ID (WS-II) = WS-BAJ-ID (WS-JJ) AND
                 NOT WS-INT-RETENIDO (WS-II)
                 MOVE 'NO' TO WS-FLAG-LISTAR-CUENTA
              END-IF
           END-PERFORM.

       2425-VERIFICAR-EX-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2428-LISTAR-CUENTA-BAJA.

           MOVE WS-BAJ-ID (WS-JJ) TO CTA-ID.

           READ CTA-CUENTAS.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    ADD 1 TO WS-CONT-SECCION
                    MOVE SPACES TO WS-REP-LINEA
                    STRING '  ID: '      WS-BAJ-ID (WS-JJ)
                           '  BAJA: '    WS-BAJ-FECHA-BAJA (WS-JJ)
                           '  CBU: '     CTA-CBU
                           '  '          CTA-BANCO (1:15)
                           DELIMITED BY SIZE INTO WS-REP-LINEA
                    PERFORM 2900-GRABAR-REPORTE
                       THRU 2900-GRABAR-REPORTE-EXIT
               WHEN FS-CUENTAS-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 08 TO RETURN-CODE
           END-EVALUATE.

       2428-LISTAR-CUENTA-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-CONTROLAR-TOTALES.

      *---- TODO LO PAGADO EN LA INTERFAZ TIENE QUE ESTAR TRANSFERIDO,
      *---- SIN CUENTA O RETENIDO, EN CANTIDAD Y EN IMPORTE.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'CUADRE DE LA INTERFAZ CONTRA LO TRANSFERIDO' TO
                                                 WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-INT-TRL-CANTIDAD  TO WS-REP-CANT-ED.
           MOVE WS-INT-TRL-SUMA      TO WS-REP-TOT1-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  INTERFAZ DE NOMINA  : ' WS-REP-CANT-ED
                  '  IMPORTE: '              WS-REP-TOT1-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-TRANSFERIDOS TO WS-REP-CANT-ED.
           MOVE WS-IMP-TRANSFERIDO   TO WS-REP-TOT1-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  TRANSFERIDOS        : ' WS-REP-CANT-ED
                  '  IMPORTE: '              WS-REP-TOT1-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-SIN-CUENTA   TO WS-REP-CANT-ED.
           MOVE WS-IMP-SIN-CUENTA    TO WS-REP-TOT1-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  SIN CUENTA          : ' WS-REP-CANT-ED
                  '  IMPORTE: '              WS-REP-TOT1-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CONT-RETENIDOS    TO WS-REP-CANT-ED.
           MOVE WS-IMP-RETENIDO      TO WS-REP-TOT1-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  RETENIDOS POR BAJA  : ' WS-REP-CANT-ED
                  '  IMPORTE: '              WS-REP-TOT1-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           COMPUTE WS-CANT-CUADRE = WS-CONT-TRANSFERIDOS
                                  + WS-CONT-SIN-CUENTA
                                  + WS-CONT-RETENIDOS.
           COMPUTE WS-IMP-CUADRE  = WS-IMP-TRANSFERIDO
                                  + WS-IMP-SIN-CUENTA
                                  + WS-IMP-RETENIDO.

           IF WS-CANT-CUADRE NOT = WS-INT-TRL-CANTIDAD OR
              WS-IMP-CUADRE NOT = WS-INT-TRL-SUMA
              MOVE '  ** LO CLASIFICADO NO CUADRA CON LA INTERFAZ **'
                                              TO WS-REP-LINEA
              MOVE 08 TO RETURN-CODE
           ELSE
              MOVE '  CUADRE CORRECTO' TO WS-REP-LINEA
           END-IF.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       2500-CONTROLAR-TOTALES-EXIT.
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
              DISPLAY 'ERROR AL GRABAR EL LISTADO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2910-CERRAR-SECCION.

      *---- CIERRA CADA LISTADO CON SU CANTIDAD Y LA SUMA A LAS
      *---- EXCEPCIONES DE LA CORRIDA.
           IF WS-CONT-SECCION = 0
              MOVE '  SIN PARTIDAS' TO WS-REP-LINEA
           ELSE
              MOVE WS-CONT-SECCION TO WS-REP-CANT-ED
              MOVE SPACES TO WS-REP-LINEA
              STRING '  TOTAL DE PARTIDAS: ' WS-REP-CANT-ED
                     DELIMITED BY SIZE INTO WS-REP-LINEA
           END-IF.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           ADD WS-CONT-SECCION TO WS-CONT-PARTIDAS.

       2910-CERRAR-SECCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-CONT-PARTIDAS = 0
              MOVE 'SIN EXCEPCIONES: SE TRANSFIERE TODA LA NOMINA'
                                              TO WS-REP-LINEA
           ELSE
              MOVE WS-CONT-PARTIDAS TO WS-REP-CANT-ED
              MOVE SPACES TO WS-REP-LINEA
              STRING 'PAGO CON ' WS-REP-CANT-ED
                     ' EXCEPCIONES PARA REVISAR'
                     DELIMITED BY SIZE INTO WS-REP-LINEA
              IF RETURN-CODE < 04
                 MOVE 04 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CANT-INTERFAZ            TO WS-FORMAT-IMPORTE.
           DISPLAY 'IDS PAGADOS EN LA INTERFAZ        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-TRANSFERIDOS        TO WS-FORMAT-IMPORTE.
           DISPLAY 'TRANSFERENCIAS AL BANCO           : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-SIN-CUENTA          TO WS-FORMAT-IMPORTE.
           DISPLAY 'PAGOS SIN CUENTA REGISTRADA       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-RETENIDOS           TO WS-FORMAT-IMPORTE.
           DISPLAY 'PAGOS RETENIDOS POR BAJA          : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-CUENTAS-BAJA        TO WS-FORMAT-IMPORTE.
           DISPLAY 'CUENTAS DE EX EMPLEADOS           : '
                   WS-FORMAT-IMPORTE.

           CLOSE PAG-PAGOS.

           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL CERRAR EL ARCHIVO DE PAGOS: ' FS-PAGOS
              MOVE 16 TO RETURN-CODE
           END-IF.

           CLOSE CTA-CUENTAS.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL LISTADO DE EXCEPCIONES: '
                         FS-REPORTE
              END-IF
           END-IF.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ22.
