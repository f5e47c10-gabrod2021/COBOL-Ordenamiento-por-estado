      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: CONCILIACION DEL ACUSE DEL PROVEEDOR DE NOMINA.
      * CORRE CUANDO EL PROVEEDOR DEVUELVE NOMINA-ACUSE.TXT, CON UNA
      * LINEA POR ID RECIBIDO (ACEPTADO O RECHAZADO, CODIGO DE MOTIVO
      * E IMPORTE CARGADO). LO CRUZA CONTRA LA INTERFAZ QUE GENERO
      * CL18EJ07 Y CONTRA EL MAESTRO CERTIFICADO Y LISTA EN
      * CL18EJ15-CONCILIACION.TXT: IDS RECHAZADOS, DIFERENCIAS DE
      * SUELDO, IDS ENVIADOS SIN RESPUESTA, IDS RESPONDIDOS QUE NO SE
      * ENVIARON, RESPUESTAS DUPLICADAS, IDS DE LA INTERFAZ QUE NO
      * COINCIDEN CON EL MAESTRO Y EL CONTROL DE TOTALES DEL ACUSE
      * CONTRA NOM-TRL-CANTIDAD Y NOM-TRL-SUMA-SUELDOS. CUALQUIER
      * PARTIDA SIN CONCILIAR TERMINA CON RETORNO 08 PARA QUE EL
      * PLANIFICADOR FRENE EL CIERRE DE NOMINA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ15.
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

       SELECT NOM-NOMINA
           ASSIGN TO '../NOMINA-INTERFAZ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOMINA.

      *---- RESPUESTA DEL PROVEEDOR A LA INTERFAZ DE NOMINA.
       SELECT ACU-ACUSE
           ASSIGN TO '../NOMINA-ACUSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUSE.

       SELECT REP-REPORTE
           ASSIGN TO '../CL18EJ15-CONCILIACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD SAL-SALIDA.
           COPY CL18EJ02-SALIDA.

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

      *---- ACUSE DEL PROVEEDOR, DEL MISMO ANCHO QUE LA INTERFAZ:
      *---- HEADER CON SU FECHA DE PROCESO Y LA FECHA DEL HEADER DE LA
      *---- INTERFAZ QUE CONTESTA; UN DETALLE POR ID RECIBIDO CON EL
      *---- RESULTADO ('A' ACEPTADO / 'R' RECHAZADO), EL CODIGO DE
      *---- MOTIVO Y EL IMPORTE QUE CARGARON; TRAILER CON LA CANTIDAD
      *---- Y LA SUMA DE SUELDOS QUE RECALCULO SU INTAKE AL RECIBIR,
      *---- MAS LA CANTIDAD QUE ACEPTARON.
       FD ACU-ACUSE.
       01 REG-ACUSE.
          05 ACU-TIPO                       PIC X(01).
              88 ACU-ES-HEADER                      VALUE 'H'.
              88 ACU-ES-DETALLE                     VALUE 'D'.
              88 ACU-ES-TRAILER                     VALUE 'T'.
          05 ACU-CUERPO                     PIC X(35).
          05 ACU-CUERPO-HEADER REDEFINES ACU-CUERPO.
              10 ACU-HDR-FECHA              PIC X(08).
              10 ACU-HDR-FECHA-INTERFAZ     PIC X(08).
              10 FILLER                     PIC X(19).
          05 ACU-CUERPO-DETALLE REDEFINES ACU-CUERPO.
              10 ACU-DET-ID                 PIC 9(08).
              10 ACU-DET-RESULTADO          PIC X(01).
                  88 ACU-DET-ACEPTADO               VALUE 'A'.
                  88 ACU-DET-RECHAZADO              VALUE 'R'.
              10 ACU-DET-MOTIVO             PIC X(03).
              10 ACU-DET-IMPORTE            PIC 9(07)V9(02).
              10 FILLER                     PIC X(14).
          05 ACU-CUERPO-TRAILER REDEFINES ACU-CUERPO.
              10 ACU-TRL-CANTIDAD           PIC 9(06).
              10 ACU-TRL-SUMA-SUELDOS       PIC 9(11)V9(02).
              10 ACU-TRL-CANT-ACEPTADOS     PIC 9(06).
              10 FILLER                     PIC X(10).

       FD REP-REPORTE.
       01 REG-REPORTE                       PIC X(80).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SALIDA                      PIC X(2).
             88 FS-SALIDA-OK                    VALUE '00'.
             88 FS-SALIDA-EOF                   VALUE '10'.
             88 FS-SALIDA-NFD                   VALUE '35'.
          05 FS-NOMINA                      PIC X(2).
             88 FS-NOMINA-OK                    VALUE '00'.
             88 FS-NOMINA-EOF                   VALUE '10'.
             88 FS-NOMINA-NFD                   VALUE '35'.
          05 FS-ACUSE                       PIC X(2).
             88 FS-ACUSE-OK                     VALUE '00'.
             88 FS-ACUSE-EOF                    VALUE '10'.
             88 FS-ACUSE-NFD                    VALUE '35'.
          05 FS-REPORTE                     PIC X(2).
             88 FS-REPORTE-OK                   VALUE '00'.

      *---- IDS Y SUELDOS DEL MAESTRO CERTIFICADO.
       01 WS-MAESTRO-AREA.
           05 WS-CANT-MAESTRO                PIC 9(04) VALUE 0.
           05 WS-TABLA-MAESTRO.
               10 WS-MAE OCCURS 5000 TIMES.
                  15 WS-MAE-ID               PIC 9(08).
                  15 WS-MAE-SUELDO           PIC 9(07)V9(02).

      *---- LO QUE SE ENVIO EN LA INTERFAZ, CON LA RESPUESTA QUE LE
      *---- CORRESPONDE A CADA ID UNA VEZ LEIDO EL ACUSE.
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
                  15 WS-INT-RESPUESTAS       PIC 9(02).
                  15 WS-INT-RESULTADO        PIC X(01).
                  15 WS-INT-MOTIVO           PIC X(03).
                  15 WS-INT-IMPORTE          PIC 9(07)V9(02).

      *---- RESPUESTAS DEL PROVEEDOR PARA IDS QUE NO ESTAN EN LA
      *---- INTERFAZ ENVIADA.
       01 WS-NO-ENVIADOS-AREA.
           05 WS-CANT-NO-ENVIADOS            PIC 9(04) VALUE 0.
           05 WS-TABLA-NO-ENVIADOS.
               10 WS-NOE OCCURS 5000 TIMES.
                  15 WS-NOE-ID               PIC 9(08).
                  15 WS-NOE-RESULTADO        PIC X(01).
                  15 WS-NOE-MOTIVO           PIC X(03).
                  15 WS-NOE-IMPORTE          PIC 9(07)V9(02).

       01 WS-ACUSE-AREA.
           05 WS-ACU-HDR-FECHA               PIC X(08) VALUE SPACES.
           05 WS-ACU-HDR-FECHA-INTERFAZ      PIC X(08) VALUE SPACES.
           05 WS-ACU-TRL-CANTIDAD            PIC 9(06) VALUE 0.
           05 WS-ACU-TRL-SUMA                PIC 9(11)V9(02) VALUE 0.
           05 WS-ACU-TRL-ACEPTADOS           PIC 9(06) VALUE 0.
           05 WS-FLAG-ACU-HEADER             PIC X(02) VALUE 'NO'.
               88 WS-ACU-HAY-HEADER                  VALUE 'SI'.
           05 WS-FLAG-ACU-TRAILER            PIC X(02) VALUE 'NO'.
               88 WS-ACU-HAY-TRAILER                 VALUE 'SI'.

       01 WS-CONTADORES.
           05 WS-CONT-ACU-DETALLES           PIC 9(06) VALUE 0.
           05 WS-CONT-ACU-ACEPTADOS          PIC 9(06) VALUE 0.
           05 WS-CONT-ACU-RECHAZADOS         PIC 9(06) VALUE 0.
           05 WS-CONT-RESULTADO-INVALIDO     PIC 9(06) VALUE 0.
           05 WS-CONT-DIF-SUELDO             PIC 9(06) VALUE 0.
           05 WS-CONT-SIN-RESPUESTA          PIC 9(06) VALUE 0.
           05 WS-CONT-DUPLICADOS             PIC 9(06) VALUE 0.
           05 WS-CONT-DIF-MAESTRO            PIC 9(06) VALUE 0.
           05 WS-CONT-DIF-TOTALES            PIC 9(06) VALUE 0.
           05 WS-CONT-PARTIDAS               PIC 9(06) VALUE 0.
           05 WS-CONT-SECCION                PIC 9(06) VALUE 0.

       01 WS-BUSQUEDA-AREA.
           05 WS-POS-ENCONTRADA              PIC 9(04) VALUE 0.
           05 WS-FLAG-ID-EXISTE              PIC X(02) VALUE 'NO'.
               88 WS-ID-EXISTE                       VALUE 'SI'.
               88 WS-ID-NO-EXISTE                    VALUE 'NO'.
           05 WS-ID-BUSCADO                  PIC 9(08) VALUE 0.

       01 WS-REPORTE-AREA.
           05 WS-FLAG-REPORTE-ABIERTO        PIC X(02) VALUE 'NO'.
               88 WS-REPORTE-ABIERTO                 VALUE 'SI'.
           05 WS-REP-LINEA                   PIC X(80) VALUE SPACES.
           05 WS-REP-CANT-ED                 PIC ZZ.ZZ9.
           05 WS-REP-CANT2-ED                PIC ZZ.ZZ9.
           05 WS-REP-IMP1-ED                 PIC ZZZZZZ9,99.
           05 WS-REP-IMP2-ED                 PIC ZZZZZZ9,99.
           05 WS-REP-TOT1-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-REP-TOT2-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WS-REP-DIFERENCIA              PIC S9(07)V9(02) VALUE 0.
           05 WS-REP-DIF-ED                  PIC -------9,99.

       01 WS-VARIABLES-GENERALES.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.
           05 WS-II                          PIC 9(04) VALUE 0.
           05 WS-JJ                          PIC 9(04) VALUE 0.
           05 WS-MAX-EMPLEADOS               PIC 9(04) VALUE 5000.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CARGAR-MAESTRO
              THRU 2000-CARGAR-MAESTRO-EXIT.

           PERFORM 2100-CARGAR-INTERFAZ
              THRU 2100-CARGAR-INTERFAZ-EXIT.

           PERFORM 2200-LEER-ACUSE
              THRU 2200-LEER-ACUSE-EXIT.

           PERFORM 2400-LISTAR-RECHAZADOS
              THRU 2400-LISTAR-RECHAZADOS-EXIT.

           PERFORM 2410-LISTAR-DIF-SUELDO
              THRU 2410-LISTAR-DIF-SUELDO-EXIT.

           PERFORM 2420-LISTAR-SIN-RESPUESTA
              THRU 2420-LISTAR-SIN-RESPUESTA-EXIT.

           PERFORM 2430-LISTAR-NO-ENVIADOS
              THRU 2430-LISTAR-NO-ENVIADOS-EXIT.

           PERFORM 2440-LISTAR-DUPLICADOS
              THRU 2440-LISTAR-DUPLICADOS-EXIT.

           PERFORM 2450-LISTAR-DIF-MAESTRO
              THRU 2450-LISTAR-DIF-MAESTRO-EXIT.

           PERFORM 2500-CONTROLAR-TOTALES
              THRU 2500-CONTROLAR-TOTALES-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

           OPEN OUTPUT REP-REPORTE.

           IF FS-REPORTE-OK
              MOVE 'SI' TO WS-FLAG-REPORTE-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WS-REP-LINEA.
           STRING 'CONCILIACION DEL ACUSE DE NOMINA - FECHA: '
                  WS-FECHA-PROCESO
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CARGAR-MAESTRO.

      *---- SOLO HACEN FALTA ID Y SUELDO DE CADA DETALLE PARA VER QUE
      *---- LA INTERFAZ CONTESTADA SEA LA DEL MAESTRO CERTIFICADO.
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
                    IF REG-ES-DETALLE
                       ADD 1 TO WS-CANT-MAESTRO
                       IF WS-CANT-MAESTRO > WS-MAX-EMPLEADOS
                          DISPLAY 'ERROR: EL MAESTRO SUPERA EL MAXIMO '
                          DISPLAY 'DE REGISTROS SOPORTADO: '
                                  WS-MAX-EMPLEADOS
                          MOVE 16 TO RETURN-CODE
                          CLOSE SAL-SALIDA
                          STOP RUN
                       END-IF
                       MOVE REG-DET-ID     TO
                                           WS-MAE-ID (WS-CANT-MAESTRO)
                       MOVE REG-DET-SUELDO TO
                                       WS-MAE-SUELDO (WS-CANT-MAESTRO)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SAL-SALIDA.

       2000-CARGAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-CARGAR-INTERFAZ.

      *---- SIN LA INTERFAZ ENVIADA NO HAY CONTRA QUE CONCILIAR.
           OPEN INPUT NOM-NOMINA.

           IF NOT FS-NOMINA-OK
              DISPLAY 'NO SE PUDO ABRIR LA INTERFAZ DE NOMINA ENVIADA'
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
                             PERFORM 2110-GUARDAR-ENVIADO
                                THRU 2110-GUARDAR-ENVIADO-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO EN '
                                     'LA INTERFAZ: ' NOM-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE NOM-NOMINA.

      *---- UNA INTERFAZ SIN HEADER O TRAILER NO ES LA QUE SE ENVIO.
           IF NOT WS-INT-HAY-HEADER OR NOT WS-INT-HAY-TRAILER
              DISPLAY 'ERROR: LA INTERFAZ DE NOMINA NO TIENE '
                      'HEADER/TRAILER DE CONTROL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-CARGAR-INTERFAZ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-GUARDAR-ENVIADO.

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
           MOVE 0              TO WS-INT-RESPUESTAS (WS-CANT-INTERFAZ).
           MOVE SPACES         TO WS-INT-RESULTADO (WS-CANT-INTERFAZ).
           MOVE SPACES         TO WS-INT-MOTIVO (WS-CANT-INTERFAZ).
           MOVE 0              TO WS-INT-IMPORTE (WS-CANT-INTERFAZ).

           ADD NOM-DET-SUELDO  TO WS-INT-SUMA-DETALLES.

       2110-GUARDAR-ENVIADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-LEER-ACUSE.

      *---- SIN ACUSE NO SE PUEDE CERRAR LA NOMINA: ES FATAL.
           OPEN INPUT ACU-ACUSE.

           IF FS-ACUSE-NFD
              DISPLAY 'NO LLEGO EL ACUSE DEL PROVEEDOR DE NOMINA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT FS-ACUSE-OK
              DISPLAY 'NO SE PUDO ABRIR EL ACUSE DEL PROVEEDOR'
              DISPLAY 'FILE STATUS: ' FS-ACUSE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-ACUSE-EOF
              READ ACU-ACUSE
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN ACU-ES-HEADER
                             MOVE 'SI'          TO WS-FLAG-ACU-HEADER
                             MOVE ACU-HDR-FECHA TO WS-ACU-HDR-FECHA
                             MOVE ACU-HDR-FECHA-INTERFAZ
                                          TO WS-ACU-HDR-FECHA-INTERFAZ
                        WHEN ACU-ES-TRAILER
                             MOVE 'SI'          TO WS-FLAG-ACU-TRAILER
                             MOVE ACU-TRL-CANTIDAD
                                                TO WS-ACU-TRL-CANTIDAD
                             MOVE ACU-TRL-SUMA-SUELDOS
                                                TO WS-ACU-TRL-SUMA
                             MOVE ACU-TRL-CANT-ACEPTADOS
                                                TO WS-ACU-TRL-ACEPTADOS
                        WHEN ACU-ES-DETALLE
                             PERFORM 2210-CRUZAR-RESPUESTA
                                THRU 2210-CRUZAR-RESPUESTA-EXIT
                        WHEN OTHER
                             DISPLAY 'TIPO DE REGISTRO DESCONOCIDO EN '
                                     'EL ACUSE: ' ACU-TIPO
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE ACU-ACUSE.

           IF NOT WS-ACU-HAY-HEADER OR NOT WS-ACU-HAY-TRAILER
              DISPLAY 'ERROR: EL ACUSE DEL PROVEEDOR NO TIENE '
                      'HEADER/TRAILER DE CONTROL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2200-LEER-ACUSE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2210-CRUZAR-RESPUESTA.

      *---- CADA RESPUESTA SE ASIGNA AL ID ENVIADO; SI EL ID NO SE
      *---- ENVIO SE GUARDA APARTE. UNA SEGUNDA RESPUESTA AL MISMO ID
      *---- SOLO SUMA AL CONTADOR DE RESPUESTAS: SE LISTA COMO
      *---- DUPLICADA Y SE CONCILIA CON LA PRIMERA.
           ADD 1 TO WS-CONT-ACU-DETALLES.

           EVALUATE TRUE
               WHEN ACU-DET-ACEPTADO
                    ADD 1 TO WS-CONT-ACU-ACEPTADOS
               WHEN ACU-DET-RECHAZADO
                    ADD 1 TO WS-CONT-ACU-RECHAZADOS
               WHEN OTHER
                    ADD 1 TO WS-CONT-RESULTADO-INVALIDO
                    DISPLAY 'RESULTADO INVALIDO EN EL ACUSE, ID: '
                            ACU-DET-ID ' RESULTADO: '
                            ACU-DET-RESULTADO
           END-EVALUATE.

           MOVE ACU-DET-ID TO WS-ID-BUSCADO.

           PERFORM 2220-BUSCAR-ENVIADO
              THRU 2220-BUSCAR-ENVIADO-EXIT.

           IF WS-ID-NO-EXISTE
              IF WS-CANT-NO-ENVIADOS < WS-MAX-EMPLEADOS
                 ADD 1 TO WS-CANT-NO-ENVIADOS
                 MOVE ACU-DET-ID        TO
                                  WS-NOE-ID (WS-CANT-NO-ENVIADOS)
                 MOVE ACU-DET-RESULTADO TO
                                  WS-NOE-RESULTADO (WS-CANT-NO-ENVIADOS)
                 MOVE ACU-DET-MOTIVO    TO
                                  WS-NOE-MOTIVO (WS-CANT-NO-ENVIADOS)
                 MOVE ACU-DET-IMPORTE   TO
                                  WS-NOE-IMPORTE (WS-CANT-NO-ENVIADOS)
              ELSE
                 DISPLAY 'ERROR: DEMASIADOS IDS RESPONDIDOS QUE NO SE '
                         'ENVIARON'
                 MOVE 16 TO RETURN-CODE
                 CLOSE ACU-ACUSE
                 STOP RUN
              END-IF
              GO TO 2210-CRUZAR-RESPUESTA-EXIT
           END-IF.

           ADD 1 TO WS-INT-RESPUESTAS (WS-POS-ENCONTRADA).

           IF WS-INT-RESPUESTAS (WS-POS-ENCONTRADA) > 1
              GO TO 2210-CRUZAR-RESPUESTA-EXIT
           END-IF.

           MOVE ACU-DET-RESULTADO TO
                                WS-INT-RESULTADO (WS-POS-ENCONTRADA).
           MOVE ACU-DET-MOTIVO    TO
                                WS-INT-MOTIVO (WS-POS-ENCONTRADA).
           MOVE ACU-DET-IMPORTE   TO
                                WS-INT-IMPORTE (WS-POS-ENCONTRADA).

       2210-CRUZAR-RESPUESTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2220-BUSCAR-ENVIADO.

      *---- BUSQUEDA LINEAL DEL ID EN LA INTERFAZ ENVIADA, COMO 2140
      *---- EN CL18EJ03.
           MOVE 'NO' TO WS-FLAG-ID-EXISTE.
           MOVE 0    TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ >
                                              WS-CANT-INTERFAZ
                                    OR WS-ID-EXISTE
              IF WS-INT-ID (WS-JJ) = WS-ID-BUSCADO
                 MOVE 'SI'   TO WS-FLAG-ID-EXISTE
                 MOVE WS-JJ  TO WS-POS-ENCONTRADA
              END-IF
           END-PERFORM.

       2220-BUSCAR-ENVIADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2230-BUSCAR-EN-MAESTRO.

           MOVE 'NO' TO WS-FLAG-ID-EXISTE.
           MOVE 0    TO WS-POS-ENCONTRADA.

           PERFORM VARYING WS-JJ FROM 1 BY 1 UNTIL WS-JJ >
                                              WS-CANT-MAESTRO
                                    OR WS-ID-EXISTE
              IF WS-MAE-ID (WS-JJ) = WS-ID-BUSCADO
                 MOVE 'SI'   TO WS-FLAG-ID-EXISTE
                 MOVE WS-JJ  TO WS-POS-ENCONTRADA
              END-IF
           END-PERFORM.

       2230-BUSCAR-EN-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-LISTAR-RECHAZADOS.

      *---- IDS QUE EL PROVEEDOR NO CARGO, CON SU CODIGO DE MOTIVO.
      *---- UN RESULTADO QUE NO ES 'A' NI 'R' TAMPOCO ES UNA CARGA
      *---- CONFIRMADA Y SE LISTA ACA.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'IDS RECHAZADOS POR EL PROVEEDOR' TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-RESPUESTAS (WS-II) > 0 AND
                 WS-INT-RESULTADO (WS-II) NOT = 'A'
                 ADD 1 TO WS-CONT-SECCION
                 MOVE WS-INT-SUELDO (WS-II) TO WS-REP-IMP1-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '       WS-INT-ID (WS-II)
                        '  RESULTADO: ' WS-INT-RESULTADO (WS-II)
                        '  MOTIVO: '    WS-INT-MOTIVO (WS-II)
                        '  SUELDO ENVIADO: ' WS-REP-IMP1-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2400-LISTAR-RECHAZADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2410-LISTAR-DIF-SUELDO.

      *---- IDS ACEPTADOS CON UN IMPORTE CARGADO DISTINTO DEL SUELDO
      *---- ENVIADO: EL EMPLEADO COBRARIA OTRA COSA.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'DIFERENCIAS ENTRE SUELDO ENVIADO E IMPORTE CARGADO'
                                              TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-RESULTADO (WS-II) = 'A' AND
                 WS-INT-IMPORTE (WS-II) NOT = WS-INT-SUELDO (WS-II)
                 ADD 1 TO WS-CONT-SECCION
                 ADD 1 TO WS-CONT-DIF-SUELDO
                 MOVE WS-INT-SUELDO (WS-II)  TO WS-REP-IMP1-ED
                 MOVE WS-INT-IMPORTE (WS-II) TO WS-REP-IMP2-ED
                 COMPUTE WS-REP-DIFERENCIA = WS-INT-IMPORTE (WS-II)
                                           - WS-INT-SUELDO (WS-II)
                 MOVE WS-REP-DIFERENCIA      TO WS-REP-DIF-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '        WS-INT-ID (WS-II)
                        '  ENVIADO: '   WS-REP-IMP1-ED
                        '  CARGADO: '   WS-REP-IMP2-ED
                        '  DIF: '       WS-REP-DIF-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2410-LISTAR-DIF-SUELDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2420-LISTAR-SIN-RESPUESTA.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'IDS ENVIADOS SIN RESPUESTA DEL PROVEEDOR'
                                              TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-RESPUESTAS (WS-II) = 0
                 ADD 1 TO WS-CONT-SECCION
                 ADD 1 TO WS-CONT-SIN-RESPUESTA
                 MOVE WS-INT-SUELDO (WS-II) TO WS-REP-IMP1-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '       WS-INT-ID (WS-II)
                        '  SUELDO ENVIADO: ' WS-REP-IMP1-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2420-LISTAR-SIN-RESPUESTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2430-LISTAR-NO-ENVIADOS.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'IDS RESPONDIDOS QUE NO FIGURAN EN LA INTERFAZ ENVIADA'
                                              TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-NO-ENVIADOS
              ADD 1 TO WS-CONT-SECCION
              MOVE WS-NOE-IMPORTE (WS-II) TO WS-REP-IMP2-ED
              MOVE SPACES TO WS-REP-LINEA
              STRING '  ID: '        WS-NOE-ID (WS-II)
                     '  RESULTADO: ' WS-NOE-RESULTADO (WS-II)
                     '  MOTIVO: '    WS-NOE-MOTIVO (WS-II)
                     '  CARGADO: '   WS-REP-IMP2-ED
                     DELIMITED BY SIZE INTO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2430-LISTAR-NO-ENVIADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2440-LISTAR-DUPLICADOS.

      *---- UN ID CONTESTADO MAS DE UNA VEZ PUEDE TERMINAR CARGADO DOS
      *---- VECES DEL LADO DEL PROVEEDOR.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'IDS CON MAS DE UNA RESPUESTA EN EL ACUSE'
                                              TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              IF WS-INT-RESPUESTAS (WS-II) > 1
                 ADD 1 TO WS-CONT-SECCION
                 ADD 1 TO WS-CONT-DUPLICADOS
                 MOVE WS-INT-RESPUESTAS (WS-II) TO WS-REP-CANT-ED
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '        WS-INT-ID (WS-II)
                        '  RESPUESTAS: ' WS-REP-CANT-ED
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2440-LISTAR-DUPLICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-LISTAR-DIF-MAESTRO.

      *---- LA INTERFAZ CONTESTADA TIENE QUE SER LA DEL MAESTRO
      *---- CERTIFICADO: UN ID QUE YA NO ESTA O CON OTRO SUELDO INDICA
      *---- QUE SE ENVIO UNA INTERFAZ VIEJA O QUE EL MAESTRO CAMBIO
      *---- DESPUES DE ENVIARLA.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'IDS DE LA INTERFAZ QUE NO COINCIDEN CON EL MAESTRO'
                                              TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE 0 TO WS-CONT-SECCION.

           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II >
                                                 WS-CANT-INTERFAZ
              MOVE WS-INT-ID (WS-II) TO WS-ID-BUSCADO
              PERFORM 2230-BUSCAR-EN-MAESTRO
                 THRU 2230-BUSCAR-EN-MAESTRO-EXIT
              MOVE WS-INT-SUELDO (WS-II) TO WS-REP-IMP1-ED
              IF WS-ID-NO-EXISTE
                 ADD 1 TO WS-CONT-SECCION
                 ADD 1 TO WS-CONT-DIF-MAESTRO
                 MOVE SPACES TO WS-REP-LINEA
                 STRING '  ID: '        WS-INT-ID (WS-II)
                        '  ENVIADO: '   WS-REP-IMP1-ED
                        '  NO ESTA EN EL MAESTRO CERTIFICADO'
                        DELIMITED BY SIZE INTO WS-REP-LINEA
                 PERFORM 2900-GRABAR-REPORTE
                    THRU 2900-GRABAR-REPORTE-EXIT
              ELSE
                 IF WS-MAE-SUELDO (WS-POS-ENCONTRADA) NOT =
                    WS-INT-SUELDO (WS-II)
                    ADD 1 TO WS-CONT-SECCION
                    ADD 1 TO WS-CONT-DIF-MAESTRO
                    MOVE WS-MAE-SUELDO (WS-POS-ENCONTRADA)
                                          TO WS-REP-IMP2-ED
                    MOVE SPACES TO WS-REP-LINEA
                    STRING '  ID: '        WS-INT-ID (WS-II)
                           '  ENVIADO: '   WS-REP-IMP1-ED
                           '  MAESTRO: '   WS-REP-IMP2-ED
                           DELIMITED BY SIZE INTO WS-REP-LINEA
                    PERFORM 2900-GRABAR-REPORTE
                       THRU 2900-GRABAR-REPORTE-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM 2910-CERRAR-SECCION
              THRU 2910-CERRAR-SECCION-EXIT.

       2450-LISTAR-DIF-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-CONTROLAR-TOTALES.

      *---- EL TRAILER DEL ACUSE TRAE LO QUE EL PROVEEDOR DICE HABER
      *---- RECIBIDO: TIENE QUE COINCIDIR CON EL HASH DE CONTROL DE LA
      *---- INTERFAZ (NOM-TRL-CANTIDAD Y NOM-TRL-SUMA-SUELDOS), Y ESTE
      *---- CON LOS DETALLES REALMENTE ENVIADOS.
           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.
           MOVE 'CONTROL DE TOTALES' TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE SPACES TO WS-REP-LINEA.
           STRING '  FECHA DE LA INTERFAZ: ' WS-INT-HDR-FECHA
                  '  CONTESTADA POR EL ACUSE: '
                  WS-ACU-HDR-FECHA-INTERFAZ
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-ACU-HDR-FECHA-INTERFAZ NOT = WS-INT-HDR-FECHA
              ADD 1 TO WS-CONT-DIF-TOTALES
              MOVE '  ** EL ACUSE CONTESTA OTRA INTERFAZ **'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

      *---- TRAILER DE LA INTERFAZ CONTRA SUS PROPIOS DETALLES.
           MOVE WS-INT-TRL-CANTIDAD TO WS-REP-CANT-ED.
           MOVE WS-CANT-INTERFAZ    TO WS-REP-CANT2-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  CANTIDAD  TRAILER INTERFAZ: ' WS-REP-CANT-ED
                  '  DETALLES ENVIADOS: '         WS-REP-CANT2-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-INT-TRL-CANTIDAD NOT = WS-CANT-INTERFAZ OR
              WS-INT-TRL-SUMA NOT = WS-INT-SUMA-DETALLES
              ADD 1 TO WS-CONT-DIF-TOTALES
              MOVE '  ** TRAILER INTERFAZ DISTINTO DE SUS DETALLES **'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

      *---- LO RECIBIDO POR EL PROVEEDOR CONTRA LO ENVIADO.
           MOVE WS-ACU-TRL-CANTIDAD TO WS-REP-CANT-ED.
           MOVE WS-INT-TRL-CANTIDAD TO WS-REP-CANT2-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  CANTIDAD  RECIBIDA: ' WS-REP-CANT-ED
                  '  ENVIADA (NOM-TRL-CANTIDAD): ' WS-REP-CANT2-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-ACU-TRL-CANTIDAD NOT = WS-INT-TRL-CANTIDAD
              ADD 1 TO WS-CONT-DIF-TOTALES
              MOVE '  ** LA CANTIDAD RECIBIDA NO COINCIDE **'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

           MOVE WS-ACU-TRL-SUMA     TO WS-REP-TOT1-ED.
           MOVE WS-INT-TRL-SUMA     TO WS-REP-TOT2-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  SUELDOS  RECIBIDOS: ' WS-REP-TOT1-ED
                  '  ENVIADOS: '           WS-REP-TOT2-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-ACU-TRL-SUMA NOT = WS-INT-TRL-SUMA
              ADD 1 TO WS-CONT-DIF-TOTALES
              MOVE '  ** LA SUMA DE SUELDOS RECIBIDA NO COINCIDE **'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

      *---- EL ACUSE CONTRA SUS PROPIOS DETALLES.
           MOVE WS-ACU-TRL-ACEPTADOS  TO WS-REP-CANT-ED.
           MOVE WS-CONT-ACU-ACEPTADOS TO WS-REP-CANT2-ED.
           MOVE SPACES TO WS-REP-LINEA.
           STRING '  ACEPTADOS TRAILER ACUSE: ' WS-REP-CANT-ED
                  '  DETALLES ACEPTADOS: '      WS-REP-CANT2-ED
                  DELIMITED BY SIZE INTO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-ACU-TRL-ACEPTADOS NOT = WS-CONT-ACU-ACEPTADOS OR
              WS-ACU-TRL-CANTIDAD NOT = WS-CONT-ACU-DETALLES
              ADD 1 TO WS-CONT-DIF-TOTALES
              MOVE '  ** TRAILER DEL ACUSE DISTINTO DE SUS DETALLES **'
                                              TO WS-REP-LINEA
              PERFORM 2900-GRABAR-REPORTE
                 THRU 2900-GRABAR-REPORTE-EXIT
           END-IF.

       2500-CONTROLAR-TOTALES-EXIT.
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
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE CONCILIACION'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 08 TO RETURN-CODE
           END-IF.

       2900-GRABAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2910-CERRAR-SECCION.

      *---- CIERRA CADA LISTADO CON SU CANTIDAD Y LA SUMA A LAS
      *---- PARTIDAS SIN CONCILIAR.
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

           ADD WS-CONT-DIF-TOTALES TO WS-CONT-PARTIDAS.

           MOVE SPACES TO WS-REP-LINEA.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           IF WS-CONT-PARTIDAS = 0
              MOVE 'CONCILIACION LIMPIA: PUEDE CERRARSE LA NOMINA'
                                              TO WS-REP-LINEA
           ELSE
              MOVE WS-CONT-PARTIDAS TO WS-REP-CANT-ED
              MOVE SPACES TO WS-REP-LINEA
              STRING 'CONCILIACION CON ' WS-REP-CANT-ED
                     ' PARTIDAS SIN CONCILIAR: NO CERRAR LA NOMINA'
                     DELIMITED BY SIZE INTO WS-REP-LINEA
              MOVE 08 TO RETURN-CODE
           END-IF.

           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-EXIT.

           MOVE WS-CANT-INTERFAZ            TO WS-FORMAT-IMPORTE.
           DISPLAY 'IDS ENVIADOS EN LA INTERFAZ       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-ACU-DETALLES        TO WS-FORMAT-IMPORTE.
           DISPLAY 'RESPUESTAS LEIDAS DEL ACUSE       : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-ACU-ACEPTADOS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'RESPUESTAS ACEPTADAS              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-ACU-RECHAZADOS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'RESPUESTAS RECHAZADAS             : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-RESULTADO-INVALIDO  TO WS-FORMAT-IMPORTE.
           DISPLAY 'RESPUESTAS CON RESULTADO INVALIDO : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PARTIDAS            TO WS-FORMAT-IMPORTE.
           DISPLAY 'PARTIDAS SIN CONCILIAR            : '
                   WS-FORMAT-IMPORTE.

           IF WS-REPORTE-ABIERTO
              MOVE 'NO' TO WS-FLAG-REPORTE-ABIERTO
              CLOSE REP-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL CERRAR EL REPORTE DE CONCILIACION: '
                         FS-REPORTE
              END-IF
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ15.
