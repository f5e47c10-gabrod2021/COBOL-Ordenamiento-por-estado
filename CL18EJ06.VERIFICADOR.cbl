      * REALMENTE ORDENADOS POR LA CLAVE DE LA CORRIDA (PARAMETRO,
      * COMO EN CL18EJ02); Y QUE LOS ARCHIVOS POR ESTADO -A..-E SUMEN
      * EL TOTAL COMBINADO. SOLO UNA VERIFICACION LIMPIA (RETORNO 0)
      * HABILITA AL PLANIFICADOR A LIBERAR LOS ARCHIVOS. UN SEGUNDO
      * PARAMETRO OPCIONAL INDICA EL NOMBRE BASE DE OTRO JUEGO CON EL
      * MISMO LAYOUT (POR EJEMPLO EL PLANTEL RECONSTRUIDO DE CL18EJ14:
      * 'ESTADO EMPLEADOSxESTADO-AL-20260331'); SIN EL SE VERIFICA
      * EMPLEADOSxESTADO.TXT COMO SIEMPRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ06.

       FILE-CONTROL.

      *---- EL NOMBRE DEL JUEGO A VERIFICAR SE ARMA EN 1000-INICIAR.
       SELECT SAL-SALIDA
           ASSIGN USING WS-NOMBRE-ARCHIVO-SALIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

             88 FS-ESTCFG-NFD                   VALUE '35'.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-CLAVE-ORDEN            PIC X(08) VALUE 'ESTADO'.
               88 WS-CLAVE-ES-ESTADO                 VALUE 'ESTADO'.
               88 WS-CLAVE-ES-APELLIDO               VALUE 'APELLIDO'.
               88 WS-CLAVE-ES-ID                     VALUE 'ID'.
           05 WS-PARM-JUEGO                  PIC X(30) VALUE SPACES.
           05 WS-NOMBRE-ARCHIVO-SALIDA       PIC X(40) VALUE SPACES.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO

      *---- LA CLAVE CON QUE CORRIO CL18EJ02 VIENE POR LINEA DE
      *---- COMANDOS, CON EL MISMO DEFAULT QUE ALLA, PARA PODER
      *---- CONTROLAR EL ORDEN REAL DE LOS DETALLES. DETRAS PUEDE
      *---- VENIR EL NOMBRE BASE DEL JUEGO; POR DEFECTO EL VIGENTE.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-CLAVE-ORDEN
                    WS-PARM-JUEGO.

           IF NOT WS-CLAVE-ES-ESTADO AND NOT WS-CLAVE-ES-APELLIDO
                                     AND NOT WS-CLAVE-ES-ID
              MOVE 'ESTADO' TO WS-PARM-CLAVE-ORDEN
           END-IF.

           IF WS-PARM-JUEGO = SPACES
              MOVE 'EMPLEADOSxESTADO' TO WS-PARM-JUEGO
           END-IF.

           MOVE SPACES TO WS-NOMBRE-ARCHIVO-SALIDA.
           STRING '../'         DELIMITED BY SIZE
                  WS-PARM-JUEGO DELIMITED BY SPACE
                  '.TXT'        DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-SALIDA.

           DISPLAY 'VERIFICANDO SALIDA ORDENADA POR: '
                   WS-PARM-CLAVE-ORDEN.
           DISPLAY 'JUEGO A VERIFICAR: ' WS-NOMBRE-ARCHIVO-SALIDA.

           PERFORM 1100-CARGAR-ESTADOS
              THRU 1100-CARGAR-ESTADOS-EXIT.
           MOVE WS-ESTADO-VALIDO (WS-KK) TO WS-EST-ACTUAL-SPLIT.
           MOVE SPACES                   TO WS-NOMBRE-ARCHIVO-ESTADO.

           STRING '../'               DELIMITED BY SIZE
                  WS-PARM-JUEGO       DELIMITED BY SPACE
                  '-'                 DELIMITED BY SIZE
                  WS-EST-ACTUAL-SPLIT DELIMITED BY SIZE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-NOMBRE-ARCHIVO-ESTADO.

           MOVE 0 TO WS-CONT-SPLIT.
