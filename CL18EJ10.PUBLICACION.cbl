      * Y LOS CONSUMIDORES VUELVAN A VER DATOS BUENOS SIN RECORRER
      * TODO EL CICLO. ANTES DE ESTO, UNA VERIFICACION FALLIDA DEJABA
      * LA UNICA COPIA DE AYER SOLO EN LA MEMORIA DE LA CORRIDA.
      * RESTAURAR EXIGE UN OPERADOR DE OPERADORES.CFG CON ROL
      * RESTAURAR (SEGUNDO PARAMETRO, O SE PIDE POR CONSOLA) Y DEJA
      * LA RESTAURACION, O SU RECHAZO, EN ACCESOS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ10.
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

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 FILLER                         PIC X(01).
          05 CFG-EST-ACTIVO                 PIC X(01).

       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.


       WORKING-STORAGE SECTION.

             88 FS-ESTCFG-OK                    VALUE '00'.
             88 FS-ESTCFG-EOF                   VALUE '10'.
             88 FS-ESTCFG-NFD                   VALUE '35'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.

      *---- OPERADOR QUE PIDE LA RESTAURACION, VALIDADO EN
      *---- 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

      *---- LA LISTA DE ESTADOS SE CARGA DESDE ESTADOS.CFG EN
      *---- 1100-CARGAR-ESTADOS, CON LA LISTA HISTORICA A-E COMO
           COPY CL18EJ02-ESTADOS.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-ACCION                 PIC X(09) VALUE SPACES.
               88 WS-ACCION-PUBLICAR                 VALUE 'PUBLICAR'.
               88 WS-ACCION-RESTAURAR                VALUE 'RESTAURAR'.

           INITIALIZE WS-CONTADORES.

      *---- LA ACCION VA PRIMERO; PARA RESTAURAR EL SEGUNDO
      *---- PARAMETRO ES EL ID DE OPERADOR.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-ACCION
                    WS-OPE-ID-INGRESADO.

           IF NOT WS-ACCION-PUBLICAR AND NOT WS-ACCION-RESTAURAR
              DISPLAY 'ACCION INVALIDA: ' WS-PARM-ACCION
              DISPLAY 'USO: PUBLICAR (DESPUES DE CL18EJ06 LIMPIO) O '
                      'RESTAURAR OPERADOR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *---- VOLVER A LA GENERACION ANTERIOR PISA LOS ARCHIVOS
      *---- VIGENTES: SOLO LO PUEDE PEDIR EL ROL RESTAURAR.
           IF WS-ACCION-RESTAURAR
              MOVE 'RESTAURAR' TO WS-OPE-ROL-REQUERIDO
              MOVE 'RESTAURAR' TO WS-ACC-ACCION
              PERFORM 1050-VALIDAR-OPERADOR
                 THRU 1050-VALIDAR-OPERADOR-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

           DISPLAY 'ACCION: ' WS-PARM-ACCION

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
           PERFORM 8100-REGISTRAR-ACCESO
              THRU 8100-REGISTRAR-ACCESO-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-ESTADOS.


       8000-COPIAR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8100-REGISTRAR-ACCESO.

      *---- UNA LINEA EN LA BITACORA PERMANENTE DE ACCESOS CON EL
      *---- OPERADOR Y EL RESULTADO. SI NO SE PUEDE GRABAR SE AVISA
      *---- EN EL RETORNO, COMO CON LAS DEMAS BITACORAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACC-FECHA-HORA.

           OPEN EXTEND ACC-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
              GO TO 8100-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES                  TO REG-ACCESOS.
           MOVE WS-ACC-FECHA-HORA (1:8) TO ACC-FECHA.
           MOVE WS-ACC-FECHA-HORA (9:6) TO ACC-HORA.
           MOVE 'CL18EJ10'              TO ACC-PROGRAMA.
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

       8100-REGISTRAR-ACCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-FINALIZAR.

              MOVE WS-CONT-REG-INDEXADO     TO WS-FORMAT-IMPORTE
              DISPLAY 'CANTIDAD DE REGISTROS INDEXADOS   : '
                      WS-FORMAT-IMPORTE
      *---- LA RESTAURACION AUTORIZADA QUEDA EN ACCESOS.TXT CON LO
      *---- QUE REALMENTE HIZO, AUNQUE HAYA TERMINADO CON ERROR.
              MOVE RETURN-CODE              TO WS-ACC-RETORNO
              MOVE 'ACEPTADO'               TO WS-ACC-RESULTADO
              MOVE SPACES                   TO WS-ACC-DETALLE
              STRING 'ARTEFACTOS ' WS-CONT-ARCH-COPIADOS
                     ' INDEXADOS ' WS-CONT-REG-INDEXADO
                     ' RETORNO ' WS-ACC-RETORNO
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              PERFORM 8100-REGISTRAR-ACCESO
                 THRU 8100-REGISTRAR-ACCESO-EXIT
           END-IF.

           DISPLAY 'RETORNO FINAL DE LA CORRIDA       : ' RETURN-CODE.
