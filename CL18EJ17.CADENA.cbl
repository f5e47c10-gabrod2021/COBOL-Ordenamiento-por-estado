      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: CONTROLADOR DE LA CADENA NOCTURNA. EN VEZ DE
      * CORRER A MANO CL18EJ02 O CL18EJ03, CL18EJ06, CL18EJ10
      * PUBLICAR, CL18EJ07 Y CL18EJ09, LEE LA LISTA DE PASOS DE
      * CADENA.CFG Y LOS EJECUTA EN ORDEN (DESDE EL MISMO DIRECTORIO
      * DONDE CORRE ESTE PROGRAMA). CADA PASO TIENE SU RETORNO MAXIMO
      * ADMITIDO Y QUE HACER SI LO SUPERA: ABORTAR LA CADENA, CORRER
      * UN PASO DE RECUPERO (P.EJ. CL18EJ10 RESTAURAR DESPUES DE UNA
      * VERIFICACION FALLIDA) Y ABORTAR, O CONTINUAR CON AVISO. LOS
      * PASOS QUE QUEDAN SIN CORRER (NOMINA, DEPURACION) SE ANOTAN
      * COMO SALTEADOS. INICIO, FIN Y RETORNO DE CADA PASO QUEDAN EN
      * LA BITACORA CL18EJ17-CADENA.TXT.
      * COMO CL18EJ02 CON SU PROPIO PROCESO, ANTES DE CADA PASO SE
      * GRABA UN CHECKPOINT (CL18EJ17.CKP): SI LA CADENA SE CORTA, LA
      * PROXIMA CORRIDA RETOMA EN EL PASO QUE FALLO Y NO DESDE EL
      * PRINCIPIO. AL TERMINAR COMPLETA EL CHECKPOINT SE LIMPIA.
      * PARAMETRO OPCIONAL: 'NUEVA' IGNORA EL CHECKPOINT Y ARRANCA DEL
      * PRIMER PASO; 'DESDE NN' ARRANCA EN EL PASO NN.
      * LOS PASOS QUE PIDEN OPERADOR (CL18EJ03, CL18EJ10 RESTAURAR)
      * LO LLEVAN EN SUS PARAMETROS DENTRO DE CADENA.CFG.
      * RETORNO 00 COMPLETA, 04 COMPLETA CON PASOS TOLERADOS, 08
      * ABORTADA, 16 ABORTADA CON EL RECUPERO TAMBIEN FALLIDO O
      * CADENA.CFG INVALIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ17.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- LISTA DE PASOS DE LA CADENA, UN RENGLON POR PASO.
       SELECT CFG-CADENA
           ASSIGN TO '../CADENA.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADENA.

      *---- PASO EN CURSO DE LA ULTIMA CADENA; VACIO SI TERMINO BIEN.
       SELECT CHK-CHECKPOINT
           ASSIGN TO '../CL18EJ17.CKP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

      *---- BITACORA PERMANENTE DE LAS CADENAS, SE AGREGA AL FINAL.
       SELECT OPTIONAL LOG-CADENA
           ASSIGN TO '../CL18EJ17-CADENA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *---- TIPO N = PASO NORMAL, R = SOLO SE CORRE COMO RECUPERO DE
      *---- OTRO PASO. ACCION ANTE FALLA: ABORTAR, RECUPERAR (CORRE EL
      *---- PASO DE RECUPERO INDICADO Y ABORTA) O CONTINUAR.
       FD CFG-CADENA.
       01 REG-CADENA.
          05 CAD-PASO                       PIC X(02).
          05 FILLER                         PIC X(01).
          05 CAD-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 CAD-TIPO                       PIC X(01).
          05 FILLER                         PIC X(01).
          05 CAD-RC-MAXIMO                  PIC X(02).
          05 FILLER                         PIC X(01).
          05 CAD-ACCION-FALLA               PIC X(09).
          05 FILLER                         PIC X(01).
          05 CAD-PASO-RECUPERO              PIC X(02).
          05 FILLER                         PIC X(01).
          05 CAD-PARAMETROS                 PIC X(40).

       FD CHK-CHECKPOINT.
       01 REG-CHECKPOINT.
          05 CKP-PASO                       PIC 9(02).
          05 CKP-PROGRAMA                   PIC X(08).
          05 CKP-CORRIDA                    PIC X(14).

       FD LOG-CADENA.
       01 REG-LOG-CADENA.
          05 LOG-CORRIDA                    PIC X(14).
          05 FILLER                         PIC X(01).
          05 LOG-PASO                       PIC 9(02).
          05 FILLER                         PIC X(01).
          05 LOG-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 LOG-INICIO                     PIC X(14).
          05 FILLER                         PIC X(01).
          05 LOG-FIN                        PIC X(14).
          05 FILLER                         PIC X(01).
          05 LOG-RETORNO                    PIC 9(03).
          05 FILLER                         PIC X(01).
          05 LOG-RC-MAXIMO                  PIC 9(02).
          05 FILLER                         PIC X(01).
          05 LOG-RESULTADO                  PIC X(11).
          05 FILLER                         PIC X(01).
          05 LOG-PARAMETROS                 PIC X(40).


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CADENA                      PIC X(2).
             88 FS-CADENA-OK                    VALUE '00'.
             88 FS-CADENA-EOF                   VALUE '10'.
             88 FS-CADENA-NFD                   VALUE '35'.
          05 FS-CHECKPOINT                  PIC X(2).
             88 FS-CHECKPOINT-OK                VALUE '00'.
             88 FS-CHECKPOINT-EOF               VALUE '10'.
             88 FS-CHECKPOINT-NFD               VALUE '35'.
          05 FS-LOG                         PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-LOG-OK                       VALUE '00' '05'.

       01 WS-PARAMETRO-CORRIDA.
           05 WS-LINEA-COMANDO               PIC X(80) VALUE SPACES.
           05 WS-PARM-MODO                   PIC X(05) VALUE SPACES.
               88 WS-MODO-NORMAL                     VALUE SPACES.
               88 WS-MODO-NUEVA                      VALUE 'NUEVA'.
               88 WS-MODO-DESDE                      VALUE 'DESDE'.
           05 WS-PARM-PASO                   PIC X(02) VALUE SPACES.

      *---- PASOS CARGADOS DE CADENA.CFG EN 1100-CARGAR-CADENA.
       78 WS-MAX-PASOS                       VALUE 20.
       01 WS-TABLA-PASOS.
           05 WS-CANT-PASOS                  PIC 9(02) VALUE 0.
           05 WS-PAS-DEF OCCURS WS-MAX-PASOS TIMES.
               10 WS-PAS-NUMERO              PIC 9(02).
               10 WS-PAS-PROGRAMA            PIC X(08).
               10 WS-PAS-TIPO                PIC X(01).
                   88 WS-PAS-ES-NORMAL               VALUE 'N'.
                   88 WS-PAS-ES-RECUPERO             VALUE 'R'.
               10 WS-PAS-RC-MAXIMO           PIC 9(02).
               10 WS-PAS-ACCION              PIC X(09).
                   88 WS-PAS-ABORTA                  VALUE 'ABORTAR'.
                   88 WS-PAS-RECUPERA            VALUE 'RECUPERAR'.
                   88 WS-PAS-CONTINUA            VALUE 'CONTINUAR'.
               10 WS-PAS-RECUPERO            PIC 9(02).
               10 WS-PAS-POS-RECUPERO        PIC 9(02).
               10 WS-PAS-PARAMETROS          PIC X(40).

       01 WS-CADENA-AREA.
           05 WS-PP                          PIC 9(02) VALUE 0.
           05 WS-RR                          PIC 9(02) VALUE 0.
           05 WS-POS-FALLA                   PIC 9(02) VALUE 0.
           05 WS-PASO-DESDE                  PIC 9(02) VALUE 0.
           05 WS-PASO-ANTERIOR               PIC 9(02) VALUE 0.
           05 WS-CORRIDA                     PIC X(14) VALUE SPACES.
           05 WS-RETORNO-CADENA              PIC 9(02) VALUE 0.
           05 WS-FLAG-CADENA-ABORTADA        PIC X(02) VALUE 'NO'.
               88 WS-CADENA-ABORTADA                 VALUE 'SI'.
           05 WS-FLAG-RECUPERO-FALLIDO       PIC X(02) VALUE 'NO'.
               88 WS-RECUPERO-FALLIDO                VALUE 'SI'.
           05 WS-FLAG-CADENA-INVALIDA        PIC X(02) VALUE 'NO'.
               88 WS-CADENA-INVALIDA                 VALUE 'SI'.
           05 WS-FLAG-HAY-CHECKPOINT         PIC X(02) VALUE 'NO'.
               88 WS-HAY-CHECKPOINT                  VALUE 'SI'.

      *---- EJECUCION DE UN PASO: EL SISTEMA DEVUELVE EL ESTADO DE
      *---- ESPERA DEL PROCESO, CON EL RETORNO DEL PROGRAMA EN EL BYTE
      *---- ALTO; CUALQUIER OTRA COSA ES UNA TERMINACION ANORMAL.
       01 WS-EJECUCION-AREA.
           05 WS-COMANDO                     PIC X(60) VALUE SPACES.
           05 WS-ESTADO-SISTEMA              PIC S9(09) VALUE 0.
           05 WS-RESTO-SISTEMA               PIC 9(09) VALUE 0.
           05 WS-RC-PASO                     PIC 9(03) VALUE 0.
           05 WS-INICIO-PASO                 PIC X(14) VALUE SPACES.
           05 WS-FIN-PASO                    PIC X(14) VALUE SPACES.
           05 WS-RESULTADO-PASO              PIC X(11) VALUE SPACES.

       01 WS-CONTADORES.
           05 WS-CONT-PASOS-OK               PIC 9(04) VALUE 0.
           05 WS-CONT-PASOS-TOLERADOS        PIC 9(04) VALUE 0.
           05 WS-CONT-PASOS-FALLIDOS         PIC 9(04) VALUE 0.
           05 WS-CONT-PASOS-SALTEADOS        PIC 9(04) VALUE 0.
           05 WS-CONT-PASOS-PREVIOS          PIC 9(04) VALUE 0.
           05 WS-CONT-RECUPEROS              PIC 9(04) VALUE 0.

       01 WS-VARIABLES-GENERALES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-EJECUTAR-CADENA
              THRU 2000-EJECUTAR-CADENA-EXIT.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CORRIDA.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.

           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL ' '
               INTO WS-PARM-MODO
                    WS-PARM-PASO.

           IF NOT WS-MODO-NORMAL AND NOT WS-MODO-NUEVA
                                 AND NOT WS-MODO-DESDE
              DISPLAY 'PARAMETRO INVALIDO: ' WS-PARM-MODO
              PERFORM 1900-MOSTRAR-USO
                 THRU 1900-MOSTRAR-USO-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-MODO-DESDE AND WS-PARM-PASO NOT NUMERIC
              DISPLAY 'PASO INVALIDO: ' WS-PARM-PASO
              PERFORM 1900-MOSTRAR-USO
                 THRU 1900-MOSTRAR-USO-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-CADENA
              THRU 1100-CARGAR-CADENA-EXIT.

           PERFORM 1200-VERIFICAR-CHECKPOINT
              THRU 1200-VERIFICAR-CHECKPOINT-EXIT.

      *---- EL RENGLON DE ARRANQUE DE LA CADENA VA CON PASO 00 Y EL
      *---- PASO DESDE EL QUE SE EMPIEZA EN LOS PARAMETROS.
           MOVE SPACES                TO REG-LOG-CADENA.
           MOVE 0                     TO LOG-PASO.
           MOVE 'CL18EJ17'            TO LOG-PROGRAMA.
           MOVE WS-CORRIDA            TO LOG-INICIO.
           MOVE 0                     TO LOG-RETORNO.
           MOVE 0                     TO LOG-RC-MAXIMO.
           IF WS-PASO-DESDE > 0
              MOVE 'REANUDA'          TO LOG-RESULTADO
      *---- SI VIENE DEL CHECKPOINT, QUEDA A QUE CADENA CONTINUA.
              IF WS-HAY-CHECKPOINT
                 STRING 'PASO ' WS-PASO-DESDE ' DE LA CADENA '
                        CKP-CORRIDA
                        DELIMITED BY SIZE INTO LOG-PARAMETROS
              ELSE
                 STRING 'DESDE EL PASO ' WS-PASO-DESDE
                        DELIMITED BY SIZE INTO LOG-PARAMETROS
              END-IF
           ELSE
              MOVE 'INICIO'           TO LOG-RESULTADO
           END-IF.
           PERFORM 2900-GRABAR-LOG
              THRU 2900-GRABAR-LOG-EXIT.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-CADENA.

      *---- SIN LISTA DE PASOS NO HAY CADENA: ES FATAL. UN RENGLON
      *---- MAL ARMADO TAMBIEN, PORQUE CORRER UNA CADENA INCOMPLETA O
      *---- SIN SU RECUPERO ES PEOR QUE NO CORRERLA. LOS PASOS TIENEN
      *---- QUE VENIR EN ORDEN CRECIENTE, QUE ES EL ORDEN DE EJECUCION
      *---- Y EL QUE USA EL CHECKPOINT PARA RETOMAR.
           MOVE 0 TO WS-CANT-PASOS.
           MOVE 0 TO WS-PASO-ANTERIOR.

           OPEN INPUT CFG-CADENA.

           IF NOT FS-CADENA-OK
              DISPLAY 'NO SE PUDO ABRIR CADENA.CFG'
              DISPLAY 'FILE STATUS: ' FS-CADENA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM UNTIL FS-CADENA-EOF
              READ CFG-CADENA
                 AT END
                    CONTINUE
                 NOT AT END
      *---- RENGLONES VACIOS O COMENTADOS CON '*' SE SALTEAN.
                    IF REG-CADENA NOT = SPACES AND
                       CAD-PASO (1:1) NOT = '*'
                       PERFORM 1110-GUARDAR-PASO
                          THRU 1110-GUARDAR-PASO-EXIT
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CFG-CADENA.

           IF WS-CANT-PASOS = 0
              DISPLAY 'CADENA.CFG SIN PASOS'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
           END-IF.

           PERFORM 1150-RESOLVER-RECUPEROS
              THRU 1150-RESOLVER-RECUPEROS-EXIT
             VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP > WS-CANT-PASOS.

           IF WS-CADENA-INVALIDA
              DISPLAY 'CADENA.CFG INVALIDO: NO SE EJECUTA NINGUN PASO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-CARGAR-CADENA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-GUARDAR-PASO.

           IF CAD-PASO NOT NUMERIC OR CAD-PASO = '00'
              DISPLAY 'PASO INVALIDO EN CADENA.CFG: ' REG-CADENA
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
              GO TO 1110-GUARDAR-PASO-EXIT
           END-IF.

           IF CAD-PROGRAMA = SPACES OR
              (CAD-TIPO NOT = 'N' AND CAD-TIPO NOT = 'R') OR
              CAD-RC-MAXIMO NOT NUMERIC OR
              (CAD-ACCION-FALLA NOT = 'ABORTAR' AND
               CAD-ACCION-FALLA NOT = 'RECUPERAR' AND
               CAD-ACCION-FALLA NOT = 'CONTINUAR')
              DISPLAY 'PASO ' CAD-PASO ' MAL ARMADO EN CADENA.CFG'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
              GO TO 1110-GUARDAR-PASO-EXIT
           END-IF.

           IF CAD-ACCION-FALLA = 'RECUPERAR' AND
              (CAD-PASO-RECUPERO NOT NUMERIC OR
               CAD-PASO-RECUPERO = '00')
              DISPLAY 'PASO ' CAD-PASO ' SIN PASO DE RECUPERO'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
              GO TO 1110-GUARDAR-PASO-EXIT
           END-IF.

           IF CAD-PASO NOT > WS-PASO-ANTERIOR
              DISPLAY 'PASO ' CAD-PASO ' FUERA DE ORDEN O REPETIDO '
                      'EN CADENA.CFG'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
              GO TO 1110-GUARDAR-PASO-EXIT
           END-IF.

           IF WS-CANT-PASOS >= WS-MAX-PASOS
              DISPLAY 'CADENA.CFG SUPERA LOS ' WS-MAX-PASOS ' PASOS'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
              GO TO 1110-GUARDAR-PASO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-PASOS.
           MOVE CAD-PASO         TO WS-PASO-ANTERIOR.
           MOVE CAD-PASO         TO WS-PAS-NUMERO (WS-CANT-PASOS).
           MOVE CAD-PROGRAMA     TO WS-PAS-PROGRAMA (WS-CANT-PASOS).
           MOVE CAD-TIPO         TO WS-PAS-TIPO (WS-CANT-PASOS).
           MOVE CAD-RC-MAXIMO    TO WS-PAS-RC-MAXIMO (WS-CANT-PASOS).
           MOVE CAD-ACCION-FALLA TO WS-PAS-ACCION (WS-CANT-PASOS).
           MOVE CAD-PARAMETROS   TO WS-PAS-PARAMETROS (WS-CANT-PASOS).
           MOVE 0                TO WS-PAS-POS-RECUPERO
                                    (WS-CANT-PASOS).
           IF CAD-ACCION-FALLA = 'RECUPERAR'
              MOVE CAD-PASO-RECUPERO TO WS-PAS-RECUPERO
                                        (WS-CANT-PASOS)
           ELSE
              MOVE 0                 TO WS-PAS-RECUPERO
                                        (WS-CANT-PASOS)
           END-IF.

       1110-GUARDAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-RESOLVER-RECUPEROS.

      *---- EL PASO DE RECUPERO TIENE QUE EXISTIR Y SER DE TIPO R,
      *---- PARA QUE NO SE CORRA TAMBIEN EN LA SECUENCIA NORMAL.
           IF NOT WS-PAS-RECUPERA (WS-PP)
              GO TO 1150-RESOLVER-RECUPEROS-EXIT
           END-IF.

           PERFORM VARYING WS-RR FROM 1 BY 1
                   UNTIL WS-RR > WS-CANT-PASOS
                      OR WS-PAS-POS-RECUPERO (WS-PP) > 0
              IF WS-PAS-NUMERO (WS-RR) = WS-PAS-RECUPERO (WS-PP) AND
                 WS-PAS-ES-RECUPERO (WS-RR)
                 MOVE WS-RR TO WS-PAS-POS-RECUPERO (WS-PP)
              END-IF
           END-PERFORM.

           IF WS-PAS-POS-RECUPERO (WS-PP) = 0
              DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PP)
                      ': EL RECUPERO ' WS-PAS-RECUPERO (WS-PP)
                      ' NO EXISTE O NO ES DE TIPO R'
              MOVE 'SI' TO WS-FLAG-CADENA-INVALIDA
           END-IF.

       1150-RESOLVER-RECUPEROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-VERIFICAR-CHECKPOINT.

      *---- SI LA CADENA ANTERIOR SE CORTO, EL CHECKPOINT TIENE EL PASO
      *---- EN EL QUE QUEDO Y SE RETOMA AHI. SI ESE PASO YA NO ES EL
      *---- MISMO PROGRAMA EN CADENA.CFG, LA LISTA CAMBIO Y EL
      *---- CHECKPOINT SE DESCARTA. 'NUEVA' LO IGNORA Y 'DESDE' LO
      *---- REEMPLAZA POR EL PASO PEDIDO.
           MOVE 0    TO WS-PASO-DESDE.
           MOVE 'NO' TO WS-FLAG-HAY-CHECKPOINT.

           IF WS-MODO-DESDE
              MOVE WS-PARM-PASO TO WS-PASO-DESDE
              DISPLAY 'CADENA PEDIDA DESDE EL PASO ' WS-PASO-DESDE
              GO TO 1200-VERIFICAR-CHECKPOINT-EXIT
           END-IF.

           IF WS-MODO-NUEVA
              DISPLAY 'CADENA NUEVA: SE IGNORA EL CHECKPOINT'
              GO TO 1200-VERIFICAR-CHECKPOINT-EXIT
           END-IF.

           OPEN INPUT CHK-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
              GO TO 1200-VERIFICAR-CHECKPOINT-EXIT
           END-IF.

           READ CHK-CHECKPOINT.

           IF FS-CHECKPOINT-OK AND CKP-PASO NUMERIC AND CKP-PASO > 0
              MOVE 'SI' TO WS-FLAG-HAY-CHECKPOINT
           END-IF.

           CLOSE CHK-CHECKPOINT.

           IF NOT WS-HAY-CHECKPOINT
              GO TO 1200-VERIFICAR-CHECKPOINT-EXIT
           END-IF.

           PERFORM VARYING WS-PP FROM 1 BY 1
                   UNTIL WS-PP > WS-CANT-PASOS
                      OR WS-PAS-NUMERO (WS-PP) = CKP-PASO
              CONTINUE
           END-PERFORM.

           IF WS-PP > WS-CANT-PASOS OR
              WS-PAS-PROGRAMA (WS-PP) NOT = CKP-PROGRAMA
              DISPLAY 'CHECKPOINT DESCARTADO: EL PASO ' CKP-PASO
                      ' YA NO ES ' CKP-PROGRAMA ' EN CADENA.CFG'
              GO TO 1200-VERIFICAR-CHECKPOINT-EXIT
           END-IF.

           MOVE CKP-PASO TO WS-PASO-DESDE.
           DISPLAY 'CADENA ' CKP-CORRIDA ' INTERRUMPIDA: SE RETOMA '
                   'EN EL PASO ' WS-PASO-DESDE ' ' CKP-PROGRAMA.

       1200-VERIFICAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1900-MOSTRAR-USO.

           DISPLAY 'USO: CL18EJ17 [NUEVA | DESDE PASO]'.

       1900-MOSTRAR-USO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-EJECUTAR-CADENA.

           MOVE 'NO' TO WS-FLAG-CADENA-ABORTADA.
           MOVE 0    TO WS-POS-FALLA.

           PERFORM 2100-EJECUTAR-PASO
              THRU 2100-EJECUTAR-PASO-EXIT
             VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP > WS-CANT-PASOS
                                          OR WS-CADENA-ABORTADA.

      *---- LO QUE QUEDO SIN CORRER DESPUES DE LA FALLA SE ANOTA EN LA
      *---- BITACORA, PARA QUE SE VEA QUE NOMINA NO SALIO.
           IF WS-CADENA-ABORTADA
              PERFORM 2500-MARCAR-SALTEADO
                 THRU 2500-MARCAR-SALTEADO-EXIT
                VARYING WS-PP FROM WS-POS-FALLA BY 1
                  UNTIL WS-PP > WS-CANT-PASOS
           END-IF.

       2000-EJECUTAR-CADENA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-EJECUTAR-PASO.

      *---- LOS PASOS DE RECUPERO SOLO CORREN DESDE 2300.
           IF WS-PAS-ES-RECUPERO (WS-PP)
              GO TO 2100-EJECUTAR-PASO-EXIT
           END-IF.

           IF WS-PAS-NUMERO (WS-PP) < WS-PASO-DESDE
              DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PP) ' '
                      WS-PAS-PROGRAMA (WS-PP) ' YA COMPLETADO'
              ADD 1 TO WS-CONT-PASOS-PREVIOS
              GO TO 2100-EJECUTAR-PASO-EXIT
           END-IF.

      *---- EL CHECKPOINT SE GRABA ANTES DE CORRER: SI LA CADENA SE
      *---- CORTA EN MEDIO DEL PASO, LA PROXIMA CORRIDA EMPIEZA POR EL.
           PERFORM 2400-GRABAR-CHECKPOINT
              THRU 2400-GRABAR-CHECKPOINT-EXIT.

           PERFORM 2200-CORRER-PROGRAMA
              THRU 2200-CORRER-PROGRAMA-EXIT.

           IF WS-RC-PASO NOT > WS-PAS-RC-MAXIMO (WS-PP)
              MOVE 'OK' TO WS-RESULTADO-PASO
              ADD 1 TO WS-CONT-PASOS-OK
              PERFORM 2290-REGISTRAR-PASO
                 THRU 2290-REGISTRAR-PASO-EXIT
              GO TO 2100-EJECUTAR-PASO-EXIT
           END-IF.

           DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PP) ' '
                   WS-PAS-PROGRAMA (WS-PP) ' TERMINO CON RETORNO '
                   WS-RC-PASO ' (MAXIMO ' WS-PAS-RC-MAXIMO (WS-PP)
                   ')'.

           IF WS-PAS-CONTINUA (WS-PP)
              MOVE 'TOLERADO' TO WS-RESULTADO-PASO
              ADD 1 TO WS-CONT-PASOS-TOLERADOS
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
              PERFORM 2290-REGISTRAR-PASO
                 THRU 2290-REGISTRAR-PASO-EXIT
              GO TO 2100-EJECUTAR-PASO-EXIT
           END-IF.

           MOVE 'FALLA' TO WS-RESULTADO-PASO.
           ADD 1 TO WS-CONT-PASOS-FALLIDOS.
           PERFORM 2290-REGISTRAR-PASO
              THRU 2290-REGISTRAR-PASO-EXIT.

           MOVE 'SI'  TO WS-FLAG-CADENA-ABORTADA.
           MOVE WS-PP TO WS-POS-FALLA.
           IF WS-RETORNO-CADENA < 08
              MOVE 08 TO WS-RETORNO-CADENA
           END-IF.

           IF WS-PAS-RECUPERA (WS-PP)
              PERFORM 2300-EJECUTAR-RECUPERO
                 THRU 2300-EJECUTAR-RECUPERO-EXIT
           END-IF.

       2100-EJECUTAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CORRER-PROGRAMA.

      *---- EL PROGRAMA SE CORRE COMO UN PROCESO APARTE CON SUS
      *---- PARAMETROS DE CADENA.CFG, IGUAL QUE A MANO.
           MOVE SPACES TO WS-COMANDO.
           STRING './'                      DELIMITED BY SIZE
                  WS-PAS-PROGRAMA (WS-PP)   DELIMITED BY ' '
                  ' '                       DELIMITED BY SIZE
                  WS-PAS-PARAMETROS (WS-PP) DELIMITED BY SIZE
                  INTO WS-COMANDO.

           DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PP) ': ' WS-COMANDO.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-INICIO-PASO.

           CALL 'SYSTEM' USING WS-COMANDO.

           MOVE RETURN-CODE TO WS-ESTADO-SISTEMA.
           MOVE 0           TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-FIN-PASO.

           IF WS-ESTADO-SISTEMA < 0
              MOVE 999 TO WS-RC-PASO
              GO TO 2200-CORRER-PROGRAMA-EXIT
           END-IF.

           DIVIDE WS-ESTADO-SISTEMA BY 256 GIVING WS-RC-PASO
                  REMAINDER WS-RESTO-SISTEMA.

           IF WS-RESTO-SISTEMA NOT = 0
              MOVE 999 TO WS-RC-PASO
           END-IF.

       2200-CORRER-PROGRAMA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2290-REGISTRAR-PASO.

           MOVE SPACES                      TO REG-LOG-CADENA.
           MOVE WS-PAS-NUMERO (WS-PP)       TO LOG-PASO.
           MOVE WS-PAS-PROGRAMA (WS-PP)     TO LOG-PROGRAMA.
           MOVE WS-INICIO-PASO              TO LOG-INICIO.
           MOVE WS-FIN-PASO                 TO LOG-FIN.
           MOVE WS-RC-PASO                  TO LOG-RETORNO.
           MOVE WS-PAS-RC-MAXIMO (WS-PP)    TO LOG-RC-MAXIMO.
           MOVE WS-RESULTADO-PASO           TO LOG-RESULTADO.
           MOVE WS-PAS-PARAMETROS (WS-PP)   TO LOG-PARAMETROS.

           PERFORM 2900-GRABAR-LOG
              THRU 2900-GRABAR-LOG-EXIT.

       2290-REGISTRAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-EJECUTAR-RECUPERO.

      *---- EL PASO DE RECUPERO (P.EJ. CL18EJ10 RESTAURAR) CORRE CON
      *---- LA MISMA MECANICA Y QUEDA EN LA BITACORA. EL CHECKPOINT
      *---- SIGUE APUNTANDO AL PASO QUE FALLO.
           MOVE WS-PAS-POS-RECUPERO (WS-PP) TO WS-PP.

           DISPLAY 'RECUPERO: PASO ' WS-PAS-NUMERO (WS-PP) ' '
                   WS-PAS-PROGRAMA (WS-PP).

           ADD 1 TO WS-CONT-RECUPEROS.

           PERFORM 2200-CORRER-PROGRAMA
              THRU 2200-CORRER-PROGRAMA-EXIT.

           IF WS-RC-PASO NOT > WS-PAS-RC-MAXIMO (WS-PP)
              MOVE 'RECUPERO'    TO WS-RESULTADO-PASO
           ELSE
              MOVE 'RECUP-FALLA' TO WS-RESULTADO-PASO
              MOVE 'SI'          TO WS-FLAG-RECUPERO-FALLIDO
              MOVE 16            TO WS-RETORNO-CADENA
              DISPLAY 'EL RECUPERO TAMBIEN FALLO CON RETORNO '
                      WS-RC-PASO ': HACE FALTA INTERVENCION MANUAL'
           END-IF.

           PERFORM 2290-REGISTRAR-PASO
              THRU 2290-REGISTRAR-PASO-EXIT.

      *---- DEVUELVO EL INDICE AL PASO QUE FALLO PARA QUE EL CICLO
      *---- DE 2000 TERMINE DONDE CORRESPONDE.
           MOVE WS-POS-FALLA TO WS-PP.

       2300-EJECUTAR-RECUPERO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-GRABAR-CHECKPOINT.

           OPEN OUTPUT CHK-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
              DISPLAY 'ERROR AL GRABAR EL CHECKPOINT DE LA CADENA'
              DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
              GO TO 2400-GRABAR-CHECKPOINT-EXIT
           END-IF.

           MOVE WS-PAS-NUMERO (WS-PP)   TO CKP-PASO.
           MOVE WS-PAS-PROGRAMA (WS-PP) TO CKP-PROGRAMA.
           MOVE WS-CORRIDA              TO CKP-CORRIDA.

           WRITE REG-CHECKPOINT.

           CLOSE CHK-CHECKPOINT.

           IF NOT FS-CHECKPOINT-OK
              DISPLAY 'ERROR AL CERRAR EL CHECKPOINT DE LA CADENA'
              DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
           END-IF.

       2400-GRABAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-LIMPIAR-CHECKPOINT.

      *---- TRUNCO EL CHECKPOINT PARA QUE LA PROXIMA CADENA ARRANQUE
      *---- DESDE EL PRIMER PASO.
           OPEN OUTPUT CHK-CHECKPOINT.

           IF FS-CHECKPOINT-OK
              CLOSE CHK-CHECKPOINT
           ELSE
              DISPLAY 'ERROR AL LIMPIAR EL CHECKPOINT DE LA CADENA'
              DISPLAY 'FILE STATUS: ' FS-CHECKPOINT
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
           END-IF.

       2450-LIMPIAR-CHECKPOINT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2500-MARCAR-SALTEADO.

           IF WS-PP = WS-POS-FALLA OR WS-PAS-ES-RECUPERO (WS-PP)
              GO TO 2500-MARCAR-SALTEADO-EXIT
           END-IF.

           DISPLAY 'PASO ' WS-PAS-NUMERO (WS-PP) ' '
                   WS-PAS-PROGRAMA (WS-PP) ' SALTEADO'.

           ADD 1 TO WS-CONT-PASOS-SALTEADOS.

           MOVE SPACES        TO WS-INICIO-PASO.
           MOVE SPACES        TO WS-FIN-PASO.
           MOVE 0             TO WS-RC-PASO.
           MOVE 'SALTEADO'    TO WS-RESULTADO-PASO.

           PERFORM 2290-REGISTRAR-PASO
              THRU 2290-REGISTRAR-PASO-EXIT.

       2500-MARCAR-SALTEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-LOG.

      *---- LA BITACORA SE ABRE Y CIERRA EN CADA RENGLON: SI LA CADENA
      *---- SE CORTA, LO YA CORRIDO QUEDA GRABADO.
           OPEN EXTEND LOG-CADENA.

           IF NOT FS-LOG-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE LA CADENA'
              DISPLAY 'FILE STATUS: ' FS-LOG
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
              GO TO 2900-GRABAR-LOG-EXIT
           END-IF.

           MOVE WS-CORRIDA TO LOG-CORRIDA.

           WRITE REG-LOG-CADENA.

           IF NOT FS-LOG-OK
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE LA CADENA'
              DISPLAY 'FILE STATUS: ' FS-LOG
              IF WS-RETORNO-CADENA < 04
                 MOVE 04 TO WS-RETORNO-CADENA
              END-IF
           END-IF.

           CLOSE LOG-CADENA.

       2900-GRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

      *---- CADENA COMPLETA: EL CHECKPOINT SE LIMPIA. ABORTADA: QUEDA
      *---- APUNTANDO AL PASO QUE FALLO PARA LA PROXIMA CORRIDA.
           MOVE SPACES                TO REG-LOG-CADENA.
           MOVE 0                     TO LOG-PASO.
           MOVE 'CL18EJ17'            TO LOG-PROGRAMA.
           MOVE WS-CORRIDA            TO LOG-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOG-FIN.
           MOVE 0                     TO LOG-RC-MAXIMO.

           IF WS-CADENA-ABORTADA
              MOVE 'ABORTADA'         TO LOG-RESULTADO
              STRING 'RETOMAR EN EL PASO '
                     WS-PAS-NUMERO (WS-POS-FALLA)
                     DELIMITED BY SIZE INTO LOG-PARAMETROS
           ELSE
              PERFORM 2450-LIMPIAR-CHECKPOINT
                 THRU 2450-LIMPIAR-CHECKPOINT-EXIT
              MOVE 'COMPLETA'         TO LOG-RESULTADO
           END-IF.

           MOVE WS-RETORNO-CADENA     TO LOG-RETORNO.
           PERFORM 2900-GRABAR-LOG
              THRU 2900-GRABAR-LOG-EXIT.

           MOVE WS-CONT-PASOS-PREVIOS       TO WS-FORMAT-IMPORTE.
           DISPLAY 'PASOS YA COMPLETADOS ANTES        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PASOS-OK            TO WS-FORMAT-IMPORTE.
           DISPLAY 'PASOS TERMINADOS BIEN             : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PASOS-TOLERADOS     TO WS-FORMAT-IMPORTE.
           DISPLAY 'PASOS CON RETORNO TOLERADO        : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PASOS-FALLIDOS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'PASOS FALLIDOS                    : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-RECUPEROS           TO WS-FORMAT-IMPORTE.
           DISPLAY 'RECUPEROS EJECUTADOS              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-PASOS-SALTEADOS     TO WS-FORMAT-IMPORTE.
           DISPLAY 'PASOS SALTEADOS                   : '
                   WS-FORMAT-IMPORTE.

           IF WS-CADENA-ABORTADA
              DISPLAY 'CADENA ABORTADA: LA PROXIMA CORRIDA RETOMA EN '
                      'EL PASO ' WS-PAS-NUMERO (WS-POS-FALLA)
           ELSE
              DISPLAY 'CADENA COMPLETA'
           END-IF.

           MOVE WS-RETORNO-CADENA TO RETURN-CODE.

           DISPLAY 'RETORNO FINAL DE LA CADENA        : ' RETURN-CODE.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ17.
