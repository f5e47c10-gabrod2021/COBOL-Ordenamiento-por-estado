      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose:
      * DESCRIPCION: MANTENIMIENTO DEL MAESTRO DE CUENTAS BANCARIAS
      * (CUENTAS.IDX) PARA EL PAGO DE SUELDOS POR TRANSFERENCIA. EL
      * OPERADOR INGRESA POR CONSOLA EL TIPO DE MOVIMIENTO (A=ALTA,
      * M=MODIFICACION, B=BAJA DE LA CUENTA) Y EL ID DEL EMPLEADO; EL
      * ID TIENE QUE EXISTIR EN EMPLEADOS.IDX Y SE MUESTRAN EL
      * EMPLEADO Y SU CUENTA ACTUAL ANTES DE TOCAR NADA. SE VALIDAN
      * LOS DOS DIGITOS VERIFICADORES DEL CBU Y QUE EL CBU NO ESTE YA
      * ASIGNADO A OTRO EMPLEADO. CONFIRMADO EL MOVIMIENTO SE GRABA EN
      * CUENTAS.IDX Y CADA CAMPO QUE CAMBIA (BANCO, CBU, TITULAR) QUEDA
      * EN LA BITACORA DE CAMBIOS NOVEDADES-CAMBIOS.TXT, CON EL MISMO
      * LAYOUT QUE GRABA CL18EJ03. SOLO OPERADORES CON ROL CUENTAS DE
      * OPERADORES.CFG, Y SOLO PARA EMPLEADOS DE SUS SUCURSALES; CADA
      * MOVIMIENTO GRABADO O RECHAZADO QUEDA EN ACCESOS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL18EJ21.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *---- MAESTRO DE CUENTAS: SI NO EXISTE, LA PRIMERA CORRIDA LO
      *---- CREA VACIO EN 1100-ABRIR-CUENTAS.
       SELECT CTA-CUENTAS
           ASSIGN TO '../CUENTAS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-ID
           ALTERNATE RECORD KEY IS CTA-CBU
           FILE STATUS IS FS-CUENTAS.

       SELECT IDX-MAESTRO
           ASSIGN TO '../EMPLEADOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-ID
           ALTERNATE RECORD KEY IS IDX-APELLIDO WITH DUPLICATES
           FILE STATUS IS FS-INDEXADO.

      *---- BITACORA PERMANENTE DE CAMBIOS, LA MISMA DE CL18EJ03.
       SELECT OPTIONAL CAM-CAMBIOS
           ASSIGN TO '../NOVEDADES-CAMBIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

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

       FILE SECTION.

       FD CTA-CUENTAS.
           COPY CL18EJ21-CUENTAS.

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

       FD CAM-CAMBIOS.
       01 REG-CAMBIOS.
          05 CAM-FECHA                      PIC X(08).
          05 FILLER                         PIC X(01).
          05 CAM-ID                         PIC 9(08).
          05 FILLER                         PIC X(01).
          05 CAM-CAMPO                      PIC X(15).
          05 FILLER                         PIC X(01).
          05 CAM-VALOR-ANTERIOR             PIC X(25).
          05 FILLER                         PIC X(01).
          05 CAM-VALOR-NUEVO                PIC X(25).

       FD CFG-OPERADORES.
           COPY CL18EJ08-OPERADORES.

       FD ACC-ACCESOS.
           COPY CL18EJ08-ACCESOS.


       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CUENTAS                     PIC X(2).
             88 FS-CUENTAS-OK                   VALUE '00'.
             88 FS-CUENTAS-CBU-REPETIDO         VALUE '22'.
             88 FS-CUENTAS-NO-EXISTE            VALUE '23'.
             88 FS-CUENTAS-NFD                  VALUE '35'.
          05 FS-INDEXADO                    PIC X(2).
             88 FS-INDEXADO-OK                  VALUE '00'.
             88 FS-INDEXADO-NO-EXISTE           VALUE '23'.
             88 FS-INDEXADO-NFD                 VALUE '35'.
          05 FS-CAMBIOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-CAMBIOS-OK                   VALUE '00' '05'.
          05 FS-OPERADORES                  PIC X(2).
             88 FS-OPERADORES-OK                VALUE '00'.
             88 FS-OPERADORES-EOF               VALUE '10'.
          05 FS-ACCESOS                     PIC X(2).
      *---- '05' = ARCHIVO OPCIONAL AUSENTE, CREADO POR EL OPEN.
             88 FS-ACCESOS-OK                   VALUE '00' '05'.

      *---- OPERADOR DE LA SESION, VALIDADO EN 1050-VALIDAR-OPERADOR.
           COPY CL18EJ08-OPERADOR.

       01 WS-CAPTURA-AREA.
           05 WS-TIPO-INGRESADO              PIC X(01) VALUE SPACE.
           05 WS-FLAG-FIN-CAPTURA            PIC X(02) VALUE 'NO'.
               88 WS-FIN-CAPTURA                     VALUE 'SI'.
           05 WS-FLAG-MOV-CANCELADO          PIC X(02) VALUE 'NO'.
               88 WS-MOV-CANCELADO                   VALUE 'SI'.
           05 WS-CONFIRMACION                PIC X(01) VALUE SPACE.
           05 WS-LL                          PIC 9(02) VALUE 0.
           05 WS-ID-INGRESADO                PIC X(08) VALUE SPACES.
           05 WS-ID-NORMALIZADO              PIC X(08) JUSTIFIED RIGHT.
           05 WS-FLAG-ID-VALIDO              PIC X(02) VALUE 'NO'.
               88 WS-ID-VALIDO                       VALUE 'SI'.
           05 WS-CAMPO-INGRESADO             PIC X(25) VALUE SPACES.
           05 WS-FLAG-CUENTA-EXISTE          PIC X(02) VALUE 'NO'.
               88 WS-CUENTA-EXISTE                   VALUE 'SI'.
           05 WS-SUCURSAL-EMPLEADO           PIC X(03) VALUE SPACES.

      *---- VALIDACION DEL CBU: 22 DIGITOS EN DOS BLOQUES. CADA DIGITO
      *---- DEL BLOQUE SE MULTIPLICA POR SU PESO (7139713 PARA EL
      *---- PRIMERO, 3971397139713 PARA EL SEGUNDO); EL VERIFICADOR ES
      *---- LO QUE LE FALTA A LA SUMA PARA LLEGAR A LA DECENA
      *---- SIGUIENTE (0 SI YA ES MULTIPLO DE 10).
       01 WS-CBU-AREA.
           05 WS-CBU-INGRESADO               PIC X(22) VALUE SPACES.
           05 WS-CBU-DIGITOS-R REDEFINES WS-CBU-INGRESADO.
               10 WS-CBU-DIGITO OCCURS 22 TIMES
                                             PIC 9(01).
           05 WS-TABLA-PESOS.
               10 FILLER                     PIC X(07) VALUE '7139713'.
               10 FILLER                     PIC X(13)
                                              VALUE '3971397139713'.
           05 WS-TABLA-PESOS-R REDEFINES WS-TABLA-PESOS.
               10 WS-CBU-PESO OCCURS 20 TIMES
                                             PIC 9(01).
           05 WS-CBU-SUMA                    PIC 9(04) VALUE 0.
           05 WS-CBU-RESTO                   PIC 9(02) VALUE 0.
           05 WS-CBU-COCIENTE                PIC 9(04) VALUE 0.
           05 WS-CBU-DV-CALCULADO            PIC 9(01) VALUE 0.
           05 WS-CBU-CC                      PIC 9(02) VALUE 0.
           05 WS-FLAG-CBU-VALIDO             PIC X(02) VALUE 'NO'.
               88 WS-CBU-VALIDO                      VALUE 'SI'.
           05 WS-CBU-MOTIVO                  PIC X(50) VALUE SPACES.

      *---- ARMADO DE LA BITACORA DE CAMBIOS: EL NOMBRE DEL CAMPO Y
      *---- LOS VALORES ANTERIOR Y NUEVO, COMO EN CL18EJ03.
       01 WS-CAMBIOS-AREA.
           05 WS-FECHA-PROCESO               PIC X(08) VALUE SPACES.
           05 WS-CAM-CAMPO                   PIC X(15) VALUE SPACES.
           05 WS-CAM-ANTERIOR                PIC X(25) VALUE SPACES.
           05 WS-CAM-NUEVO                   PIC X(25) VALUE SPACES.

       01 WS-CONTADORES.
           05 WS-CONT-MOV-GRABADOS           PIC 9(04) VALUE 0.
           05 WS-CONT-MOV-CANCELADOS         PIC 9(04) VALUE 0.
           05 WS-CONT-MOV-NO-AUTORIZADOS     PIC 9(04) VALUE 0.
           05 WS-CONT-REG-CAMBIOS            PIC 9(06) VALUE 0.

       01 WS-VARIABLES-GENERALES.
           05 WS-FORMAT-IMPORTE              PIC ZZZ.ZZ9.

      *---- CUENTA VIGENTE (PARA MOSTRARLA Y COMPARAR) Y CUENTA EN
      *---- ARMADO, QUE RECIEN SE MUEVE A LA FD CUANDO EL OPERADOR
      *---- CONFIRMA.
       01 WS-CTA-ACTUAL.
           05 WS-ACT-BANCO                   PIC X(25).
           05 WS-ACT-CBU                     PIC X(22).
           05 WS-ACT-TITULAR                 PIC X(25).

       01 WS-MOV-NUEVO.
           05 WS-MOV-TIPO                    PIC X(01).
           05 WS-MOV-ID                      PIC 9(08).
           05 WS-MOV-BANCO                   PIC X(25).
           05 WS-MOV-CBU                     PIC X(22).
           05 WS-MOV-TITULAR                 PIC X(25).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-CAPTURAR-MOVIMIENTO
              THRU 2000-CAPTURAR-MOVIMIENTO-EXIT
             UNTIL WS-FIN-CAPTURA.

           PERFORM 3000-FINALIZAR
              THRU 3000-FINALIZAR-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR.

           INITIALIZE WS-CONTADORES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-PROCESO.

      *---- ANTES DE ABRIR NADA SE IDENTIFICA EL OPERADOR: LAS CUENTAS
      *---- SON SOLO PARA EL ROL CUENTAS.
           MOVE 'CUENTAS'   TO WS-OPE-ROL-REQUERIDO.
           MOVE 'CUENTAS'   TO WS-ACC-ACCION.

           PERFORM 1050-VALIDAR-OPERADOR
              THRU 1050-VALIDAR-OPERADOR-EXIT.

      *---- SIN EL MAESTRO INDEXADO NO HAY FORMA DE SABER SI EL ID ES
      *---- DE UN EMPLEADO: MISMO CORTE QUE HACE CL18EJ08.
           OPEN INPUT IDX-MAESTRO.

           EVALUATE TRUE
               WHEN FS-INDEXADO-OK
                    CONTINUE
               WHEN FS-INDEXADO-NFD
                    DISPLAY 'NO SE ENCUENTRA EL MAESTRO INDEXADO; '
                            'CORRER PRIMERO CL18EJ02'
                    DISPLAY 'FILE STATUS: ' FS-INDEXADO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO INDEXADO'
                    DISPLAY 'FILE STATUS: ' FS-INDEXADO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           PERFORM 1100-ABRIR-CUENTAS
              THRU 1100-ABRIR-CUENTAS-EXIT.

      *---- UN CAMBIO DE CUENTA SIN RASTRO NO SE ACEPTA: A DIFERENCIA
      *---- DE CL18EJ03, SIN BITACORA NO SE TRABAJA.
           OPEN EXTEND CAM-CAMBIOS.

           IF NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE CAMBIOS'
              DISPLAY 'FILE STATUS: ' FS-CAMBIOS
              MOVE 16 TO RETURN-CODE
              CLOSE IDX-MAESTRO
              CLOSE CTA-CUENTAS
              STOP RUN
           END-IF.

       1000-INICIAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-OPERADOR.

      *---- EL OPERADOR TIENE QUE ESTAR EN OPERADORES.CFG CON EL ROL
      *---- QUE PIDE EL PROGRAMA. SIN LA TABLA NO HAY FORMA DE
      *---- AUTORIZAR A NADIE, ASI QUE TAMBIEN SE RECHAZA. TODO
      *---- RECHAZO QUEDA EN ACCESOS.TXT Y TERMINA LA CORRIDA.
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
           PERFORM 2900-REGISTRAR-ACCESO
              THRU 2900-REGISTRAR-ACCESO-EXIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1050-VALIDAR-OPERADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-CUENTAS.

      *---- LA PRIMERA VEZ EL MAESTRO DE CUENTAS NO EXISTE: SE CREA
      *---- VACIO Y SE VUELVE A ABRIR PARA ACTUALIZAR.
           OPEN I-O CTA-CUENTAS.

           IF FS-CUENTAS-NFD
              DISPLAY 'NO EXISTE CUENTAS.IDX: SE CREA VACIO'
              OPEN OUTPUT CTA-CUENTAS
              IF FS-CUENTAS-OK
                 CLOSE CTA-CUENTAS
                 OPEN I-O CTA-CUENTAS
              END-IF
           END-IF.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CUENTAS'
              DISPLAY 'FILE STATUS: ' FS-CUENTAS
              MOVE 16 TO RETURN-CODE
              CLOSE IDX-MAESTRO
              STOP RUN
           END-IF.

       1100-ABRIR-CUENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CAPTURAR-MOVIMIENTO.

           DISPLAY ' '.
           DISPLAY 'TIPO DE MOVIMIENTO (A=ALTA M=MODIFICACION '
                   'B=BAJA DE CUENTA 0=TERMINAR): '.
           MOVE SPACE TO WS-TIPO-INGRESADO.
           ACCEPT WS-TIPO-INGRESADO.

           IF WS-TIPO-INGRESADO = '0' OR WS-TIPO-INGRESADO = SPACE
              MOVE 'SI' TO WS-FLAG-FIN-CAPTURA
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

           IF WS-TIPO-INGRESADO NOT = 'A' AND
              WS-TIPO-INGRESADO NOT = 'B' AND
              WS-TIPO-INGRESADO NOT = 'M'
              DISPLAY 'TIPO DE MOVIMIENTO INVALIDO: ' WS-TIPO-INGRESADO
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

           MOVE 'NO'              TO WS-FLAG-MOV-CANCELADO.
           INITIALIZE WS-MOV-NUEVO.
           INITIALIZE WS-CTA-ACTUAL.
           MOVE WS-TIPO-INGRESADO TO WS-MOV-TIPO.

           PERFORM 2100-PEDIR-ID
              THRU 2100-PEDIR-ID-EXIT.

           IF WS-MOV-CANCELADO
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2200-CONSULTAR-EMPLEADO
              THRU 2200-CONSULTAR-EMPLEADO-EXIT.

           IF WS-MOV-CANCELADO
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2250-CONSULTAR-CUENTA
              THRU 2250-CONSULTAR-CUENTA-EXIT.

           IF WS-MOV-CANCELADO
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

      *---- LA BAJA NO PIDE MAS CAMPOS: SE BORRA LA CUENTA MOSTRADA.
           IF WS-MOV-TIPO NOT = 'B'
              PERFORM 2300-PEDIR-DATOS-CUENTA
                 THRU 2300-PEDIR-DATOS-CUENTA-EXIT
           END-IF.

           IF WS-MOV-CANCELADO
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              GO TO 2000-CAPTURAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2700-CONFIRMAR-Y-GRABAR
              THRU 2700-CONFIRMAR-Y-GRABAR-EXIT.

       2000-CAPTURAR-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-PEDIR-ID.

           DISPLAY 'ID DE EMPLEADO: '.
           MOVE SPACES TO WS-ID-INGRESADO.
           ACCEPT WS-ID-INGRESADO.

           PERFORM 2110-NORMALIZAR-ID
              THRU 2110-NORMALIZAR-ID-EXIT.

           IF NOT WS-ID-VALIDO
              DISPLAY 'ID INVALIDO (DEBE SER NUMERICO): '
                      WS-ID-INGRESADO
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              GO TO 2100-PEDIR-ID-EXIT
           END-IF.

           MOVE WS-ID-NORMALIZADO TO WS-MOV-ID.

       2100-PEDIR-ID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2110-NORMALIZAR-ID.

      *---- EL OPERADOR TIPEA '11', NO '00000011': SE CORRE A LA
      *---- DERECHA Y SE COMPLETA CON CEROS, COMO EN CL18EJ08.
           MOVE 'NO' TO WS-FLAG-ID-VALIDO.

           IF WS-ID-INGRESADO = SPACES
              GO TO 2110-NORMALIZAR-ID-EXIT
           END-IF.

           PERFORM VARYING WS-LL FROM 8 BY -1 UNTIL WS-LL < 1
                            OR WS-ID-INGRESADO (WS-LL:1) NOT = SPACE
              CONTINUE
           END-PERFORM.

           MOVE WS-ID-INGRESADO (1:WS-LL) TO WS-ID-NORMALIZADO.

           INSPECT WS-ID-NORMALIZADO REPLACING LEADING ' ' BY '0'.

           IF WS-ID-NORMALIZADO IS NUMERIC
              MOVE 'SI' TO WS-FLAG-ID-VALIDO
           END-IF.

       2110-NORMALIZAR-ID-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-CONSULTAR-EMPLEADO.

      *---- SOLO SE ACEPTAN CUENTAS DE EMPLEADOS DEL MAESTRO. PARA UNA
      *---- BAJA DE CUENTA TAMBIEN: LA CUENTA DE UN EX EMPLEADO LA
      *---- LISTA CL18EJ22 Y SE BORRA CON EL MISMO CONTROL.
           MOVE WS-MOV-ID  TO IDX-ID.

           READ IDX-MAESTRO.

           EVALUATE TRUE
               WHEN FS-INDEXADO-OK
                    CONTINUE
               WHEN FS-INDEXADO-NO-EXISTE
                    IF WS-MOV-TIPO = 'B'
                       GO TO 2200-EMPLEADO-NO-ESTA
                    END-IF
                    DISPLAY 'EL ID NO EXISTE EN EMPLEADOS.IDX, NO SE '
                            'LE PUEDE REGISTRAR CUENTA: ' WS-MOV-ID
                    MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
                    GO TO 2200-CONSULTAR-EMPLEADO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO INDEXADO'
                    DISPLAY 'FILE STATUS: ' FS-INDEXADO
                    MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
                    GO TO 2200-CONSULTAR-EMPLEADO-EXIT
           END-EVALUATE.

           MOVE IDX-SUCURSAL TO WS-SUCURSAL-EMPLEADO.

           DISPLAY 'EMPLEADO:'.
           DISPLAY '  ID: ' IDX-ID
                   '  NOMBRE: ' IDX-NOMBRE
                   '  APELLIDO: ' IDX-APELLIDO.
           DISPLAY '  ESTADO: ' IDX-ESTADO
                   '  DEPARTAMENTO: ' IDX-DEPARTAMENTO
                   '  SUCURSAL: ' IDX-SUCURSAL.

      *---- EL OPERADOR SOLO TOCA CUENTAS DE EMPLEADOS DE SUS
      *---- SUCURSALES.
           PERFORM 2350-CONTROLAR-SUCURSAL-OPE
              THRU 2350-CONTROLAR-SUCURSAL-OPE-EXIT.

           GO TO 2200-CONSULTAR-EMPLEADO-EXIT.

       2200-EMPLEADO-NO-ESTA.

      *---- EL EMPLEADO YA NO ESTA EN EL MAESTRO: SU CUENTA SOLO SE
      *---- PUEDE DAR DE BAJA, Y SIN SUCURSAL CONTRA QUE CONTROLAR LA
      *---- PUEDE BORRAR UN OPERADOR CON TODAS LAS SUCURSALES.
           DISPLAY 'EL ID NO ESTA EN EMPLEADOS.IDX (EX EMPLEADO)'.

           IF WS-OPE-SUC-CODIGO (1) NOT = '***'
              DISPLAY 'SOLO UN OPERADOR CON TODAS LAS SUCURSALES '
                      'PUEDE BORRAR LA CUENTA DE UN EX EMPLEADO'
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              ADD 1     TO WS-CONT-MOV-NO-AUTORIZADOS
              MOVE 'CUENTA-B'  TO WS-ACC-ACCION
              MOVE 'RECHAZADO' TO WS-ACC-RESULTADO
              MOVE SPACES      TO WS-ACC-DETALLE
              STRING 'ID ' WS-MOV-ID ' EX EMPLEADO SIN SUCURSAL'
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              PERFORM 2900-REGISTRAR-ACCESO
                 THRU 2900-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES TO WS-SUCURSAL-EMPLEADO.

       2200-CONSULTAR-EMPLEADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-CONSULTAR-CUENTA.

           MOVE 'NO'       TO WS-FLAG-CUENTA-EXISTE.
           MOVE WS-MOV-ID  TO CTA-ID.

           READ CTA-CUENTAS.

           EVALUATE TRUE
               WHEN FS-CUENTAS-OK
                    MOVE 'SI' TO WS-FLAG-CUENTA-EXISTE
               WHEN FS-CUENTAS-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE CUENTAS'
                    DISPLAY 'FILE STATUS: ' FS-CUENTAS
                    MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
                    GO TO 2250-CONSULTAR-CUENTA-EXIT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-MOV-TIPO = 'A' AND WS-CUENTA-EXISTE
                    DISPLAY 'EL EMPLEADO YA TIENE CUENTA; PARA '
                            'CAMBIARLA USAR M: ' CTA-CBU
                    MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
               WHEN WS-MOV-TIPO NOT = 'A' AND NOT WS-CUENTA-EXISTE
                    DISPLAY 'EL EMPLEADO NO TIENE CUENTA REGISTRADA: '
                            WS-MOV-ID
                    MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
               WHEN WS-MOV-TIPO NOT = 'A'
      *---- EN UNA MODIFICACION LOS CAMPOS QUE SE DEJAN EN BLANCO
      *---- CONSERVAN EL VALOR ACTUAL.
                    DISPLAY 'CUENTA ACTUAL:'
                    DISPLAY '  BANCO: ' CTA-BANCO
                            '  CBU: ' CTA-CBU
                    DISPLAY '  TITULAR: ' CTA-TITULAR
                            '  ULTIMA MODIFICACION: '
                            CTA-FECHA-ACTUALIZACION ' ' CTA-OPERADOR
                    MOVE CTA-BANCO   TO WS-ACT-BANCO   WS-MOV-BANCO
                    MOVE CTA-CBU     TO WS-ACT-CBU     WS-MOV-CBU
                    MOVE CTA-TITULAR TO WS-ACT-TITULAR WS-MOV-TITULAR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2250-CONSULTAR-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2300-PEDIR-DATOS-CUENTA.

           DISPLAY 'BANCO: '.
           MOVE SPACES TO WS-CAMPO-INGRESADO.
           ACCEPT WS-CAMPO-INGRESADO.
           IF WS-CAMPO-INGRESADO NOT = SPACES
              MOVE WS-CAMPO-INGRESADO TO WS-MOV-BANCO
           END-IF.
           IF WS-MOV-BANCO = SPACES
              DISPLAY 'EL BANCO NO PUEDE QUEDAR VACIO'
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              GO TO 2300-PEDIR-DATOS-CUENTA-EXIT
           END-IF.

           PERFORM 2310-PEDIR-CBU
              THRU 2310-PEDIR-CBU-EXIT.
           IF WS-MOV-CANCELADO
              GO TO 2300-PEDIR-DATOS-CUENTA-EXIT
           END-IF.

      *---- EN UN ALTA, SIN TITULAR SE PROPONE EL EMPLEADO MISMO.
           DISPLAY 'TITULAR DE LA CUENTA: '.
           MOVE SPACES TO WS-CAMPO-INGRESADO.
           ACCEPT WS-CAMPO-INGRESADO.
           IF WS-CAMPO-INGRESADO NOT = SPACES
              MOVE WS-CAMPO-INGRESADO TO WS-MOV-TITULAR
           END-IF.
           IF WS-MOV-TITULAR = SPACES
              STRING IDX-APELLIDO DELIMITED BY '  '
                     ' '          DELIMITED BY SIZE
                     IDX-NOMBRE   DELIMITED BY '  '
                     INTO WS-MOV-TITULAR
           END-IF.

       2300-PEDIR-DATOS-CUENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-PEDIR-CBU.

           DISPLAY 'CBU (22 DIGITOS): '.
           MOVE SPACES TO WS-CBU-INGRESADO.
           ACCEPT WS-CBU-INGRESADO.

           IF WS-CBU-INGRESADO = SPACES AND WS-MOV-TIPO = 'M'
              GO TO 2310-PEDIR-CBU-EXIT
           END-IF.

           PERFORM 2320-VALIDAR-CBU
              THRU 2320-VALIDAR-CBU-EXIT.

           IF NOT WS-CBU-VALIDO
              DISPLAY 'CBU INVALIDO: ' WS-CBU-INGRESADO
              DISPLAY '  ' WS-CBU-MOTIVO
              MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
              GO TO 2310-PEDIR-CBU-EXIT
           END-IF.

      *---- EL MISMO CBU NO PUEDE ESTAR A NOMBRE DE OTRO EMPLEADO.
           IF WS-CBU-INGRESADO NOT = WS-ACT-CBU
              MOVE WS-CBU-INGRESADO TO CTA-CBU
              READ CTA-CUENTAS KEY IS CTA-CBU
              EVALUATE TRUE
                  WHEN FS-CUENTAS-OK
                       DISPLAY 'EL CBU YA ESTA REGISTRADO PARA EL ID '
                               CTA-ID
                       MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
                       GO TO 2310-PEDIR-CBU-EXIT
                  WHEN FS-CUENTAS-NO-EXISTE
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR AL LEER EL MAESTRO DE CUENTAS'
                       DISPLAY 'FILE STATUS: ' FS-CUENTAS
                       MOVE 'SI' TO WS-FLAG-MOV-CANCELADO
                       GO TO 2310-PEDIR-CBU-EXIT
              END-EVALUATE
           END-IF.

           MOVE WS-CBU-INGRESADO TO WS-MOV-CBU.

       2310-PEDIR-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2320-VALIDAR-CBU.

           MOVE 'NO'   TO WS-FLAG-CBU-VALIDO.
           MOVE SPACES TO WS-CBU-MOTIVO.

           IF WS-CBU-INGRESADO NOT NUMERIC
              MOVE 'DEBE TENER 22 DIGITOS, SIN ESPACIOS NI GUIONES'
                                         TO WS-CBU-MOTIVO
              GO TO 2320-VALIDAR-CBU-EXIT
           END-IF.

      *---- PRIMER BLOQUE: DIGITOS 1 A 7, VERIFICADOR EN EL 8.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM VARYING WS-CBU-CC FROM 1 BY 1 UNTIL WS-CBU-CC > 7
              COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                      + WS-CBU-DIGITO (WS-CBU-CC)
                      * WS-CBU-PESO (WS-CBU-CC)
           END-PERFORM.

           PERFORM 2325-CALCULAR-VERIFICADOR
              THRU 2325-CALCULAR-VERIFICADOR-EXIT.

           IF WS-CBU-DV-CALCULADO NOT = WS-CBU-DIGITO (8)
              MOVE 'DIGITO VERIFICADOR DEL BLOQUE 1 (ENTIDAD) ERRONEO'
                                         TO WS-CBU-MOTIVO
              GO TO 2320-VALIDAR-CBU-EXIT
           END-IF.

      *---- SEGUNDO BLOQUE: DIGITOS 9 A 21, VERIFICADOR EN EL 22. LOS
      *---- PESOS DEL SEGUNDO BLOQUE ESTAN EN LAS POSICIONES 8 A 20.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM VARYING WS-CBU-CC FROM 9 BY 1 UNTIL WS-CBU-CC > 21
              COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                      + WS-CBU-DIGITO (WS-CBU-CC)
                      * WS-CBU-PESO (WS-CBU-CC - 1)
           END-PERFORM.

           PERFORM 2325-CALCULAR-VERIFICADOR
              THRU 2325-CALCULAR-VERIFICADOR-EXIT.

           IF WS-CBU-DV-CALCULADO NOT = WS-CBU-DIGITO (22)
              MOVE 'DIGITO VERIFICADOR DEL BLOQUE 2 (CUENTA) ERRONEO'
                                         TO WS-CBU-MOTIVO
              GO TO 2320-VALIDAR-CBU-EXIT
           END-IF.

           MOVE 'SI' TO WS-FLAG-CBU-VALIDO.

       2320-VALIDAR-CBU-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2325-CALCULAR-VERIFICADOR.

           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
                  REMAINDER WS-CBU-RESTO.

           IF WS-CBU-RESTO = 0
              MOVE 0 TO WS-CBU-DV-CALCULADO
           ELSE
              COMPUTE WS-CBU-DV-CALCULADO = 10 - WS-CBU-RESTO
           END-IF.

       2325-CALCULAR-VERIFICADOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-CONTROLAR-SUCURSAL-OPE.

      *---- LA SUCURSAL DEL EMPLEADO TIENE QUE ESTAR ENTRE LAS DEL
      *---- OPERADOR ('***' EN LA PRIMERA POSICION = TODAS). SI NO,
      *---- EL MOVIMIENTO SE CANCELA Y EL RECHAZO QUEDA EN ACCESOS.TXT.
           MOVE 'NO' TO WS-FLAG-SUC-HABILITADA.

           IF WS-OPE-SUC-CODIGO (1) = '***'
              MOVE 'SI' TO WS-FLAG-SUC-HABILITADA
           END-IF.

           PERFORM VARYING WS-OO FROM 1 BY 1 UNTIL WS-OO > 10
                                    OR WS-SUC-HABILITADA
              IF WS-OPE-SUC-CODIGO (WS-OO) = WS-SUCURSAL-EMPLEADO
                 MOVE 'SI' TO WS-FLAG-SUC-HABILITADA
              END-IF
           END-PERFORM.

           IF WS-SUC-HABILITADA
              GO TO 2350-CONTROLAR-SUCURSAL-OPE-EXIT
           END-IF.

           DISPLAY 'SUCURSAL NO ASIGNADA AL OPERADOR: '
                   WS-SUCURSAL-EMPLEADO.
           MOVE 'SI' TO WS-FLAG-MOV-CANCELADO.
           ADD 1     TO WS-CONT-MOV-NO-AUTORIZADOS.

           MOVE SPACES TO WS-ACC-ACCION.
           STRING 'CUENTA-' WS-MOV-TIPO
                  DELIMITED BY SIZE INTO WS-ACC-ACCION.
           MOVE 'RECHAZADO' TO WS-ACC-RESULTADO.
           MOVE SPACES      TO WS-ACC-DETALLE.
           STRING 'ID ' WS-MOV-ID ' SUCURSAL ' WS-SUCURSAL-EMPLEADO
                  ' NO ASIGNADA'
                  DELIMITED BY SIZE INTO WS-ACC-DETALLE.

           PERFORM 2900-REGISTRAR-ACCESO
              THRU 2900-REGISTRAR-ACCESO-EXIT.

       2350-CONTROLAR-SUCURSAL-OPE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-CONFIRMAR-Y-GRABAR.

           DISPLAY 'MOVIMIENTO A GRABAR:'.
           DISPLAY '  TIPO: ' WS-MOV-TIPO
                   '  ID: ' WS-MOV-ID
                   '  BANCO: ' WS-MOV-BANCO.
           DISPLAY '  CBU: ' WS-MOV-CBU
                   '  TITULAR: ' WS-MOV-TITULAR.
           DISPLAY 'CONFIRMA (S/N)? '.

           MOVE SPACE TO WS-CONFIRMACION.
           ACCEPT WS-CONFIRMACION.

           IF WS-CONFIRMACION NOT = 'S'
              DISPLAY 'MOVIMIENTO CANCELADO'
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              GO TO 2700-CONFIRMAR-Y-GRABAR-EXIT
           END-IF.

           MOVE WS-MOV-ID           TO CTA-ID.
           MOVE WS-MOV-BANCO        TO CTA-BANCO.
           MOVE WS-MOV-CBU          TO CTA-CBU.
           MOVE WS-MOV-TITULAR      TO CTA-TITULAR.
           MOVE WS-FECHA-PROCESO    TO CTA-FECHA-ACTUALIZACION.
           MOVE WS-OPE-ID-INGRESADO TO CTA-OPERADOR.

           EVALUATE WS-MOV-TIPO
               WHEN 'A'
                    WRITE REG-CUENTAS
               WHEN 'M'
                    REWRITE REG-CUENTAS
               WHEN 'B'
                    DELETE CTA-CUENTAS
           END-EVALUATE.

           MOVE SPACES TO WS-ACC-ACCION.
           STRING 'CUENTA-' WS-MOV-TIPO
                  DELIMITED BY SIZE INTO WS-ACC-ACCION.
           MOVE SPACES TO WS-ACC-DETALLE.

           IF NOT FS-CUENTAS-OK
              IF FS-CUENTAS-CBU-REPETIDO
                 DISPLAY 'EL CBU YA ESTA REGISTRADO PARA OTRO '
                         'EMPLEADO'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL MAESTRO DE CUENTAS'
                 MOVE 08 TO RETURN-CODE
              END-IF
              DISPLAY 'FILE STATUS: ' FS-CUENTAS
              ADD 1 TO WS-CONT-MOV-CANCELADOS
              MOVE 'RECHAZADO' TO WS-ACC-RESULTADO
              STRING 'ID ' WS-MOV-ID ' FILE STATUS ' FS-CUENTAS
                     DELIMITED BY SIZE INTO WS-ACC-DETALLE
              PERFORM 2900-REGISTRAR-ACCESO
                 THRU 2900-REGISTRAR-ACCESO-EXIT
              GO TO 2700-CONFIRMAR-Y-GRABAR-EXIT
           END-IF.

           ADD 1 TO WS-CONT-MOV-GRABADOS.
           DISPLAY 'CUENTA ACTUALIZADA EN CUENTAS.IDX'.

           PERFORM 2750-REGISTRAR-CAMBIOS
              THRU 2750-REGISTRAR-CAMBIOS-EXIT.

           MOVE 'ACEPTADO' TO WS-ACC-RESULTADO.
           STRING 'ID ' WS-MOV-ID ' CBU ' WS-MOV-CBU
                  DELIMITED BY SIZE INTO WS-ACC-DETALLE.
           PERFORM 2900-REGISTRAR-ACCESO
              THRU 2900-REGISTRAR-ACCESO-EXIT.

       2700-CONFIRMAR-Y-GRABAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2750-REGISTRAR-CAMBIOS.

      *---- UNA LINEA POR CAMPO QUE CAMBIA. EN UN ALTA EL VALOR
      *---- ANTERIOR QUEDA EN BLANCO; EN UNA BAJA, EL NUEVO.
           IF WS-MOV-TIPO = 'B'
              MOVE SPACES TO WS-MOV-BANCO
              MOVE SPACES TO WS-MOV-CBU
              MOVE SPACES TO WS-MOV-TITULAR
           END-IF.

           IF WS-ACT-BANCO NOT = WS-MOV-BANCO
              MOVE 'BANCO'           TO WS-CAM-CAMPO
              MOVE WS-ACT-BANCO      TO WS-CAM-ANTERIOR
              MOVE WS-MOV-BANCO      TO WS-CAM-NUEVO
              PERFORM 2760-GRABAR-CAMBIO
                 THRU 2760-GRABAR-CAMBIO-EXIT
           END-IF.

           IF WS-ACT-CBU NOT = WS-MOV-CBU
              MOVE 'CBU'             TO WS-CAM-CAMPO
              MOVE WS-ACT-CBU        TO WS-CAM-ANTERIOR
              MOVE WS-MOV-CBU        TO WS-CAM-NUEVO
              PERFORM 2760-GRABAR-CAMBIO
                 THRU 2760-GRABAR-CAMBIO-EXIT
           END-IF.

           IF WS-ACT-TITULAR NOT = WS-MOV-TITULAR
              MOVE 'TITULAR CUENTA'  TO WS-CAM-CAMPO
              MOVE WS-ACT-TITULAR    TO WS-CAM-ANTERIOR
              MOVE WS-MOV-TITULAR    TO WS-CAM-NUEVO
              PERFORM 2760-GRABAR-CAMBIO
                 THRU 2760-GRABAR-CAMBIO-EXIT
           END-IF.

       2750-REGISTRAR-CAMBIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2760-GRABAR-CAMBIO.

           MOVE SPACES            TO REG-CAMBIOS.
           MOVE WS-FECHA-PROCESO  TO CAM-FECHA.
           MOVE WS-MOV-ID         TO CAM-ID.
           MOVE WS-CAM-CAMPO      TO CAM-CAMPO.
           MOVE WS-CAM-ANTERIOR   TO CAM-VALOR-ANTERIOR.
           MOVE WS-CAM-NUEVO      TO CAM-VALOR-NUEVO.

           WRITE REG-CAMBIOS.

           IF FS-CAMBIOS-OK
              ADD 1 TO WS-CONT-REG-CAMBIOS
           ELSE
              DISPLAY 'ERROR AL GRABAR LA BITACORA DE CAMBIOS'
              DISPLAY 'FILE STATUS: ' FS-CAMBIOS
              MOVE 08 TO RETURN-CODE
           END-IF.

       2760-GRABAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-REGISTRAR-ACCESO.

      *---- ACCESOS.TXT SE ABRE Y CIERRA EN CADA LINEA: ES UNA
      *---- BITACORA COMPARTIDA Y NO DEBE QUEDAR TOMADA DURANTE UNA
      *---- SESION LARGA. SI NO SE PUEDE GRABAR SE AVISA EN EL
      *---- RETORNO, COMO CON LAS DEMAS BITACORAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACC-FECHA-HORA.

           OPEN EXTEND ACC-ACCESOS.

           IF NOT FS-ACCESOS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE ACCESOS'
              DISPLAY 'FILE STATUS: ' FS-ACCESOS
              MOVE 08 TO RETURN-CODE
              GO TO 2900-REGISTRAR-ACCESO-EXIT
           END-IF.

           MOVE SPACES                  TO REG-ACCESOS.
           MOVE WS-ACC-FECHA-HORA (1:8) TO ACC-FECHA.
           MOVE WS-ACC-FECHA-HORA (9:6) TO ACC-HORA.
           MOVE 'CL18EJ21'              TO ACC-PROGRAMA.
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

       2900-REGISTRAR-ACCESO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR.

           MOVE WS-CONT-MOV-GRABADOS        TO WS-FORMAT-IMPORTE.
           DISPLAY 'MOVIMIENTOS GRABADOS              : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-MOV-CANCELADOS      TO WS-FORMAT-IMPORTE.
           DISPLAY 'MOVIMIENTOS CANCELADOS            : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-MOV-NO-AUTORIZADOS  TO WS-FORMAT-IMPORTE.
           DISPLAY 'MOVIMIENTOS SUCURSAL NO ASIGNADA  : '
                   WS-FORMAT-IMPORTE.

           MOVE WS-CONT-REG-CAMBIOS         TO WS-FORMAT-IMPORTE.
           DISPLAY 'LINEAS EN LA BITACORA DE CAMBIOS  : '
                   WS-FORMAT-IMPORTE.

           CLOSE CAM-CAMBIOS.

           IF NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL CERRAR LA BITACORA DE CAMBIOS: '
                      FS-CAMBIOS
           END-IF.

           CLOSE CTA-CUENTAS.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'ERROR AL CERRAR EL MAESTRO DE CUENTAS: '
                      FS-CUENTAS
           END-IF.

           CLOSE IDX-MAESTRO.

           IF NOT FS-INDEXADO-OK
              DISPLAY 'ERROR AL CERRAR EL MAESTRO INDEXADO: '
                      FS-INDEXADO
           END-IF.

       3000-FINALIZAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL18EJ21.
