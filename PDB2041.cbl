       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2041.
       AUTHOR. TRONCOSO LEANDRO.

      * TRANSACCION CICS PB41. REPARACION DE LOS MOVIMIENTOS QUE EL
      * MODULO DE POSTEO RECHAZO EN LOS PROCESOS NOCTURNOS (COLA
      * IBMUSER.REPARACIONES, ALIMENTADA POR PDB2003, PDB2012,
      * PDB2029 Y PDB2034 A TRAVES DEL MODULO PDB2040), A TRAVES DEL
      * MAPA PDB2041A DEL MAPSET PDB2041M:
      *   - ENTER SIN ACCION: MUESTRA LA CLAVE TECLEADA O, SIN CLAVE,
      *     EL PENDIENTE MAS ANTIGUO, CON EL MOTIVO DEL RECHAZO Y SU
      *     ANTIGUEDAD.
      *   - ACCION 'R': REENVIA LA CLAVE TECLEADA POR EL MODULO COMUN
      *     PDB2015. EL OPERADOR PUEDE CORREGIR EL CONTRATO ORIGEN,
      *     EL DESTINO O EL IMPORTE; LO QUE NO TECLEE SE REENVIA TAL
      *     COMO SE RECHAZO. SE APLICAN LAS MISMAS REGLAS QUE EN LA
      *     VENTANILLA PB14: SINTAXIS, OFICINA DEL OPERADOR Y UMBRAL
      *     DE AUTORIZACION (EL QUE LO SUPERA SE APARCA PARA PB26).
      *     SI LA FECHA DE VALOR DE LA INSTRUCCION SIGUE SIENDO
      *     FUTURA, EL MOVIMIENTO NO SE ADELANTA: SE ALMACENA EN
      *     MOVIMIENTOS_VALOR Y EL NOCTURNO PDB2012 LO POSTEARA A SU
      *     VENCIMIENTO. SI EL POSTEO SE VUELVE A RECHAZAR, LA FILA
      *     SIGUE PENDIENTE Y EL OPERADOR DECIDE.
      *   - ACCION 'D': DESCARTA LA CLAVE TECLEADA CON EL MOTIVO
      *     TECLEADO. EL DINERO NO SE MUEVE.
      * EL REABONO DE UNA DEVOLUCION DE LA CAMARA (PDB2034) CIERRA
      * AL REENVIARSE LA EMISION DEVUELTA, QUE SEGUIA EN CAMINO.
      * CADA REENVIO Y CADA DESCARTE, TAMBIEN LOS RECHAZADOS, DEJA
      * FILA EN EL DIARIO DE AUDITORIA. LOS PENDIENTES Y SU
      * ANTIGUEDAD SALEN CADA MANANA EN EL INFORME PDB2042.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MAPA SIMBOLICO DE LA TRANSACCION (PDB2041AI / PDB2041AO)
           COPY PDB2041M.

      * CONSTANTES DE TECLAS DE ATENCION SUMINISTRADAS POR CICS
           COPY DFHAID.

      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * COMMAREA DE PASO ENTRE PSEUDO-CONVERSACIONES. SOLO SE USA
      * PARA DISTINGUIR LA PRIMERA INVOCACION DE LA TRANSACCION
      * (EIBCALEN = 0) DE LAS SIGUIENTES.
       01 WS-COMMAREA.
          05 WS-CA-DUMMY              PIC X(01) VALUE SPACE.

       01 WS-MSG-FIN                  PIC X(44) VALUE
              'FIN DE LA REPARACION DE MOVIMIENTOS - PB41'.

      * USUARIO CICS (EL OPERADOR) QUE RESUELVE
       77 WS-USUARIO                  PIC X(08).

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2041AO REDEFINE A
      * PDB2041AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
      * CAMPOS DE ENTRADA Y SUS LONGITUDES.
       01 WS-CAPTURA-MAPA.
          05 WS-CAP-REPCLA-L          PIC S9(4) COMP.
          05 WS-CAP-REPCLA            PIC 9(09).
          05 WS-CAP-ORIGEN-L          PIC S9(4) COMP.
          05 WS-CAP-ORIGEN            PIC 9(09).
          05 WS-CAP-DESTINO-L         PIC S9(4) COMP.
          05 WS-CAP-DESTINO           PIC 9(09).
          05 WS-CAP-IMPNUE-L          PIC S9(4) COMP.
          05 WS-CAP-IMPNUE            PIC 9(13).
          05 WS-CAP-MOTIVO-L          PIC S9(4) COMP.
          05 WS-CAP-MOTIVO            PIC X(50).

      * IMPORTE CORREGIDO TECLEADO EN EL MAPA (EN CENTIMOS) Y SU
      * VISTA CON DECIMALES IMPLICITOS
       01 WS-IMPORTE-ENTRADA.
          05 WS-IMP-TEXTO             PIC 9(13).
          05 WS-IMP-NUMERO REDEFINES WS-IMP-TEXTO
                                      PIC 9(11)V99.

      * MOVIMIENTO QUE SE REENVIA: LOS DATOS RECHAZADOS CON LAS
      * CORRECCIONES DEL OPERADOR
       77 WS-NUEVO-ORIGEN             PIC 9(09).
       77 WS-NUEVO-DESTINO            PIC 9(09).
       77 WS-NUEVO-IMPORTE            PIC 9(11)V99.

       77 WS-IMPORTE-EDICION          PIC ZZZZZZZZZZ9.99.
       77 WS-DIAS-EDICION             PIC ZZZZ9.
       77 WS-RESP                     PIC S9(8) COMP.
       77 IND-NULL                    PIC S9(4) COMP-5.

      * INDICADORES DE NULO DE LOS DATOS DE RESOLUCION, QUE SON
      * NULOS MIENTRAS LA FILA ESTA PENDIENTE
       77 IND-REENVIO                 PIC S9(4) COMP-5.
       77 IND-USUARIO                 PIC S9(4) COMP-5.

      * ANTIGUEDAD EN DIAS DEL RECHAZO
       77 WS-DIAS                     PIC S9(9) COMP.

      * FECHA DE HOY, PARA DECIDIR SI LA FECHA DE VALOR DEL
      * MOVIMIENTO REENVIADO YA HA VENCIDO O SIGUE SIENDO FUTURA
       77 WS-FECHA-HOY                PIC X(10).
       77 WS-MOV-FUTURO               PIC X(01).
          88 WS-MOV-FUTURO-SI         VALUE 'S'.
          88 WS-MOV-FUTURO-NO         VALUE 'N'.

      * CONTROL DE REINTENTOS DE LA CLAVE DE MOVIMIENTO, COMO EN LA
      * VENTANILLA PB14: OTRA TRANSACCION PUEDE CONSUMIR LA MISMA
      * CLAVE A LA VEZ (-803) Y SE REINTENTA CON LA CLAVE RECALCULADA
       77 WS-RETRY-CONT               PIC 9(2) COMP.
       77 WS-RETRY-MAX                PIC 9(2) VALUE 3.
       77 WS-REINTENTAR               PIC X.
          88 WS-REINTENTAR-SI         VALUE 'S'.
          88 WS-REINTENTAR-NO         VALUE 'N'.
       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-REENVIAR       VALUE 'R'.
          88 WS-ACCION-DESCARTAR      VALUE 'D'.
          88 WS-ACCION-VER            VALUE ' '.
          88 WS-ACCION-VALIDA         VALUE 'R', 'D', ' '.
       77 WS-TIPO-MOV                 PIC X(01).
          88 WS-TIPO-TRASPASO         VALUE 'T', ' '.
          88 WS-TIPO-INGRESO          VALUE 'I'.
          88 WS-TIPO-REINTEGRO        VALUE 'R'.

      * PERFIL DEL OPERADOR QUE REENVIA, LEIDO DE IBMUSER.OPERADORES
       77 WS-PERFIL-OPERADOR          PIC X(01).
          88 WS-PERFIL-CENTRAL        VALUE 'C'.

      * MENSAJE DE RECHAZO POR OFICINA, CON LA OFICINA DEL CONTRATO
      * Y LA DEL OPERADOR
       01 WS-MSG-OFICINA.
          05 FILLER                   PIC X(23) VALUE
                 'CONTRATO DE LA OFICINA '.
          05 WS-MSG-OFI-CONTRATO      PIC X(04).
          05 FILLER                   PIC X(29) VALUE
                 '. NO PERMITIDO DESDE OFICINA '.
          05 WS-MSG-OFI-OPERADOR      PIC X(04).
          05 FILLER                   PIC X(19) VALUE SPACES.

      * MENSAJE DE REPARACION RESUELTA, CON LA CLAVE DEL MOVIMIENTO
      * POSTEADO, DEL PENDIENTE A FECHA VALOR O DE LA AUTORIZACION
       01 WS-MSG-RESUELTO.
          05 WS-MSG-RES-TEXTO         PIC X(48).
          05 WS-MSG-RES-CLAVE         PIC 9(09).
          05 FILLER                   PIC X(22) VALUE SPACES.

      * DETALLE DE LA FILA DE AUDITORIA: LA CLAVE DE LA REPARACION
      * Y EL MENSAJE MOSTRADO AL OPERADOR
       01 WS-AUD-DETALLE.
          05 FILLER                   PIC X(11) VALUE
                 'REPARACION '.
          05 WS-AUD-DET-CLAVE         PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-AUD-DET-TEXTO         PIC X(58).

      * FILA DE AUDITORIA DE LA ACCION EN CURSO. SE ESCRIBE UNA SOLA
      * VEZ POR ACCION, AL REENVIAR EL MAPA (8000-REDISPLAY), CON EL
      * RESULTADO Y EL MENSAJE MOSTRADO AL OPERADOR. ASI TAMBIEN LOS
      * REENVIOS Y DESCARTES RECHAZADOS DEJAN RASTRO.
       77 WS-AUD-PENDIENTE            PIC X VALUE 'N'.
          88 WS-AUD-PENDIENTE-SI      VALUE 'S'.
          88 WS-AUD-PENDIENTE-NO      VALUE 'N'.
       77 WS-AUD-ACCION               PIC X(12).
       77 WS-AUD-CONTRATO             PIC 9(09).
       77 WS-AUD-IMPORTE              PIC S9(11)V99.
       77 WS-AUD-RESULTADO            PIC X(01).

      * CONTROL DE REINTENTOS DE LA CLAVE DEL DIARIO: DOS
      * TRANSACCIONES ESCRIBIENDO A LA VEZ LEEN EL MISMO MAXIMO; LA
      * QUE PIERDE RECIBE UN -803, RECALCULA LA CLAVE Y REINTENTA
      * SIN DESHACER LA ACCION YA HECHA DEL OPERADOR.
       77 WS-AUD-RETRY                PIC 9(2) COMP.
       77 WS-AUD-RETRY-MAX            PIC 9(2) VALUE 3.
       77 WS-AUD-REINTENTAR           PIC X.
          88 WS-AUD-REINTENTAR-SI     VALUE 'S'.
          88 WS-AUD-REINTENTAR-NO     VALUE 'N'.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE REPARAC END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE MOVVALOR END-EXEC.
           EXEC SQL INCLUDE MOVAUTOR END-EXEC.
           EXEC SQL INCLUDE TRANSEXT END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           EXEC CICS RETURN END-EXEC.
      ******************************************************************
      * PARRAFO DE INICIO. UNA TRANSACCION PB41 PUEDE LLEGAR AQUI      *
      * RECIEN ARRANCADA (EIBCALEN = 0) O DE VUELTA DE UN ENVIO DE     *
      * MAPA ANTERIOR (PSEUDO-CONVERSACIONAL, EIBCALEN > 0).           *
      ******************************************************************
       1000-INICIO.
           IF EIBCALEN = 0
              PERFORM 1100-PRIMERA-VEZ
           ELSE
              PERFORM 1200-EVALUA-AID
           END-IF.

      ******************************************************************
      * PRIMERA INVOCACION DE LA TRANSACCION: SE MUESTRA EL MAPA EN    *
      * BLANCO.                                                        *
      ******************************************************************
       1100-PRIMERA-VEZ.
           MOVE LOW-VALUES TO PDB2041AO
           MOVE 'PULSE ENTER PARA VER EL RECHAZO PENDIENTE MAS ANTIGUO'
                                                       TO MENSAJEO
           EXEC CICS SEND MAP('PDB2041A')
                     MAPSET('PDB2041M')
                     FROM(PDB2041AO)
                     ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('PB41')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * SEGUN LA TECLA PULSADA, TERMINAMOS LA TRANSACCION (PF3) O      *
      * PROCESAMOS LA ACCION (ENTER). CUALQUIER OTRA TECLA SE          *
      * RECHAZA Y SE VUELVE A MOSTRAR EL MAPA.                         *
      ******************************************************************
       1200-EVALUA-AID.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM 1300-TERMINA
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESO
              WHEN OTHER
                 MOVE LOW-VALUES TO PDB2041AO
                 MOVE 'TECLA NO VALIDA. PULSE ENTER O PF3'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
           END-EVALUATE.

      ******************************************************************
      * FIN DE LA TRANSACCION A PETICION DEL USUARIO (PF3)             *
      ******************************************************************
       1300-TERMINA.
           EXEC CICS SEND TEXT FROM(WS-MSG-FIN)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * RECIBE EL MAPA Y ENCAMINA LA ACCION TECLEADA                   *
      ******************************************************************
       2000-PROCESO.
           EXEC CICS RECEIVE MAP('PDB2041A')
                     MAPSET('PDB2041M')
                     INTO(PDB2041AI)
                     RESP(WS-RESP)
           END-EXEC
      * MAPFAIL SE PRODUCE AL PULSAR ENTER SIN TECLEAR NINGUN DATO,
      * QUE AQUI SIGNIFICA VER EL PENDIENTE MAS ANTIGUO
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACE TO WS-ACCION
              INITIALIZE WS-CAPTURA-MAPA
           ELSE
              MOVE ACCIONI TO WS-ACCION
              MOVE REPCLAL TO WS-CAP-REPCLA-L
              MOVE REPCLAI TO WS-CAP-REPCLA
              MOVE ORIGENL TO WS-CAP-ORIGEN-L
              MOVE ORIGENI TO WS-CAP-ORIGEN
              MOVE DESTINOL TO WS-CAP-DESTINO-L
              MOVE DESTINOI TO WS-CAP-DESTINO
              MOVE IMPNUEL TO WS-CAP-IMPNUE-L
              MOVE IMPNUEI TO WS-CAP-IMPNUE
              MOVE MOTIVOL TO WS-CAP-MOTIVO-L
              MOVE MOTIVOI TO WS-CAP-MOTIVO
           END-IF
           MOVE LOW-VALUES TO PDB2041AO
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE R, D O DEJELA EN BLANCO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EVALUATE TRUE
              WHEN WS-ACCION-VER
                 PERFORM 2100-MUESTRA-REPARACION
              WHEN WS-ACCION-REENVIAR
                 PERFORM 2200-REENVIA-MOVIMIENTO
              WHEN WS-ACCION-DESCARTAR
                 PERFORM 2300-DESCARTA-MOVIMIENTO
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * MUESTRA LA REPARACION TECLEADA, EN CUALQUIER ESTADO, O SI NO  *
      * SE TECLEA CLAVE LA PENDIENTE MAS ANTIGUA DE LA COLA.          *
      ******************************************************************
       2100-MUESTRA-REPARACION.
           IF WS-CAP-REPCLA-L = 0 OR WS-CAP-REPCLA = 0
              EXEC SQL
                SELECT CLAVE_REPARACION
                INTO :DCLREPARACIONES.RP-CLAVE-REPARACION
                FROM IBMUSER.REPARACIONES
                WHERE ESTADO = 'P'
                ORDER BY FECHA_ALTA, CLAVE_REPARACION
                FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE RP-CLAVE-REPARACION TO WS-CAP-REPCLA
                 WHEN 100
                    MOVE 'NO HAY MOVIMIENTOS PENDIENTES DE REPARACION'
                                                       TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF
           PERFORM 2600-LEE-REPARACION
           PERFORM 2500-MUESTRA-DETALLE
           IF RP-ESTADO = 'P'
              MOVE 'TECLEE R O D PARA RESOLVER ESTA CLAVE' TO MENSAJEO
           ELSE
              MOVE 'ESTA REPARACION YA ESTA RESUELTA' TO MENSAJEO
           END-IF.

      ******************************************************************
      * REENVIA LA REPARACION TECLEADA CON LAS CORRECCIONES DEL       *
      * OPERADOR. SI LA FECHA DE VALOR SIGUE SIENDO FUTURA SOLO SE    *
      * COMPRUEBAN LOS CONTRATOS Y EL MOVIMIENTO SE ALMACENA A SU     *
      * FECHA VALOR; SI YA HA VENCIDO SE POSTEA EN EL ACTO. EN LOS    *
      * DOS CASOS UN IMPORTE QUE SUPERA EL UMBRAL SE APARCA PARA LA   *
      * AUTORIZACION DEL SUPERVISOR, COMO EN LA VENTANILLA PB14.      *
      ******************************************************************
       2200-REENVIA-MOVIMIENTO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'REENVIO     ' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           PERFORM 2650-LEE-PENDIENTE
           PERFORM 2500-MUESTRA-DETALLE
           PERFORM 2220-APLICA-CORRECCIONES
           PERFORM 2225-VALIDA-CORRECCION
           PERFORM 2150-OFICINA-CONTRATO
           EXEC SQL
             SELECT CURRENT DATE
             INTO :WS-FECHA-HOY
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF RP-FECHA-VALOR GREATER THAN WS-FECHA-HOY
              MOVE 'S' TO WS-MOV-FUTURO
              MOVE 'C' TO P15-FUNCION
           ELSE
              MOVE 'N' TO WS-MOV-FUTURO
              MOVE 'P' TO P15-FUNCION
           END-IF
           MOVE WS-NUEVO-ORIGEN TO P15-CONT-ORIGEN
           MOVE WS-NUEVO-DESTINO TO P15-CONT-DESTINO
           MOVE WS-NUEVO-IMPORTE TO P15-IMPORTE
           MOVE RP-DESCRIPCION TO P15-DESCRIPCION
           MOVE RP-TIPO-MOV TO P15-TIPO-MOV
           MOVE 'S' TO P15-COMPRUEBA-DUPLICADOS
           MOVE 'S' TO P15-CONTROLA-UMBRAL
      * EL MOVIMIENTO QUEDA GRABADO CON EL OPERADOR QUE LO REENVIA
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO P15-OPERADOR
           MOVE EIBTRMID TO P15-TERMINAL
           MOVE SPACES TO P15-FECHA-OPERACION

           IF WS-MOV-FUTURO-SI
              MOVE ZERO TO P15-CLAVE-MOVIMIENTO
              CALL 'PDB2015' USING PDB2015-AREA
           ELSE
              MOVE ZERO TO WS-RETRY-CONT
              PERFORM 2210-INTENTA-POSTEO
                 WITH TEST AFTER
                 UNTIL WS-REINTENTAR-NO
           END-IF

           EVALUATE TRUE
              WHEN P15-OK AND WS-MOV-FUTURO-SI
                 PERFORM 2240-ALMACENA-A-VALOR
                 MOVE 'V' TO RP-ESTADO
                 MOVE MV-CLAVE-PENDIENTE TO RP-CLAVE-REENVIO
                 MOVE 'REENVIADO. ALMACENADO A SU FECHA VALOR. CLAVE:'
                                          TO WS-MSG-RES-TEXTO
                 PERFORM 2250-MARCA-REENVIADO
              WHEN P15-RETENIDO-UMBRAL
                 PERFORM 2260-APARCA-AUTORIZACION
                 MOVE 'A' TO RP-ESTADO
                 MOVE MA-CLAVE-AUTORIZACION TO RP-CLAVE-REENVIO
                 MOVE 'REENVIADO. RETENIDO PARA AUTORIZACION. CLAVE:'
                                          TO WS-MSG-RES-TEXTO
                 PERFORM 2250-MARCA-REENVIADO
              WHEN P15-OK
                 MOVE 'R' TO RP-ESTADO
                 MOVE CLAVE-MOVIMIENTO TO RP-CLAVE-REENVIO
                 MOVE 'REENVIADO Y POSTEADO. CLAVE MOVIMIENTO:'
                                          TO WS-MSG-RES-TEXTO
                 PERFORM 2250-MARCA-REENVIADO
              WHEN P15-RECHAZO-NEGOCIO
      * EL MOVIMIENTO SIGUE SIN PODER POSTEARSE: LA REPARACION SIGUE
      * PENDIENTE Y EL OPERADOR DECIDE SI CORREGIRLA O DESCARTARLA
                 MOVE P15-TEXTO-RECHAZO TO MENSAJEO
              WHEN P15-ERROR-SQL
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * UN INTENTO DE POSTEO: CALCULA LA CLAVE DEL MOVIMIENTO Y LLAMA *
      * AL MODULO COMUN, COMO HACE LA VENTANILLA PB14.                *
      ******************************************************************
       2210-INTENTA-POSTEO.
           MOVE 'N' TO WS-REINTENTAR
           EXEC SQL
             SELECT MAX(CLAVE_MOVIMIENTO)
             INTO :CLAVE-MOVIMIENTO :IND-NULL
             FROM IBMUSER.MOVIMIENTOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO CLAVE-MOVIMIENTO
           ELSE
              ADD 1 TO CLAVE-MOVIMIENTO
           END-IF
           MOVE CLAVE-MOVIMIENTO TO P15-CLAVE-MOVIMIENTO

           CALL 'PDB2015' USING PDB2015-AREA

           IF P15-ERROR-SQL AND P15-SQLCODE = -803
              AND WS-RETRY-CONT LESS THAN WS-RETRY-MAX
              ADD 1 TO WS-RETRY-CONT
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'S' TO WS-REINTENTAR
           END-IF.

      ******************************************************************
      * APLICA SOBRE EL MOVIMIENTO RECHAZADO LAS CORRECCIONES         *
      * TECLEADAS: UN CAMPO QUE EL OPERADOR NO HA TECLEADO CONSERVA   *
      * EL VALOR RECHAZADO. EL MAPA DEVUELVE EL MOVIMIENTO QUE SE     *
      * REENVIA Y LA AUDITORIA LO REGISTRA SOBRE SU CONTRATO DE       *
      * REFERENCIA (EL ORIGEN, O EL DESTINO EN UN INGRESO).           *
      ******************************************************************
       2220-APLICA-CORRECCIONES.
           MOVE RP-TIPO-MOV TO WS-TIPO-MOV
           IF WS-CAP-ORIGEN-L = 0
              MOVE RP-ORIGEN TO WS-NUEVO-ORIGEN
           ELSE
              MOVE WS-CAP-ORIGEN TO WS-NUEVO-ORIGEN
           END-IF
           IF WS-CAP-DESTINO-L = 0
              MOVE RP-DESTINO TO WS-NUEVO-DESTINO
           ELSE
              MOVE WS-CAP-DESTINO TO WS-NUEVO-DESTINO
           END-IF
           IF WS-CAP-IMPNUE-L = 0
              MOVE RP-IMPORTE TO WS-NUEVO-IMPORTE
           ELSE
              MOVE WS-CAP-IMPNUE TO WS-IMP-TEXTO
              MOVE WS-IMP-NUMERO TO WS-NUEVO-IMPORTE
           END-IF
           MOVE WS-NUEVO-ORIGEN TO ORIGENO
           MOVE WS-NUEVO-DESTINO TO DESTINOO
           MOVE WS-NUEVO-IMPORTE TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO IMPORTEO
           IF WS-TIPO-INGRESO
              MOVE WS-NUEVO-DESTINO TO WS-AUD-CONTRATO
           ELSE
              MOVE WS-NUEVO-ORIGEN TO WS-AUD-CONTRATO
           END-IF
           MOVE WS-NUEVO-IMPORTE TO WS-AUD-IMPORTE.

      ******************************************************************
      * VALIDA EL MOVIMIENTO CORREGIDO CON LAS MISMAS REGLAS DE       *
      * SINTAXIS QUE LA VENTANILLA PB14: IMPORTE DISTINTO DE CERO,    *
      * CONTRATOS COHERENTES CON EL TIPO Y LADO NO INTERVINIENTE A    *
      * CERO.                                                         *
      ******************************************************************
       2225-VALIDA-CORRECCION.
           IF WS-NUEVO-IMPORTE = 0
              MOVE 'EL IMPORTE DEBE SER DISTINTO DE CERO' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF NOT WS-TIPO-INGRESO AND WS-NUEVO-ORIGEN = 0
              MOVE 'DEBE INTRODUCIR EL CONTRATO ORIGEN' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF NOT WS-TIPO-REINTEGRO AND WS-NUEVO-DESTINO = 0
              MOVE 'DEBE INTRODUCIR EL CONTRATO DESTINO' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-TIPO-TRASPASO AND WS-NUEVO-ORIGEN = WS-NUEVO-DESTINO
              MOVE 'ORIGEN Y DESTINO NO PUEDEN SER IGUALES'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-TIPO-INGRESO AND WS-NUEVO-ORIGEN NOT = 0
              MOVE 'EN UN INGRESO EL ORIGEN DEBE QUEDAR VACIO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-TIPO-REINTEGRO AND WS-NUEVO-DESTINO NOT = 0
              MOVE 'EN UN REINTEGRO EL DESTINO DEBE QUEDAR VACIO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * ALMACENA EL MOVIMIENTO REENVIADO EN MOVIMIENTOS_VALOR, EN     *
      * ESTADO PENDIENTE ('P'), CON LA FECHA DE VALOR DE LA           *
      * INSTRUCCION ORIGINAL, COMO HACE PB26 AL APROBAR UN PENDIENTE  *
      * FUTURO.                                                       *
      ******************************************************************
       2240-ALMACENA-A-VALOR.
           EXEC SQL
             SELECT MAX(CLAVE_PENDIENTE)
             INTO :MV-CLAVE-PENDIENTE :IND-NULL
             FROM IBMUSER.MOVIMIENTOS_VALOR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO MV-CLAVE-PENDIENTE
           ELSE
              ADD 1 TO MV-CLAVE-PENDIENTE
           END-IF
           MOVE WS-NUEVO-ORIGEN TO MV-ORIGEN
           MOVE WS-NUEVO-DESTINO TO MV-DESTINO
           MOVE RP-DESCRIPCION TO MV-DESCRIPCION
           MOVE WS-NUEVO-IMPORTE TO MV-IMPORTE
           MOVE RP-TIPO-MOV TO MV-TIPO-MOV
           MOVE RP-FECHA-VALOR TO MV-FECHA-VALOR
           EXEC SQL
             INSERT INTO IBMUSER.MOVIMIENTOS_VALOR
               (CLAVE_PENDIENTE,
                ORIGEN,
                DESTINO,
                DESCRIPCION,
                IMPORTE,
                TIPO_MOV,
                FECHA_VALOR,
                ESTADO,
                FECHA_ALTA)
             VALUES(:DCLMOVVALOR.MV-CLAVE-PENDIENTE,
                    :DCLMOVVALOR.MV-ORIGEN,
                    :DCLMOVVALOR.MV-DESTINO,
                    :DCLMOVVALOR.MV-DESCRIPCION,
                    :DCLMOVVALOR.MV-IMPORTE,
                    :DCLMOVVALOR.MV-TIPO-MOV,
                    :DCLMOVVALOR.MV-FECHA-VALOR,
                    'P',
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * MARCA LA REPARACION COMO RESUELTA. EL PARRAFO QUE LO INVOCA   *
      * YA HA DEJADO EN RP-ESTADO EL ESTADO NUEVO ('R', 'V' O 'A'), EN*
      * RP-CLAVE-REENVIO LA CLAVE DE LO GENERADO Y EN                 *
      * WS-MSG-RES-TEXTO EL MENSAJE. SI EL MOVIMIENTO ERA EL REABONO  *
      * DE UNA DEVOLUCION DE LA CAMARA, LA EMISION DEVUELTA QUEDA     *
      * CERRADA EN LA MISMA UNIDAD DE TRABAJO.                        *
      ******************************************************************
       2250-MARCA-REENVIADO.
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO RP-USUARIO-RESOLUCION
           EXEC SQL
             UPDATE IBMUSER.REPARACIONES
             SET ESTADO = :DCLREPARACIONES.RP-ESTADO,
                 CLAVE_REENVIO = :DCLREPARACIONES.RP-CLAVE-REENVIO,
                 USUARIO_RESOLUCION =
                     :DCLREPARACIONES.RP-USUARIO-RESOLUCION,
                 FECHA_RESOLUCION = CURRENT TIMESTAMP
             WHERE CLAVE_REPARACION =
                     :DCLREPARACIONES.RP-CLAVE-REPARACION
               AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF RP-PROGRAMA = 'PDB2034 ' AND RP-REFERENCIA > 0
              PERFORM 2270-CIERRA-DEVOLUCION
           END-IF
           MOVE RP-ESTADO TO ESTADOO
           MOVE RP-USUARIO-RESOLUCION TO USUARIOO
           MOVE RP-CLAVE-REENVIO TO CLAREENO
           MOVE 'A' TO WS-AUD-RESULTADO
           MOVE RP-CLAVE-REENVIO TO WS-MSG-RES-CLAVE
           MOVE WS-MSG-RESUELTO TO MENSAJEO.

      ******************************************************************
      * APARCA EN LA COLA DE AUTORIZACION EL MOVIMIENTO REENVIADO QUE *
      * SUPERA EL UMBRAL, CON EL OPERADOR Y EL TERMINAL QUE LO        *
      * REENVIAN Y LA FECHA DE VALOR DE LA INSTRUCCION ORIGINAL. EL   *
      * MOVIMIENTO NO SE POSTEA HASTA QUE PB26 LO APRUEBE.            *
      ******************************************************************
       2260-APARCA-AUTORIZACION.
           EXEC SQL
             SELECT MAX(CLAVE_AUTORIZACION)
             INTO :MA-CLAVE-AUTORIZACION :IND-NULL
             FROM IBMUSER.MOVIMIENTOS_AUTORIZAR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO MA-CLAVE-AUTORIZACION
           ELSE
              ADD 1 TO MA-CLAVE-AUTORIZACION
           END-IF
           MOVE WS-NUEVO-ORIGEN TO MA-ORIGEN
           MOVE WS-NUEVO-DESTINO TO MA-DESTINO
           MOVE WS-NUEVO-IMPORTE TO MA-IMPORTE
           MOVE RP-DESCRIPCION TO MA-DESCRIPCION
           MOVE RP-TIPO-MOV TO MA-TIPO-MOV
           MOVE RP-FECHA-VALOR TO MA-FECHA-VALOR
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO MA-OPERADOR
           MOVE EIBTRMID TO MA-TERMINAL
           EXEC SQL
             INSERT INTO IBMUSER.MOVIMIENTOS_AUTORIZAR
               (CLAVE_AUTORIZACION,
                ORIGEN,
                DESTINO,
                IMPORTE,
                DESCRIPCION,
                TIPO_MOV,
                FECHA_VALOR,
                ORIGEN_CAPTURA,
                OPERADOR,
                TERMINAL,
                ESTADO,
                FECHA_CAPTURA)
             VALUES(:DCLMOVAUTORIZAR.MA-CLAVE-AUTORIZACION,
                    :DCLMOVAUTORIZAR.MA-ORIGEN,
                    :DCLMOVAUTORIZAR.MA-DESTINO,
                    :DCLMOVAUTORIZAR.MA-IMPORTE,
                    :DCLMOVAUTORIZAR.MA-DESCRIPCION,
                    :DCLMOVAUTORIZAR.MA-TIPO-MOV,
                    :DCLMOVAUTORIZAR.MA-FECHA-VALOR,
                    'V',
                    :DCLMOVAUTORIZAR.MA-OPERADOR,
                    :DCLMOVAUTORIZAR.MA-TERMINAL,
                    'P',
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * CIERRA COMO DEVUELTA ('D') LA EMISION CUYA DEVOLUCION DE LA   *
      * CAMARA NO SE PUDO REABONAR EN PDB2034 Y SEGUIA EN CAMINO. SI  *
      * YA NO ESTA EN CAMINO NO HAY NADA QUE CERRAR.                  *
      ******************************************************************
       2270-CIERRA-DEVOLUCION.
           MOVE RP-REFERENCIA TO TE-CLAVE-TRANSFERENCIA OF DCLTRANSFEXT
           EXEC SQL
             UPDATE IBMUSER.TRANSFERENCIAS_EXT
             SET ESTADO = 'D',
                 FECHA_ESTADO = CURRENT TIMESTAMP
             WHERE CLAVE_TRANSFERENCIA =
                     :DCLTRANSFEXT.TE-CLAVE-TRANSFERENCIA
               AND ESTADO = 'C'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * LEE LA OFICINA DEL CONTRATO DE REFERENCIA DEL MOVIMIENTO Y    *
      * COMPRUEBA QUE EL OPERADOR PUEDA REENVIARLO, COMO EN LA        *
      * VENTANILLA PB14. SI EL CONTRATO NO EXISTE NO SE COMPRUEBA     *
      * NADA: LO RECHAZA PDB2015 CON SU MENSAJE HABITUAL.             *
      ******************************************************************
       2150-OFICINA-CONTRATO.
           MOVE WS-AUD-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           EXEC SQL
             SELECT CODIGO_OFICINA
             INTO :DCLCONTRATOS.CODIGO-OFICINA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2900-LEE-OPERADOR
                 PERFORM 2950-COMPRUEBA-OFICINA
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * DESCARTA LA REPARACION TECLEADA CON EL MOTIVO TECLEADO. EL    *
      * DINERO NO SE MUEVE.                                           *
      ******************************************************************
       2300-DESCARTA-MOVIMIENTO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'DESCARTE    ' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           PERFORM 2650-LEE-PENDIENTE
           PERFORM 2500-MUESTRA-DETALLE
           IF RP-TIPO-MOV = 'I'
              MOVE RP-DESTINO TO WS-AUD-CONTRATO
           ELSE
              MOVE RP-ORIGEN TO WS-AUD-CONTRATO
           END-IF
           MOVE RP-IMPORTE TO WS-AUD-IMPORTE
           IF WS-CAP-MOTIVO-L = 0 OR WS-CAP-MOTIVO = SPACES
              MOVE 'DEBE INTRODUCIR EL MOTIVO DEL DESCARTE' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-MOTIVO TO RP-MOTIVO-DESCARTE
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO RP-USUARIO-RESOLUCION
           EXEC SQL
             UPDATE IBMUSER.REPARACIONES
             SET ESTADO = 'D',
                 MOTIVO_DESCARTE =
                     :DCLREPARACIONES.RP-MOTIVO-DESCARTE,
                 USUARIO_RESOLUCION =
                     :DCLREPARACIONES.RP-USUARIO-RESOLUCION,
                 FECHA_RESOLUCION = CURRENT TIMESTAMP
             WHERE CLAVE_REPARACION =
                     :DCLREPARACIONES.RP-CLAVE-REPARACION
               AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           MOVE 'D' TO ESTADOO
           MOVE RP-MOTIVO-DESCARTE TO MOTIVOO
           MOVE RP-USUARIO-RESOLUCION TO USUARIOO
           MOVE 'A' TO WS-AUD-RESULTADO
           MOVE 'MOVIMIENTO DESCARTADO. EL DINERO NO SE HA MOVIDO'
                                                       TO MENSAJEO.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA EL DETALLE DE LA REPARACION EN CURSO *
      ******************************************************************
       2500-MUESTRA-DETALLE.
           MOVE RP-CLAVE-REPARACION TO REPCLAO
           MOVE RP-PROGRAMA TO PROGRAMAO
           MOVE RP-REFERENCIA TO REFERO
           MOVE RP-TIPO-MOV TO TIPOO
           MOVE RP-ESTADO TO ESTADOO
           MOVE RP-ORIGEN TO ORIGENO
           MOVE RP-DESTINO TO DESTINOO
           MOVE RP-IMPORTE TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO IMPORTEO
           MOVE RP-DESCRIPCION TO DESCRIPO
           MOVE RP-FECHA-VALOR TO FECVALO
           MOVE RP-CODIGO-RECHAZO TO RECHAZOO
           MOVE RP-MOTIVO-RECHAZO TO MOTRECO
           MOVE RP-FECHA-ALTA TO FECALTAO
           MOVE WS-DIAS TO WS-DIAS-EDICION
           MOVE WS-DIAS-EDICION TO DIASO
           MOVE RP-MOTIVO-DESCARTE TO MOTIVOO
           MOVE RP-USUARIO-RESOLUCION TO USUARIOO
           IF RP-CLAVE-REENVIO NOT = 0
              MOVE RP-CLAVE-REENVIO TO CLAREENO
           END-IF.

      ******************************************************************
      * LEE LA REPARACION DE LA CLAVE TECLEADA, CON SU ANTIGUEDAD EN  *
      * DIAS. LOS DATOS DE RESOLUCION NULOS (FILA PENDIENTE) QUEDAN   *
      * EN BLANCO.                                                    *
      ******************************************************************
       2600-LEE-REPARACION.
           MOVE WS-CAP-REPCLA TO RP-CLAVE-REPARACION
           EXEC SQL
             SELECT PROGRAMA, REFERENCIA, TIPO_MOV, ORIGEN, DESTINO,
                    IMPORTE, DESCRIPCION, FECHA_VALOR, CODIGO_RECHAZO,
                    MOTIVO_RECHAZO, FECHA_CONTABLE, FECHA_ALTA, ESTADO,
                    CLAVE_REENVIO, MOTIVO_DESCARTE, USUARIO_RESOLUCION,
                    DAYS(CURRENT DATE) - DAYS(DATE(FECHA_ALTA))
             INTO :DCLREPARACIONES.RP-PROGRAMA,
                  :DCLREPARACIONES.RP-REFERENCIA,
                  :DCLREPARACIONES.RP-TIPO-MOV,
                  :DCLREPARACIONES.RP-ORIGEN,
                  :DCLREPARACIONES.RP-DESTINO,
                  :DCLREPARACIONES.RP-IMPORTE,
                  :DCLREPARACIONES.RP-DESCRIPCION,
                  :DCLREPARACIONES.RP-FECHA-VALOR,
                  :DCLREPARACIONES.RP-CODIGO-RECHAZO,
                  :DCLREPARACIONES.RP-MOTIVO-RECHAZO,
                  :DCLREPARACIONES.RP-FECHA-CONTABLE,
                  :DCLREPARACIONES.RP-FECHA-ALTA,
                  :DCLREPARACIONES.RP-ESTADO,
                  :DCLREPARACIONES.RP-CLAVE-REENVIO :IND-REENVIO,
                  :DCLREPARACIONES.RP-MOTIVO-DESCARTE :IND-NULL,
                  :DCLREPARACIONES.RP-USUARIO-RESOLUCION :IND-USUARIO,
                  :WS-DIAS
             FROM IBMUSER.REPARACIONES
             WHERE CLAVE_REPARACION =
                     :DCLREPARACIONES.RP-CLAVE-REPARACION
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CLAVE DE REPARACION NO ENCONTRADA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           IF IND-REENVIO < 0
              MOVE ZERO TO RP-CLAVE-REENVIO
           END-IF
           IF IND-NULL < 0
              MOVE SPACES TO RP-MOTIVO-DESCARTE
           END-IF
           IF IND-USUARIO < 0
              MOVE SPACES TO RP-USUARIO-RESOLUCION
           END-IF.

      ******************************************************************
      * LEE LA REPARACION SOBRE LA QUE SE VA A ACTUAR. DEBE EXISTIR Y *
      * SEGUIR PENDIENTE.                                             *
      ******************************************************************
       2650-LEE-PENDIENTE.
           IF WS-CAP-REPCLA-L = 0 OR WS-CAP-REPCLA = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DE REPARACION'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2600-LEE-REPARACION
           IF RP-ESTADO NOT = 'P'
              PERFORM 2500-MUESTRA-DETALLE
              MOVE 'LA REPARACION YA NO ESTA PENDIENTE' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * LEE DE IBMUSER.OPERADORES LA OFICINA Y EL PERFIL DEL USUARIO  *
      * CICS QUE REENVIA. UN USUARIO QUE NO ESTE DADO DE ALTA COMO    *
      * OPERADOR NO PUEDE OPERAR.                                     *
      ******************************************************************
       2900-LEE-OPERADOR.
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO OD-USUARIO OF DCLOPERADORES
           EXEC SQL
             SELECT CODIGO_OFICINA, PERFIL
             INTO :DCLOPERADORES.OD-CODIGO-OFICINA,
                  :DCLOPERADORES.OD-PERFIL
             FROM IBMUSER.OPERADORES
             WHERE USUARIO = :DCLOPERADORES.OD-USUARIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE OD-PERFIL OF DCLOPERADORES TO WS-PERFIL-OPERADOR
              WHEN 100
                 MOVE 'OPERADOR SIN OFICINA ASIGNADA. NO PUEDE OPERAR'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * UN OPERADOR DE OFICINA SOLO PUEDE REENVIAR MOVIMIENTOS SOBRE  *
      * CONTRATOS DE SU OFICINA. LOS DE SERVICIOS CENTRALES PUEDEN    *
      * REENVIAR CUALQUIERA. EL RECHAZO QUEDA AUDITADO.               *
      ******************************************************************
       2950-COMPRUEBA-OFICINA.
           IF NOT WS-PERFIL-CENTRAL
              AND CODIGO-OFICINA OF DCLCONTRATOS NOT =
                  OD-CODIGO-OFICINA OF DCLOPERADORES
              MOVE CODIGO-OFICINA OF DCLCONTRATOS
                                  TO WS-MSG-OFI-CONTRATO
              MOVE OD-CODIGO-OFICINA OF DCLOPERADORES
                                  TO WS-MSG-OFI-OPERADOR
              MOVE WS-MSG-OFICINA TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
      * CONVERSACION.                                                  *
      ******************************************************************
       8000-REDISPLAY.
           PERFORM 7000-ESCRIBE-AUDITORIA
           EXEC CICS SEND MAP('PDB2041A')
                     MAPSET('PDB2041M')
                     FROM(PDB2041AO)
                     DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PB41')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ESCRIBE LA FILA DE AUDITORIA DE LA ACCION EN CURSO, SI HAY UNA *
      * PENDIENTE: QUE OPERADOR, DESDE QUE TERMINAL, REENVIO O         *
      * DESCARTO QUE REPARACION, SOBRE QUE CONTRATO, POR QUE IMPORTE   *
      * Y CON QUE RESULTADO (EL MENSAJE MOSTRADO). LA FILA SE MARCA    *
      * COMO ESCRITA ANTES DEL INSERT PARA QUE UN ERROR DE BASE DE     *
      * DATOS EN EL PROPIO DIARIO NO ENTRE EN BUCLE.                   *
      ******************************************************************
       7000-ESCRIBE-AUDITORIA.
           IF WS-AUD-PENDIENTE-SI
              MOVE 'N' TO WS-AUD-PENDIENTE
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
              MOVE 'PB41' TO DA-TRANSACCION
              MOVE 'PDB2041 ' TO DA-PROGRAMA
              MOVE WS-USUARIO TO DA-USUARIO
              MOVE EIBTRMID TO DA-TERMINAL
              MOVE WS-AUD-ACCION TO DA-ACCION
              MOVE WS-AUD-CONTRATO TO DA-CLAVE-CONTRATO
              MOVE WS-AUD-IMPORTE TO DA-IMPORTE
              MOVE WS-AUD-RESULTADO TO DA-RESULTADO
              MOVE WS-CAP-REPCLA TO WS-AUD-DET-CLAVE
              MOVE MENSAJEO TO WS-AUD-DET-TEXTO
              MOVE WS-AUD-DETALLE TO DA-DETALLE
              MOVE ZERO TO WS-AUD-RETRY
              PERFORM 7010-INTENTA-AUDITORIA
                 WITH TEST AFTER
                 UNTIL WS-AUD-REINTENTAR-NO
           END-IF.

      ******************************************************************
      * UN INTENTO DE ESCRITURA DE LA FILA DE AUDITORIA: CALCULA LA    *
      * CLAVE CON EL MAXIMO DE LA TABLA MAS UNO E INSERTA. SI OTRA     *
      * TRANSACCION HA CONSUMIDO LA MISMA CLAVE A LA VEZ (-803), SE    *
      * RECALCULA Y SE REINTENTA: EL INSERT FALLIDO NO HA CAMBIADO     *
      * NADA Y LA ACCION YA HECHA DEL OPERADOR NO DEBE DESHACERSE      *
      * POR LA FILA DE AUDITORIA.                                      *
      ******************************************************************
       7010-INTENTA-AUDITORIA.
           MOVE 'N' TO WS-AUD-REINTENTAR
           EXEC SQL
             SELECT MAX(CLAVE_AUDITORIA)
             INTO :DA-CLAVE-AUDITORIA :IND-NULL
             FROM IBMUSER.DIARIO_AUDITORIA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO DA-CLAVE-AUDITORIA
           ELSE
              ADD 1 TO DA-CLAVE-AUDITORIA
           END-IF
           EXEC SQL
             INSERT INTO IBMUSER.DIARIO_AUDITORIA
               (CLAVE_AUDITORIA,
                TRANSACCION,
                PROGRAMA,
                USUARIO,
                TERMINAL,
                ACCION,
                CLAVE_CONTRATO,
                IMPORTE,
                RESULTADO,
                DETALLE,
                FECHA)
             VALUES(:DCLDIARIOAUDIT.DA-CLAVE-AUDITORIA,
                    :DCLDIARIOAUDIT.DA-TRANSACCION,
                    :DCLDIARIOAUDIT.DA-PROGRAMA,
                    :DCLDIARIOAUDIT.DA-USUARIO,
                    :DCLDIARIOAUDIT.DA-TERMINAL,
                    :DCLDIARIOAUDIT.DA-ACCION,
                    :DCLDIARIOAUDIT.DA-CLAVE-CONTRATO,
                    :DCLDIARIOAUDIT.DA-IMPORTE,
                    :DCLDIARIOAUDIT.DA-RESULTADO,
                    :DCLDIARIOAUDIT.DA-DETALLE,
                    CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = -803
                   AND WS-AUD-RETRY LESS THAN WS-AUD-RETRY-MAX
                 ADD 1 TO WS-AUD-RETRY
                 MOVE 'S' TO WS-AUD-REINTENTAR
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * ERROR DE BASE DE DATOS. SE DESHACE LA UNIDAD DE TRABAJO CON   *
      * SYNCPOINT DE CICS (ESTA TRANSACCION ACTUALIZA DB2), SE        *
      * INFORMA AL USUARIO Y SE LE DEJA REINTENTAR.                   *
      ******************************************************************
       9999-ERROR.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE LOW-VALUES TO PDB2041AO
           MOVE 'ERROR DE BASE DE DATOS. VUELVA A INTENTARLO'
                                                       TO MENSAJEO
           PERFORM 8000-REDISPLAY.
