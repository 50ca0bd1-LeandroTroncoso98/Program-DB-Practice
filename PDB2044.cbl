       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2044.
       AUTHOR. TRONCOSO LEANDRO.

      * TRANSACCION CICS PB44. TRATAMIENTO POR CUMPLIMIENTO NORMATIVO
      * DE LAS ALERTAS DE PREVENCION DE BLANQUEO QUE LA VIGILANCIA
      * NOCTURNA PDB2043 DEJA ABIERTAS EN IBMUSER.ALERTAS_AML, A
      * TRAVES DEL MAPA PDB2044A DEL MAPSET PDB2044M:
      *   - ENTER SIN ACCION: MUESTRA LA CLAVE TECLEADA O, SIN CLAVE,
      *     LA ALERTA SIN CERRAR MAS ANTIGUA, CON EL NOMBRE DEL
      *     CLIENTE Y EL ULTIMO COMENTARIO.
      *   - ACCION 'R': ANOTA UNA REVISION. UNA ALERTA ABIERTA PASA A
      *     EN REVISION ('R'); UNA ESCALADA SIGUE ESCALADA.
      *   - ACCION 'E': ESCALA LA ALERTA ('E') A LA DECISION DEL
      *     RESPONSABLE DE CUMPLIMIENTO.
      *   - ACCION 'C': CIERRA LA ALERTA ('C') CON SU RESOLUCION: 'N'
      *     NO SOSPECHOSA O 'C' COMUNICADA AL REGULADOR.
      * LAS TRES ACCIONES EXIGEN UN COMENTARIO. LA ALERTA GUARDA EL
      * ULTIMO, CON QUIEN Y CUANDO LO ESCRIBIO; CADA ACCION, TAMBIEN
      * LAS RECHAZADAS, DEJA FILA EN EL DIARIO DE AUDITORIA CON SU
      * COMENTARIO, QUE ES EL HISTORIAL COMPLETO DE LA ALERTA. UNA
      * ALERTA CERRADA YA NO ADMITE ACCIONES.
      * LA TRANSACCION ES SOLO PARA SERVICIOS CENTRALES (PERFIL 'C'
      * EN IBMUSER.OPERADORES), DONDE ESTA CUMPLIMIENTO: LAS ALERTAS
      * NO DEBEN LLEGAR A LA OFICINA DEL CLIENTE. EL RESUMEN MENSUAL
      * PARA EL REGULADOR LO EMITE EL INFORME PDB2045.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MAPA SIMBOLICO DE LA TRANSACCION (PDB2044AI / PDB2044AO)
           COPY PDB2044M.

      * CONSTANTES DE TECLAS DE ATENCION SUMINISTRADAS POR CICS
           COPY DFHAID.

      * COMMAREA DE PASO ENTRE PSEUDO-CONVERSACIONES. SOLO SE USA
      * PARA DISTINGUIR LA PRIMERA INVOCACION DE LA TRANSACCION
      * (EIBCALEN = 0) DE LAS SIGUIENTES.
       01 WS-COMMAREA.
          05 WS-CA-DUMMY              PIC X(01) VALUE SPACE.

       01 WS-MSG-FIN                  PIC X(44) VALUE
              'FIN DEL TRATAMIENTO DE ALERTAS - PB44'.

      * USUARIO CICS (EL REVISOR DE CUMPLIMIENTO)
       77 WS-USUARIO                  PIC X(08).

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2044AO REDEFINE A
      * PDB2044AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
      * CAMPOS DE ENTRADA Y SUS LONGITUDES.
       01 WS-CAPTURA-MAPA.
          05 WS-CAP-ALECLA-L          PIC S9(4) COMP.
          05 WS-CAP-ALECLA            PIC 9(09).
          05 WS-CAP-RESOL-L           PIC S9(4) COMP.
          05 WS-CAP-RESOL             PIC X(01).
          05 WS-CAP-COMENT-L          PIC S9(4) COMP.
          05 WS-CAP-COMENT            PIC X(60).

       77 WS-IMPORTE-EDICION          PIC ZZZZZZZZZZ9.99.
       77 WS-NUMERO-EDICION           PIC ZZZZ9.
       77 WS-RESP                     PIC S9(8) COMP.
       77 IND-NULL                    PIC S9(4) COMP-5.

      * INDICADORES DE NULO DE LOS DATOS DE REVISION, QUE SON NULOS
      * MIENTRAS NADIE HA TRABAJADO LA ALERTA
       77 IND-RESOLUCION              PIC S9(4) COMP-5.
       77 IND-COMENTARIO              PIC S9(4) COMP-5.
       77 IND-USUARIO                 PIC S9(4) COMP-5.
       77 IND-FECHA-REV               PIC S9(4) COMP-5.

      * ESTADO DE LA ALERTA LEIDA, PARA QUE EL UPDATE SOLO PROSPERE
      * SI NADIE LA HA CAMBIADO ENTRE LA LECTURA Y LA ACCION
       77 WS-ESTADO-LEIDO             PIC X(01).

       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-REVISAR        VALUE 'R'.
          88 WS-ACCION-ESCALAR        VALUE 'E'.
          88 WS-ACCION-CERRAR         VALUE 'C'.
          88 WS-ACCION-VER            VALUE ' '.
          88 WS-ACCION-VALIDA         VALUE 'R', 'E', 'C', ' '.

      * PERFIL DEL USUARIO, LEIDO DE IBMUSER.OPERADORES
       77 WS-PERFIL-OPERADOR          PIC X(01).
          88 WS-PERFIL-CENTRAL        VALUE 'C'.

      * DETALLE DE LA FILA DE AUDITORIA: LA CLAVE DE LA ALERTA Y EL
      * COMENTARIO (O, SI LA ACCION SE RECHAZA, EL MENSAJE MOSTRADO)
       01 WS-AUD-DETALLE.
          05 FILLER                   PIC X(07) VALUE 'ALERTA '.
          05 WS-AUD-DET-CLAVE         PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-AUD-DET-TEXTO         PIC X(60).
          05 FILLER                   PIC X(02) VALUE SPACES.

      * FILA DE AUDITORIA DE LA ACCION EN CURSO. SE ESCRIBE UNA SOLA
      * VEZ POR ACCION, AL REENVIAR EL MAPA (8000-REDISPLAY), CON EL
      * RESULTADO. ASI TAMBIEN LAS ACCIONES RECHAZADAS DEJAN RASTRO.
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
      * SIN DESHACER LA ACCION YA HECHA DEL REVISOR.
       77 WS-AUD-RETRY                PIC 9(2) COMP.
       77 WS-AUD-RETRY-MAX            PIC 9(2) VALUE 3.
       77 WS-AUD-REINTENTAR           PIC X.
          88 WS-AUD-REINTENTAR-SI     VALUE 'S'.
          88 WS-AUD-REINTENTAR-NO     VALUE 'N'.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE ALERTAML END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           EXEC CICS RETURN END-EXEC.
      ******************************************************************
      * PARRAFO DE INICIO. UNA TRANSACCION PB44 PUEDE LLEGAR AQUI      *
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
           MOVE LOW-VALUES TO PDB2044AO
           MOVE 'PULSE ENTER PARA VER LA ALERTA ABIERTA MAS ANTIGUA'
                                                       TO MENSAJEO
           EXEC CICS SEND MAP('PDB2044A')
                     MAPSET('PDB2044M')
                     FROM(PDB2044AO)
                     ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('PB44')
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
                 MOVE LOW-VALUES TO PDB2044AO
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
      * RECIBE EL MAPA, COMPRUEBA QUE EL USUARIO SEA DE SERVICIOS      *
      * CENTRALES Y ENCAMINA LA ACCION TECLEADA                        *
      ******************************************************************
       2000-PROCESO.
           EXEC CICS RECEIVE MAP('PDB2044A')
                     MAPSET('PDB2044M')
                     INTO(PDB2044AI)
                     RESP(WS-RESP)
           END-EXEC
      * MAPFAIL SE PRODUCE AL PULSAR ENTER SIN TECLEAR NINGUN DATO,
      * QUE AQUI SIGNIFICA VER LA ALERTA ABIERTA MAS ANTIGUA
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACE TO WS-ACCION
              INITIALIZE WS-CAPTURA-MAPA
           ELSE
              MOVE ACCIONI TO WS-ACCION
              MOVE ALECLAL TO WS-CAP-ALECLA-L
              MOVE ALECLAI TO WS-CAP-ALECLA
              MOVE RESOLL TO WS-CAP-RESOL-L
              MOVE RESOLI TO WS-CAP-RESOL
              MOVE COMENTL TO WS-CAP-COMENT-L
              MOVE COMENTI TO WS-CAP-COMENT
           END-IF
           MOVE LOW-VALUES TO PDB2044AO
           PERFORM 2900-LEE-OPERADOR
           IF NOT WS-PERFIL-CENTRAL
              MOVE 'TRANSACCION RESERVADA A CUMPLIMIENTO NORMATIVO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE R, E, C O DEJELA EN BLANCO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EVALUATE TRUE
              WHEN WS-ACCION-VER
                 PERFORM 2100-MUESTRA-ALERTA
              WHEN WS-ACCION-REVISAR
                 PERFORM 2200-REVISA-ALERTA
              WHEN WS-ACCION-ESCALAR
                 PERFORM 2300-ESCALA-ALERTA
              WHEN WS-ACCION-CERRAR
                 PERFORM 2400-CIERRA-ALERTA
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * MUESTRA LA ALERTA TECLEADA, EN CUALQUIER ESTADO, O SI NO SE    *
      * TECLEA CLAVE LA ALERTA SIN CERRAR MAS ANTIGUA.                *
      ******************************************************************
       2100-MUESTRA-ALERTA.
           IF WS-CAP-ALECLA-L = 0 OR WS-CAP-ALECLA = 0
              EXEC SQL
                SELECT CLAVE_ALERTA
                INTO :DCLALERTASAML.AL-CLAVE-ALERTA
                FROM IBMUSER.ALERTAS_AML
                WHERE ESTADO <> 'C'
                ORDER BY FECHA_ALTA, CLAVE_ALERTA
                FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE AL-CLAVE-ALERTA TO WS-CAP-ALECLA
                 WHEN 100
                    MOVE 'NO HAY ALERTAS SIN CERRAR' TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF
           PERFORM 2600-LEE-ALERTA
           PERFORM 2500-MUESTRA-DETALLE
           IF AL-ESTADO = 'C'
              MOVE 'ESTA ALERTA YA ESTA CERRADA' TO MENSAJEO
           ELSE
              MOVE 'TECLEE R, E O C Y UN COMENTARIO PARA TRATARLA'
                                                       TO MENSAJEO
           END-IF.

      ******************************************************************
      * ANOTA UNA REVISION CON SU COMENTARIO. UNA ALERTA ABIERTA PASA  *
      * A EN REVISION; UNA EN REVISION O ESCALADA CONSERVA SU ESTADO.  *
      ******************************************************************
       2200-REVISA-ALERTA.
           MOVE 'REVISION    ' TO WS-AUD-ACCION
           PERFORM 2650-LEE-SIN-CERRAR
           IF AL-ESTADO = 'A'
              MOVE 'R' TO AL-ESTADO
           END-IF
           MOVE SPACE TO AL-RESOLUCION
           PERFORM 2700-ACTUALIZA-ALERTA
           MOVE 'REVISION ANOTADA EN LA ALERTA' TO MENSAJEO.

      ******************************************************************
      * ESCALA LA ALERTA A LA DECISION DEL RESPONSABLE DE             *
      * CUMPLIMIENTO. UNA ALERTA YA ESCALADA NO SE VUELVE A ESCALAR.  *
      ******************************************************************
       2300-ESCALA-ALERTA.
           MOVE 'ESCALADO    ' TO WS-AUD-ACCION
           PERFORM 2650-LEE-SIN-CERRAR
           IF AL-ESTADO = 'E'
              MOVE 'LA ALERTA YA ESTA ESCALADA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE 'E' TO AL-ESTADO
           MOVE SPACE TO AL-RESOLUCION
           PERFORM 2700-ACTUALIZA-ALERTA
           MOVE 'ALERTA ESCALADA' TO MENSAJEO.

      ******************************************************************
      * CIERRA LA ALERTA CON LA RESOLUCION TECLEADA: 'N' NO           *
      * SOSPECHOSA O 'C' COMUNICADA AL REGULADOR.                     *
      ******************************************************************
       2400-CIERRA-ALERTA.
           MOVE 'CIERRE      ' TO WS-AUD-ACCION
           PERFORM 2650-LEE-SIN-CERRAR
           IF WS-CAP-RESOL-L = 0
              OR (WS-CAP-RESOL NOT = 'N' AND WS-CAP-RESOL NOT = 'C')
              MOVE 'RESOLUCION NO VALIDA: N=NO SOSPECHOSA C=COMUNICADA'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE 'C' TO AL-ESTADO
           MOVE WS-CAP-RESOL TO AL-RESOLUCION
           PERFORM 2700-ACTUALIZA-ALERTA
           MOVE 'ALERTA CERRADA' TO MENSAJEO.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA EL DETALLE DE LA ALERTA EN CURSO Y   *
      * EL NOMBRE DE SU CLIENTE.                                      *
      ******************************************************************
       2500-MUESTRA-DETALLE.
           MOVE AL-CLAVE-ALERTA TO ALECLAO
           MOVE AL-REGLA TO REGLAO
           EVALUATE AL-REGLA
              WHEN 'FR'
                 MOVE 'FRACCIONAMIENTO DE INGRESOS' TO DESREGO
              WHEN 'PT'
                 MOVE 'PASO A TRANSFERENCIA EXTERNA' TO DESREGO
              WHEN 'DO'
                 MOVE 'ACTIVIDAD EN CONTRATO DORMIDO' TO DESREGO
              WHEN OTHER
                 MOVE SPACES TO DESREGO
           END-EVALUATE
           MOVE AL-CLAVE-CLIENTE TO CLIENTEO
           MOVE AL-CLAVE-CONTRATO TO CONTRAO
           MOVE AL-NUM-OPERACIONES TO WS-NUMERO-EDICION
           MOVE WS-NUMERO-EDICION TO NUMOPEO
           MOVE AL-IMPORTE TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO IMPORTEO
           MOVE AL-DETALLE TO DETALLEO
           MOVE AL-FECHA-CONTABLE TO FECCONO
           MOVE AL-FECHA-ALTA TO FECALTAO
           MOVE AL-ESTADO TO ESTADOO
           EVALUATE AL-ESTADO
              WHEN 'A'
                 MOVE 'ABIERTA' TO DESESTO
              WHEN 'R'
                 MOVE 'EN REVISION' TO DESESTO
              WHEN 'E'
                 MOVE 'ESCALADA' TO DESESTO
              WHEN 'C'
                 MOVE 'CERRADA' TO DESESTO
              WHEN OTHER
                 MOVE SPACES TO DESESTO
           END-EVALUATE
           MOVE AL-RESOLUCION TO RESOLO
           EVALUATE AL-RESOLUCION
              WHEN 'N'
                 MOVE 'NO SOSPECHOSA' TO DESRESO
              WHEN 'C'
                 MOVE 'COMUNICADA AL REGULADOR' TO DESRESO
              WHEN OTHER
                 MOVE SPACES TO DESRESO
           END-EVALUATE
           MOVE AL-COMENTARIO TO ULTCOMO
           MOVE AL-USUARIO-REVISION TO USUARIOO
           MOVE AL-FECHA-REVISION TO FECREVO
      * NOMBRE DEL CLIENTE. UN CLIENTE DADO DE BAJA NO IMPIDE
      * TRABAJAR LA ALERTA
           MOVE AL-CLAVE-CLIENTE TO CL-CLAVE-CLIENTE
           EXEC SQL
             SELECT NOMBRE
             INTO :DCLCLIENTES.CL-NOMBRE
             FROM IBMUSER.CLIENTES
             WHERE CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE CL-NOMBRE TO NOMBREO
              WHEN 100
                 MOVE 'CLIENTE NO ENCONTRADO' TO NOMBREO
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * LEE LA ALERTA DE LA CLAVE TECLEADA. LOS DATOS DE REVISION      *
      * NULOS (NADIE LA HA TRABAJADO AUN) QUEDAN EN BLANCO.            *
      ******************************************************************
       2600-LEE-ALERTA.
           MOVE WS-CAP-ALECLA TO AL-CLAVE-ALERTA
           EXEC SQL
             SELECT CLAVE_CLIENTE, CLAVE_CONTRATO, REGLA,
                    NUM_OPERACIONES, IMPORTE, DETALLE, FECHA_CONTABLE,
                    FECHA_ALTA, ESTADO, RESOLUCION, COMENTARIO,
                    USUARIO_REVISION, FECHA_REVISION
             INTO :DCLALERTASAML.AL-CLAVE-CLIENTE,
                  :DCLALERTASAML.AL-CLAVE-CONTRATO,
                  :DCLALERTASAML.AL-REGLA,
                  :DCLALERTASAML.AL-NUM-OPERACIONES,
                  :DCLALERTASAML.AL-IMPORTE,
                  :DCLALERTASAML.AL-DETALLE,
                  :DCLALERTASAML.AL-FECHA-CONTABLE,
                  :DCLALERTASAML.AL-FECHA-ALTA,
                  :DCLALERTASAML.AL-ESTADO,
                  :DCLALERTASAML.AL-RESOLUCION :IND-RESOLUCION,
                  :DCLALERTASAML.AL-COMENTARIO :IND-COMENTARIO,
                  :DCLALERTASAML.AL-USUARIO-REVISION :IND-USUARIO,
                  :DCLALERTASAML.AL-FECHA-REVISION :IND-FECHA-REV
             FROM IBMUSER.ALERTAS_AML
             WHERE CLAVE_ALERTA = :DCLALERTASAML.AL-CLAVE-ALERTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CLAVE DE ALERTA NO ENCONTRADA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           IF IND-RESOLUCION < 0
              MOVE SPACE TO AL-RESOLUCION
           END-IF
           IF IND-COMENTARIO < 0
              MOVE SPACES TO AL-COMENTARIO
           END-IF
           IF IND-USUARIO < 0
              MOVE SPACES TO AL-USUARIO-REVISION
           END-IF
           IF IND-FECHA-REV < 0
              MOVE SPACES TO AL-FECHA-REVISION
           END-IF
           MOVE AL-ESTADO TO WS-ESTADO-LEIDO.

      ******************************************************************
      * LEE LA ALERTA SOBRE LA QUE SE VA A ACTUAR Y DEJA PENDIENTE SU  *
      * FILA DE AUDITORIA. DEBE EXISTIR, NO ESTAR CERRADA Y TRAER UN   *
      * COMENTARIO.                                                    *
      ******************************************************************
       2650-LEE-SIN-CERRAR.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           IF WS-CAP-ALECLA-L = 0 OR WS-CAP-ALECLA = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DE LA ALERTA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2600-LEE-ALERTA
           PERFORM 2500-MUESTRA-DETALLE
           MOVE AL-CLAVE-CONTRATO TO WS-AUD-CONTRATO
           MOVE AL-IMPORTE TO WS-AUD-IMPORTE
           IF AL-ESTADO = 'C'
              MOVE 'LA ALERTA ESTA CERRADA. NO ADMITE MAS ACCIONES'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-COMENT-L = 0 OR WS-CAP-COMENT = SPACES
              MOVE 'DEBE INTRODUCIR UN COMENTARIO' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * GRABA EN LA ALERTA EL ESTADO Y LA RESOLUCION PREPARADOS POR EL *
      * PARRAFO QUE LO INVOCA, CON EL COMENTARIO, EL REVISOR Y LA      *
      * FECHA. SOLO SI LA ALERTA SIGUE EN EL ESTADO LEIDO: SI OTRO     *
      * REVISOR LA HA CAMBIADO ENTRE TANTO, SE LE PIDE QUE LA VUELVA A *
      * CONSULTAR.                                                     *
      ******************************************************************
       2700-ACTUALIZA-ALERTA.
           MOVE WS-CAP-COMENT TO AL-COMENTARIO
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO AL-USUARIO-REVISION
           IF AL-RESOLUCION = SPACE
              MOVE -1 TO IND-RESOLUCION
           ELSE
              MOVE ZERO TO IND-RESOLUCION
           END-IF
           EXEC SQL
             UPDATE IBMUSER.ALERTAS_AML
             SET ESTADO = :DCLALERTASAML.AL-ESTADO,
                 RESOLUCION =
                     :DCLALERTASAML.AL-RESOLUCION :IND-RESOLUCION,
                 COMENTARIO = :DCLALERTASAML.AL-COMENTARIO,
                 USUARIO_REVISION =
                     :DCLALERTASAML.AL-USUARIO-REVISION,
                 FECHA_REVISION = CURRENT TIMESTAMP
             WHERE CLAVE_ALERTA = :DCLALERTASAML.AL-CLAVE-ALERTA
               AND ESTADO = :WS-ESTADO-LEIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'LA ALERTA HA CAMBIADO. CONSULTELA DE NUEVO'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           MOVE 'A' TO WS-AUD-RESULTADO
           PERFORM 2600-LEE-ALERTA
           PERFORM 2500-MUESTRA-DETALLE.

      ******************************************************************
      * LEE DE IBMUSER.OPERADORES EL PERFIL DEL USUARIO CICS. UN       *
      * USUARIO QUE NO ESTE DADO DE ALTA COMO OPERADOR NO PUEDE        *
      * OPERAR.                                                        *
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
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
      * CONVERSACION.                                                  *
      ******************************************************************
       8000-REDISPLAY.
           PERFORM 7000-ESCRIBE-AUDITORIA
           EXEC CICS SEND MAP('PDB2044A')
                     MAPSET('PDB2044M')
                     FROM(PDB2044AO)
                     DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PB44')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ESCRIBE LA FILA DE AUDITORIA DE LA ACCION EN CURSO, SI HAY UNA *
      * PENDIENTE: QUE REVISOR, DESDE QUE TERMINAL, REVISO, ESCALO O   *
      * CERRO QUE ALERTA, CON QUE RESULTADO Y CON QUE COMENTARIO (EL   *
      * MENSAJE MOSTRADO SI LA ACCION SE RECHAZO). LA FILA SE MARCA    *
      * COMO ESCRITA ANTES DEL INSERT PARA QUE UN ERROR DE BASE DE     *
      * DATOS EN EL PROPIO DIARIO NO ENTRE EN BUCLE.                   *
      ******************************************************************
       7000-ESCRIBE-AUDITORIA.
           IF WS-AUD-PENDIENTE-SI
              MOVE 'N' TO WS-AUD-PENDIENTE
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
              MOVE 'PB44' TO DA-TRANSACCION
              MOVE 'PDB2044 ' TO DA-PROGRAMA
              MOVE WS-USUARIO TO DA-USUARIO
              MOVE EIBTRMID TO DA-TERMINAL
              MOVE WS-AUD-ACCION TO DA-ACCION
              MOVE WS-AUD-CONTRATO TO DA-CLAVE-CONTRATO
              MOVE WS-AUD-IMPORTE TO DA-IMPORTE
              MOVE WS-AUD-RESULTADO TO DA-RESULTADO
              MOVE WS-CAP-ALECLA TO WS-AUD-DET-CLAVE
              IF WS-AUD-RESULTADO = 'A'
                 MOVE WS-CAP-COMENT TO WS-AUD-DET-TEXTO
              ELSE
                 MOVE MENSAJEO TO WS-AUD-DET-TEXTO
              END-IF
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
      * NADA Y LA ACCION YA HECHA DEL REVISOR NO DEBE DESHACERSE POR   *
      * LA FILA DE AUDITORIA.                                          *
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
           MOVE LOW-VALUES TO PDB2044AO
           MOVE 'ERROR DE BASE DE DATOS. VUELVA A INTENTARLO'
                                                       TO MENSAJEO
           PERFORM 8000-REDISPLAY.
