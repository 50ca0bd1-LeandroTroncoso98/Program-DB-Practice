      * LAS RETENCIONES VENCIDAS LAS CADUCA EL PROCESO NOCTURNO
      * PDB2024; EL LEVANTAMIENTO MANUAL ES PARA EMBARGOS ALZADOS O
      * LIQUIDACIONES YA APLICADAS.
      * UN VENCIMIENTO QUE CAE EN SABADO, DOMINGO O FESTIVO SE RUEDA
      * AL SIGUIENTE DIA HABIL (MODULO DE CALENDARIO PDB2037) ANTES
      * DE ANOTARLO, Y EL MENSAJE DE ALTA AVISA DEL NUEVO DIA.
      * UN OPERADOR DE OFICINA SOLO PUEDE ANOTAR Y LEVANTAR
      * RETENCIONES SOBRE CONTRATOS DE SU OFICINA; LOS DE SERVICIOS
      * CENTRALES (PERFIL 'C' EN IBMUSER.OPERADORES) SOBRE CUALQUIERA.
      * LA CONSULTA NO SE RESTRINGE. CADA RECHAZO POR OFICINA QUEDA
      * REGISTRADO EN IBMUSER.DIARIO_AUDITORIA.
      * AL ANOTAR UNA RETENCION SE AVISA AL TITULAR DEL CONTRATO SI
      * ESTA SUSCRITO (MODULO PDB2052): AVISO DE RETENCION Y, SI LA
      * RETENCION DEJA EL DISPONIBLE POR DEBAJO DE SU MINIMO, AVISO
      * DE SALDO BAJO.

       ENVIRONMENT DIVISION.

      * USUARIO CICS QUE EJECUTA LA ACCION
       77 WS-USUARIO                  PIC X(08).

      * PERFIL DEL OPERADOR QUE EJECUTA LA ACCION, LEIDO DE
      * IBMUSER.OPERADORES
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

      * FILA DE AUDITORIA DE LA ACCION EN CURSO. EN ESTA TRANSACCION
      * SOLO SE ESCRIBEN LOS RECHAZOS POR OFICINA; SE ESCRIBE AL
      * REENVIAR EL MAPA (8000-REDISPLAY) CON EL MENSAJE MOSTRADO AL
      * OPERADOR.
       77 WS-AUD-PENDIENTE            PIC X VALUE 'N'.
          88 WS-AUD-PENDIENTE-SI      VALUE 'S'.
          88 WS-AUD-PENDIENTE-NO      VALUE 'N'.
       77 WS-AUD-ACCION               PIC X(12).
       77 WS-AUD-CONTRATO             PIC 9(09).
       77 WS-AUD-IMPORTE              PIC S9(11)V99.
       77 WS-AUD-RESULTADO            PIC X(01).

      * CONTROL DE REINTENTOS DE LA CLAVE DEL DIARIO: DOS
      * TRANSACCIONES ESCRIBIENDO A LA VEZ LEEN EL MISMO MAXIMO; LA
      * QUE PIERDE RECIBE UN -803, RECALCULA LA CLAVE Y REINTENTA.
       77 WS-AUD-RETRY                PIC 9(2) COMP.
       77 WS-AUD-RETRY-MAX            PIC 9(2) VALUE 3.
       77 WS-AUD-REINTENTAR           PIC X.
          88 WS-AUD-REINTENTAR-SI     VALUE 'S'.
          88 WS-AUD-REINTENTAR-NO     VALUE 'N'.

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2023AO REDEFINE A
      * PDB2023AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
          05 FILLER                   PIC X(30) VALUE
             'RETENCION ANOTADA. CLAVE:    '.
          05 WS-MSG-CLAVE             PIC 9(09).
          05 WS-MSG-VTO               PIC X(40) VALUE SPACES.

      * AVISO DE VENCIMIENTO RODADO AL SIGUIENTE DIA HABIL
       01 WS-MSG-VTO-HABIL.
          05 FILLER                   PIC X(21) VALUE
             '. VENCE EL DIA HABIL '.
          05 WS-MSG-VTO-FECHA         PIC X(10).
          05 FILLER                   PIC X(09) VALUE SPACES.

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO PDB2037
           COPY PDB2037C.

      * AREA DE COMUNICACION CON EL MODULO PDB2052 DE ALTA DE AVISOS
      * AL CLIENTE Y TEXTO DEL AVISO DE RETENCION, CON SU MOTIVO
           COPY PDB2052C.
       01 WS-AVISO-RETENCION.
          05 FILLER                   PIC X(11) VALUE
             'RETENCION: '.
          05 WS-AVR-MOTIVO            PIC X(30).
          05 FILLER                   PIC X(09) VALUE SPACES.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE RETENCIO END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).
              MOVE 'ACCION NO VALIDA. USE A, C O L' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * DATOS DE AUDITORIA POR SI LA ACCION SE RECHAZA POR OFICINA
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           IF WS-ACCION-ALTA
              MOVE 'RETENCION   ' TO WS-AUD-ACCION
              IF WS-CAP-IMPORTE-L NOT = 0 AND WS-CAP-IMPORTE NUMERIC
                 MOVE WS-CAP-IMPORTE TO WS-IMP-TEXTO
                 MOVE WS-IMP-NUMERO TO WS-AUD-IMPORTE
              END-IF
           ELSE
              MOVE 'LEVANTAMIENT' TO WS-AUD-ACCION
           END-IF
           EVALUATE TRUE
              WHEN WS-ACCION-ALTA
                 PERFORM 2100-ANOTA-RETENCION
           MOVE WS-FV-ANO TO WS-FVI-ANO
           MOVE WS-FV-MES TO WS-FVI-MES
           MOVE WS-FV-DIA TO WS-FVI-DIA
           PERFORM 2150-RUEDA-VENCIMIENTO
      * EL CONTRATO DEBE EXISTIR Y SER DE LA OFICINA DEL OPERADOR
           MOVE WS-CAP-CTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           PERFORM 2600-LEE-CONTRATO
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
      * CALCULAMOS LA CLAVE DE LA RETENCION
           EXEC SQL
             SELECT MAX(CLAVE_RETENCION)
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2500-MUESTRA-POSICION
           PERFORM 2180-AVISA-RETENCION
           MOVE RT-CLAVE-RETENCION OF DCLRETENCIONES TO WS-MSG-CLAVE
           MOVE WS-MSG-ANOTADA TO MENSAJEO.

      ******************************************************************
      * RUEDA LA FECHA DE VENCIMIENTO AL SIGUIENTE DIA HABIL SI CAE   *
      * EN SABADO, DOMINGO O FESTIVO. UNA FECHA QUE DB2 NO ACEPTA     *
      * (31 DE ABRIL, 29 DE FEBRERO EN ANO NO BISIESTO...) SE         *
      * RECHAZA COMO FECHA NO VALIDA.                                 *
      ******************************************************************
       2150-RUEDA-VENCIMIENTO.
           MOVE SPACES TO WS-MSG-VTO
           MOVE 'R' TO P37-FUNCION
           MOVE WS-FECHA-VTO-ISO TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           IF P37-ERROR-SQL
              AND (P37-SQLCODE = -180 OR P37-SQLCODE = -181)
              MOVE 'FECHA DE VENCIMIENTO NO VALIDA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF NOT P37-OK
              PERFORM 9999-ERROR
           END-IF
           IF P37-FECHA-HABIL NOT = WS-FECHA-VTO-ISO
              MOVE P37-FECHA-HABIL TO WS-MSG-VTO-FECHA
              MOVE WS-MSG-VTO-HABIL TO WS-MSG-VTO
              MOVE P37-FECHA-HABIL TO WS-FECHA-VTO-ISO
           END-IF.

      ******************************************************************
      * AVISA AL TITULAR DE LA RETENCION RECIEN ANOTADA, EN LA MISMA  *
      * UNIDAD DE TRABAJO. 2500-MUESTRA-POSICION YA HA CALCULADO EL   *
      * DISPONIBLE CON LA RETENCION INCLUIDA; EL ANTERIOR ES ESE MAS  *
      * EL IMPORTE RETENIDO. EL MODULO SOLO GRABA LOS AVISOS A LOS    *
      * QUE EL CLIENTE ESTA SUSCRITO.                                 *
      ******************************************************************
       2180-AVISA-RETENCION.
           MOVE 'PDB2023 ' TO P52-PROGRAMA
           MOVE RT-CLAVE-CONTRATO OF DCLRETENCIONES
                                  TO P52-CLAVE-CONTRATO
           MOVE RT-IMPORTE OF DCLRETENCIONES TO P52-IMPORTE
           COMPUTE P52-SALDO-ANTERIOR =
                   WS-IMPORTE-DISPONIBLE + RT-IMPORTE OF DCLRETENCIONES
           MOVE WS-IMPORTE-DISPONIBLE TO P52-SALDO-DISPONIBLE
           MOVE RT-MOTIVO OF DCLRETENCIONES TO WS-AVR-MOTIVO
           MOVE WS-AVISO-RETENCION TO P52-TEXTO
           MOVE 'RT' TO P52-TIPO-EVENTO
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              PERFORM 9999-ERROR
           END-IF
           MOVE 'SB' TO P52-TIPO-EVENTO
           MOVE 'SALDO DISPONIBLE POR DEBAJO DEL MINIMO FIJADO'
                                  TO P52-TEXTO
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * CONSULTA EL TOTAL RETENIDO Y EL SALDO DISPONIBLE DE UN        *
      * CONTRATO.                                                     *
              MOVE 'LA RETENCION NO ESTA ACTIVA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * EL CONTRATO DE LA RETENCION DEBE SER DE LA OFICINA DEL
      * OPERADOR
           MOVE RT-CLAVE-CONTRATO OF DCLRETENCIONES
                        TO CLAVE-CONTRATO OF DCLCONTRATOS
           PERFORM 2600-LEE-CONTRATO
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
           EXEC SQL
             UPDATE IBMUSER.RETENCIONES
             SET ESTADO = 'L'
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2500-MUESTRA-POSICION
           MOVE 'RETENCION LEVANTADA CORRECTAMENTE' TO MENSAJEO.

      ******************************************************************
       2600-LEE-CONTRATO.
           EXEC SQL
             SELECT ESTADO, IMPORTE, CODIGO_OFICINA
             INTO :DCLCONTRATOS.ESTADO,
                  :DCLCONTRATOS.IMPORTE,
                  :DCLCONTRATOS.CODIGO-OFICINA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * LEE DE IBMUSER.OPERADORES LA OFICINA Y EL PERFIL DEL USUARIO  *
      * CICS QUE EJECUTA LA ACCION. UN USUARIO QUE NO ESTE DADO DE    *
      * ALTA COMO OPERADOR NO PUEDE OPERAR.                           *
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
                 MOVE CLAVE-CONTRATO OF DCLCONTRATOS
                                     TO WS-AUD-CONTRATO
                 MOVE 'S' TO WS-AUD-PENDIENTE
                 MOVE 'R' TO WS-AUD-RESULTADO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * UN OPERADOR DE OFICINA SOLO PUEDE ACTUAR SOBRE CONTRATOS DE   *
      * SU OFICINA (CODIGO-OFICINA OF DCLCONTRATOS, YA LEIDO POR      *
      * 2600-LEE-CONTRATO). LOS DE SERVICIOS CENTRALES PUEDEN ACTUAR  *
      * SOBRE CUALQUIERA. EL RECHAZO QUEDA AUDITADO.                  *
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
              MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO WS-AUD-CONTRATO
              MOVE 'S' TO WS-AUD-PENDIENTE
              MOVE 'R' TO WS-AUD-RESULTADO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
      * CONVERSACION.                                                  *
      ******************************************************************
       8000-REDISPLAY.
           PERFORM 7000-ESCRIBE-AUDITORIA
           EXEC CICS SEND MAP('PDB2023A')
                     MAPSET('PDB2023M')
                     FROM(PDB2023AO)
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ESCRIBE LA FILA DE AUDITORIA DE LA ACCION EN CURSO, SI HAY     *
      * UNA PENDIENTE: QUE OPERADOR, DESDE QUE TERMINAL, HIZO QUE      *
      * ACCION SOBRE QUE CONTRATO Y CON QUE RESULTADO (EL MENSAJE      *
      * MOSTRADO). LA FILA SE MARCA COMO ESCRITA ANTES DEL INSERT      *
      * PARA QUE UN ERROR DE BASE DE DATOS EN EL PROPIO DIARIO NO      *
      * ENTRE EN BUCLE.                                                *
      ******************************************************************
       7000-ESCRIBE-AUDITORIA.
           IF WS-AUD-PENDIENTE-SI
              MOVE 'N' TO WS-AUD-PENDIENTE
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
              MOVE 'PB23' TO DA-TRANSACCION
              MOVE 'PDB2023 ' TO DA-PROGRAMA
              MOVE WS-USUARIO TO DA-USUARIO
              MOVE EIBTRMID TO DA-TERMINAL
              MOVE WS-AUD-ACCION TO DA-ACCION
              MOVE WS-AUD-CONTRATO TO DA-CLAVE-CONTRATO
              MOVE WS-AUD-IMPORTE TO DA-IMPORTE
              MOVE WS-AUD-RESULTADO TO DA-RESULTADO
              MOVE MENSAJEO TO DA-DETALLE
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
      * NADA Y EL TRABAJO YA HECHO DEL OPERADOR NO DEBE DESHACERSE     *
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
