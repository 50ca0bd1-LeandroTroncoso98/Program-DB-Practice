      * PUEDEN DIVERGIR EN LAS REGLAS DE ESTADO DE CONTRATO,
      * DESCUBIERTO Y DUPLICADOS. EL SALDO RESULTANTE DE LOS
      * CONTRATOS QUE INTERVIENEN SE DEVUELVE EN PANTALLA.
      * UN OPERADOR DE OFICINA SOLO PUEDE POSTEAR SOBRE CONTRATOS DE
      * SU OFICINA: SE COMPRUEBA EL CONTRATO DE REFERENCIA DEL
      * MOVIMIENTO (EL ORIGEN, O EL DESTINO EN UN INGRESO), DE FORMA
      * QUE UN TRASPASO A UN CONTRATO DE OTRA OFICINA ES UN PAGO
      * NORMAL. LOS OPERADORES DE SERVICIOS CENTRALES (PERFIL 'C' EN
      * IBMUSER.OPERADORES) PUEDEN POSTEAR SOBRE CUALQUIER CONTRATO.

       ENVIRONMENT DIVISION.

      * USUARIO CICS QUE POSTEA, PARA LA COLA DE AUTORIZACION
       77 WS-USUARIO                  PIC X(08).

      * PERFIL DEL OPERADOR QUE POSTEA, LEIDO DE IBMUSER.OPERADORES
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

      * FILA DE AUDITORIA DEL POSTEO EN CURSO. SE ESCRIBE UNA SOLA
      * VEZ POR POSTEO, AL REENVIAR EL MAPA (8000-REDISPLAY), CON EL
      * RESULTADO Y EL MENSAJE MOSTRADO AL OPERADOR. ASI TAMBIEN LOS
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE MOVAUTOR END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).
              MOVE WS-IMP-NUMERO TO WS-AUD-IMPORTE
           END-IF
           PERFORM 2100-VALIDA-ENTRADA
           PERFORM 2150-OFICINA-CONTRATO
           PERFORM 2200-POSTEA-MOVIMIENTO
           PERFORM 8000-REDISPLAY.

              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * LEE LA OFICINA DEL CONTRATO DE REFERENCIA DEL MOVIMIENTO Y    *
      * COMPRUEBA QUE EL OPERADOR PUEDA POSTEAR SOBRE EL. SI EL       *
      * CONTRATO NO EXISTE NO SE COMPRUEBA NADA: LO RECHAZA PDB2015   *
      * CON SU MENSAJE HABITUAL.                                      *
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
      * PREPARA EL MOVIMIENTO Y LO POSTEA A TRAVES DEL MODULO COMUN   *
      * PDB2015, DEVOLVIENDO EL RESULTADO EN PANTALLA. EL POSTEO SE   *
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO P15-OPERADOR
           MOVE EIBTRMID TO P15-TERMINAL
           MOVE SPACES TO P15-FECHA-OPERACION

           MOVE ZERO TO WS-RETRY-CONT
           PERFORM 2210-INTENTA-POSTEO
           MOVE CLAVE-MOVIMIENTO TO WS-MSG-CLAVE
           MOVE WS-MSG-POSTEADO TO MENSAJEO.

      ******************************************************************
      * LEE DE IBMUSER.OPERADORES LA OFICINA Y EL PERFIL DEL USUARIO  *
      * CICS QUE POSTEA. UN USUARIO QUE NO ESTE DADO DE ALTA COMO     *
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
                 MOVE 'S' TO WS-AUD-PENDIENTE
                 MOVE 'R' TO WS-AUD-RESULTADO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * UN OPERADOR DE OFICINA SOLO PUEDE POSTEAR SOBRE CONTRATOS DE  *
      * SU OFICINA. LOS DE SERVICIOS CENTRALES PUEDEN POSTEAR SOBRE   *
      * CUALQUIERA. EL RECHAZO QUEDA AUDITADO.                        *
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
              MOVE 'S' TO WS-AUD-PENDIENTE
              MOVE 'R' TO WS-AUD-RESULTADO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
