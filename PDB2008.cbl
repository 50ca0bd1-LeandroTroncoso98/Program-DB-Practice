      * Y EL MOMENTO DEL CAMBIO; CADA CAMBIO DE LIMITE DE
      * DESCUBIERTO, EN IBMUSER.CONTRATOS_LIM_HIST DE LA MISMA
      * FORMA.
      *   - ACCION 'I': VINCULA AL CONTRATO UN CLIENTE EXISTENTE DEL
      *     MAESTRO COMO COTITULAR ('C') O COMO AUTORIZADO A OPERAR
      *     ('A'), SEGUN EL CAMPO ROL. EL TITULAR PRINCIPAL SIGUE
      *     SIENDO CONTRATOS.CLAVE_CLIENTE Y NO SE VINCULA APARTE.
      *   - ACCION 'Q': DESVINCULA DEL CONTRATO A UN COTITULAR O
      *     AUTORIZADO. EL TITULAR PRINCIPAL NO SE PUEDE DESVINCULAR.
      * LOS VINCULOS SE GUARDAN EN IBMUSER.CONTRATOS_INTERVINIENTES
      * CON EL USUARIO CICS QUE LOS DIO DE ALTA.
      * CADA CONTRATO PERTENECE A UNA OFICINA (IBMUSER.OFICINAS). EN
      * EL ALTA SE LE ASIGNA LA OFICINA TECLEADA O, EN BLANCO, LA DEL
      * OPERADOR (IBMUSER.OPERADORES). UN OPERADOR DE OFICINA SOLO
      * PUEDE DAR DE ALTA Y MODIFICAR CONTRATOS DE SU PROPIA OFICINA;
      * UN OPERADOR DE SERVICIOS CENTRALES (PERFIL 'C') PUEDE ACTUAR
      * SOBRE CUALQUIERA. LOS RECHAZOS QUEDAN EN EL DIARIO DE
      * AUDITORIA COMO CUALQUIER OTRA ACCION RECHAZADA.

       ENVIRONMENT DIVISION.

          05 WS-CAP-PRODUCTO          PIC X(03).
          05 WS-CAP-MONEDA-L          PIC S9(4) COMP.
          05 WS-CAP-MONEDA            PIC X(03).
          05 WS-CAP-ROL-L             PIC S9(4) COMP.
          05 WS-CAP-ROL               PIC X(01).
             88 WS-CAP-ROL-VALIDO     VALUE 'C', 'A'.
             88 WS-CAP-ROL-COTITULAR  VALUE 'C'.
          05 WS-CAP-OFICINA-L         PIC S9(4) COMP.
          05 WS-CAP-OFICINA           PIC X(04).

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

      * MENSAJE DE VINCULACION / DESVINCULACION, CON LA CLAVE DEL
      * CLIENTE, PARA QUE EL DIARIO DE AUDITORIA SEPA A QUIEN AFECTA
       01 WS-MSG-INTERV.
          05 FILLER                   PIC X(08) VALUE 'CLIENTE '.
          05 WS-MSG-CLIENTE           PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-MSG-TEXTO             PIC X(61).

       77 WS-IMPORTE-EDICION          PIC ZZZZZZZZZZ9.99.
      * EDICION CON SIGNO DEL SALDO ACTUAL: DESDE EL DESCUBIERTO
          88 WS-ACCION-TITULAR        VALUE 'T'.
          88 WS-ACCION-ESTADO         VALUE 'E'.
          88 WS-ACCION-LIMITE         VALUE 'D'.
          88 WS-ACCION-VINCULA        VALUE 'I'.
          88 WS-ACCION-DESVINCULA     VALUE 'Q'.
          88 WS-ACCION-VALIDA         VALUE 'A', 'T', 'E', 'D',
                                            'I', 'Q'.
       77 WS-ESTADO-NUEVO             PIC X(01).
          88 WS-ESTADO-NUEVO-VALIDO   VALUE 'V', 'B', 'C'.
          88 WS-ESTADO-NUEVO-CIERRE   VALUE 'C'.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE PRODUCTO END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE CONINTER END-EXEC.
           EXEC SQL INCLUDE OFICINA END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).
           MOVE PRODUCTI TO WS-CAP-PRODUCTO
           MOVE MONEDAL TO WS-CAP-MONEDA-L
           MOVE MONEDAI TO WS-CAP-MONEDA
           MOVE ROLL TO WS-CAP-ROL-L
           MOVE ROLI TO WS-CAP-ROL
           MOVE OFICINAL TO WS-CAP-OFICINA-L
           MOVE OFICINAI TO WS-CAP-OFICINA
           MOVE LOW-VALUES TO PDB2008AO
      * TODA ACCION, TAMBIEN LA RECHAZADA, DEJA FILA DE AUDITORIA
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE A, T, E, D, I O Q'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EVALUATE TRUE
                 MOVE 'ESTADO      ' TO WS-AUD-ACCION
              WHEN WS-ACCION-LIMITE
                 MOVE 'DESCUBIERTO ' TO WS-AUD-ACCION
              WHEN WS-ACCION-VINCULA
                 MOVE 'ALTA INTERV ' TO WS-AUD-ACCION
              WHEN WS-ACCION-DESVINCULA
                 MOVE 'BAJA INTERV ' TO WS-AUD-ACCION
           END-EVALUATE
           IF WS-CAP-CTRATO-L = 0 OR WS-CAP-CTRATO = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DE CONTRATO' TO MENSAJEO
                 PERFORM 2300-CAMBIO-ESTADO
              WHEN WS-ACCION-LIMITE
                 PERFORM 2350-CAMBIO-LIMITE
              WHEN WS-ACCION-VINCULA
                 PERFORM 2700-VINCULA-INTERVINIENTE
              WHEN WS-ACCION-DESVINCULA
                 PERFORM 2750-DESVINCULA-INTERVINIENTE
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      * SI YA EXISTE SE RECHAZA EL ALTA, QUE ES JUSTO EL CASO QUE     *
      * LAS ALTAS MANUALES POR SQL NO CONTROLABAN. EL CONTRATO SE     *
      * ENGANCHA A UN CLIENTE EXISTENTE DEL MAESTRO (ALTA PREVIA EN   *
      * PB20) Y EL TITULAR SE TOMA DEL NOMBRE DEL CLIENTE. LA         *
      * OFICINA ES LA TECLEADA O, EN BLANCO, LA DEL OPERADOR.         *
      ******************************************************************
       2100-ALTA-CONTRATO.
           IF WS-CAP-CLIENTE-L = 0 OR WS-CAP-CLIENTE = 0
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
      * LA OFICINA ES OPCIONAL: EN BLANCO, EL CONTRATO SE ABRE EN LA
      * OFICINA DEL OPERADOR. SI SE TECLEA DEBE EXISTIR, Y UN
      * OPERADOR DE OFICINA SOLO PUEDE ABRIR EN LA SUYA.
           PERFORM 2900-LEE-OPERADOR
           IF WS-CAP-OFICINA-L = 0 OR WS-CAP-OFICINA = SPACES
              MOVE OD-CODIGO-OFICINA OF DCLOPERADORES
                                  TO CODIGO-OFICINA OF DCLCONTRATOS
           ELSE
              MOVE WS-CAP-OFICINA TO OC-CODIGO-OFICINA OF DCLOFICINAS
              EXEC SQL
                SELECT NOMBRE
                INTO :DCLOFICINAS.OC-NOMBRE
                FROM IBMUSER.OFICINAS
                WHERE CODIGO_OFICINA = :DCLOFICINAS.OC-CODIGO-OFICINA
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE 'OFICINA NO ENCONTRADA' TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
              MOVE WS-CAP-OFICINA TO CODIGO-OFICINA OF DCLCONTRATOS
           END-IF
           PERFORM 2950-COMPRUEBA-OFICINA
      * EL IMPORTE INICIAL ES OPCIONAL: SI NO SE TECLEA, EL
      * CONTRATO SE ABRE CON SALDO CERO
           IF WS-CAP-IMPORTE-L = 0
                CODIGO_PRODUCTO,
                LIMITE_DESCUBIERTO,
                MONEDA,
                ESTADO_INACTIVIDAD,
                CODIGO_OFICINA)
             VALUES(:DCLCONTRATOS.CLAVE-CONTRATO,
                    :DCLCONTRATOS.ESTADO,
                    :DCLCONTRATOS.IMPORTE,
                    :DCLCONTRATOS.CODIGO-PRODUCTO,
                    :DCLCONTRATOS.LIMITE-DESCUBIERTO,
                    :DCLCONTRATOS.MONEDA,
                    ' ',
                    :DCLCONTRATOS.CODIGO-OFICINA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           MOVE MONEDA OF DCLCONTRATOS TO MONACTO
           MOVE CLAVE-CLIENTE OF DCLCONTRATOS TO CLIACTO
           MOVE CODIGO-PRODUCTO OF DCLCONTRATOS TO PROACTO
           MOVE CODIGO-OFICINA OF DCLCONTRATOS TO OFIACTO
           MOVE LIMITE-DESCUBIERTO OF DCLCONTRATOS
                        TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO LIMACTO.

      ******************************************************************
      * LEE EL CONTRATO SOBRE EL QUE SE VA A ACTUAR. SI NO EXISTE     *
      * SE INFORMA AL USUARIO Y SE VUELVE A MOSTRAR EL MAPA. SI       *
      * EXISTE, SE COMPRUEBA QUE EL OPERADOR PUEDA ACTUAR SOBRE EL    *
      * CONTRATO SEGUN SU OFICINA.                                    *
      ******************************************************************
       2600-LEE-CONTRATO.
           EXEC SQL
             SELECT ESTADO, IMPORTE, TITULAR, CLAVE_CLIENTE,
                    CODIGO_PRODUCTO, LIMITE_DESCUBIERTO, MONEDA,
                    CODIGO_OFICINA
             INTO :DCLCONTRATOS.ESTADO,
                  :DCLCONTRATOS.IMPORTE,
                  :DCLCONTRATOS.TITULAR,
                  :DCLCONTRATOS.CLAVE-CLIENTE,
                  :DCLCONTRATOS.CODIGO-PRODUCTO,
                  :DCLCONTRATOS.LIMITE-DESCUBIERTO,
                  :DCLCONTRATOS.MONEDA,
                  :DCLCONTRATOS.CODIGO-OFICINA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA.

      ******************************************************************
      * VINCULA UN CLIENTE DEL MAESTRO AL CONTRATO COMO COTITULAR O   *
      * AUTORIZADO. EL CLIENTE DEBE EXISTIR, NO PUEDE SER EL TITULAR  *
      * PRINCIPAL NI ESTAR YA VINCULADO (LA CLAVE PRIMARIA DE LA      *
      * TABLA LO IMPIDE: -803), Y EL CONTRATO NO PUEDE ESTAR CERRADO. *
      ******************************************************************
       2700-VINCULA-INTERVINIENTE.
           IF WS-CAP-CLIENTE-L = 0 OR WS-CAP-CLIENTE = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DE CLIENTE A VINCULAR'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-ROL-L = 0 OR NOT WS-CAP-ROL-VALIDO
              MOVE 'ROL NO VALIDO. USE C (COTITULAR) O A (AUTORIZADO)'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2600-LEE-CONTRATO
      * UN CONTRATO CERRADO NO ADMITE MAS CAMBIOS
           IF ESTADO OF DCLCONTRATOS = 'C'
              MOVE 'CONTRATO CERRADO. NO ADMITE CAMBIOS' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-CLIENTE = CLAVE-CLIENTE OF DCLCONTRATOS
              MOVE 'EL CLIENTE ES EL TITULAR PRINCIPAL DEL CONTRATO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * EL CLIENTE DEBE EXISTIR EN EL MAESTRO
           MOVE WS-CAP-CLIENTE TO CL-CLAVE-CLIENTE OF DCLCLIENTES
           EXEC SQL
             SELECT NOMBRE
             INTO :DCLCLIENTES.CL-NOMBRE
             FROM IBMUSER.CLIENTES
             WHERE CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CLIENTE NO ENCONTRADO. DELO DE ALTA EN PB20'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO CI-CLAVE-CONTRATO
                                                    OF DCLCONINTER
           MOVE WS-CAP-CLIENTE TO CI-CLAVE-CLIENTE OF DCLCONINTER
           MOVE WS-CAP-ROL TO CI-ROL OF DCLCONINTER
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO CI-USUARIO OF DCLCONINTER
           EXEC SQL
             INSERT INTO IBMUSER.CONTRATOS_INTERVINIENTES
               (CLAVE_CONTRATO,
                CLAVE_CLIENTE,
                ROL,
                USUARIO,
                FECHA_ALTA)
             VALUES(:DCLCONINTER.CI-CLAVE-CONTRATO,
                    :DCLCONINTER.CI-CLAVE-CLIENTE,
                    :DCLCONINTER.CI-ROL,
                    :DCLCONINTER.CI-USUARIO,
                    CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 MOVE 'EL CLIENTE YA ESTA VINCULADO AL CONTRATO'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           PERFORM 2500-MUESTRA-CONTRATO
           MOVE WS-CAP-ROL TO ROLO
           MOVE 'A' TO WS-AUD-RESULTADO
           MOVE WS-CAP-CLIENTE TO WS-MSG-CLIENTE
           IF WS-CAP-ROL-COTITULAR
              MOVE 'VINCULADO AL CONTRATO COMO COTITULAR'
                                                    TO WS-MSG-TEXTO
           ELSE
              MOVE 'VINCULADO AL CONTRATO COMO AUTORIZADO'
                                                    TO WS-MSG-TEXTO
           END-IF
           MOVE WS-MSG-INTERV TO MENSAJEO.

      ******************************************************************
      * DESVINCULA DEL CONTRATO A UN COTITULAR O AUTORIZADO. EL       *
      * TITULAR PRINCIPAL NO ESTA EN LA TABLA DE INTERVINIENTES Y NO  *
      * SE PUEDE QUITAR POR ESTA VIA (SE CAMBIA CON LA ACCION 'T').   *
      ******************************************************************
       2750-DESVINCULA-INTERVINIENTE.
           IF WS-CAP-CLIENTE-L = 0 OR WS-CAP-CLIENTE = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DE CLIENTE A DESVINCULAR'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2600-LEE-CONTRATO
           IF ESTADO OF DCLCONTRATOS = 'C'
              MOVE 'CONTRATO CERRADO. NO ADMITE CAMBIOS' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-CLIENTE = CLAVE-CLIENTE OF DCLCONTRATOS
              MOVE 'EL TITULAR PRINCIPAL NO SE PUEDE DESVINCULAR'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO CI-CLAVE-CONTRATO
                                                    OF DCLCONINTER
           MOVE WS-CAP-CLIENTE TO CI-CLAVE-CLIENTE OF DCLCONINTER
           EXEC SQL
             DELETE FROM IBMUSER.CONTRATOS_INTERVINIENTES
             WHERE CLAVE_CONTRATO = :DCLCONINTER.CI-CLAVE-CONTRATO
               AND CLAVE_CLIENTE = :DCLCONINTER.CI-CLAVE-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'EL CLIENTE NO ESTA VINCULADO AL CONTRATO'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           PERFORM 2500-MUESTRA-CONTRATO
           MOVE 'A' TO WS-AUD-RESULTADO
           MOVE WS-CAP-CLIENTE TO WS-MSG-CLIENTE
           MOVE 'DESVINCULADO DEL CONTRATO' TO WS-MSG-TEXTO
           MOVE WS-MSG-INTERV TO MENSAJEO.

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
                 MOVE 'S' TO WS-AUD-PENDIENTE
                 MOVE 'R' TO WS-AUD-RESULTADO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * UN OPERADOR DE OFICINA SOLO PUEDE ACTUAR SOBRE CONTRATOS DE   *
      * SU OFICINA (CODIGO-OFICINA OF DCLCONTRATOS, YA PREPARADO POR  *
      * EL PARRAFO QUE INVOCA A ESTE). LOS DE SERVICIOS CENTRALES     *
      * PUEDEN ACTUAR SOBRE CUALQUIERA. EL RECHAZO QUEDA AUDITADO.    *
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
