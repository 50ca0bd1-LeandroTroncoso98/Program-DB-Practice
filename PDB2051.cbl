       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2051.
       AUTHOR. TRONCOSO LEANDRO.

      * TRANSACCION CICS PB51. MANDATOS DE DOMICILIACION
      * (IBMUSER.MANDATOS) Y RECIBOS DOMICILIADOS (IBMUSER.RECIBOS)
      * A TRAVES DEL MAPA PDB2051A DEL MAPSET PDB2051M:
      *   - ACCION 'A': DA DE ALTA EL MANDATO FIRMADO POR EL CLIENTE
      *     PARA QUE EL ACREEDOR LE CARGUE RECIBOS EN UN CONTRATO
      *     VIGENTE EN EUROS. SIN FECHA DE FIRMA SE TOMA LA DE HOY.
      *   - ACCION 'B': DA DE BAJA (REVOCA) UN MANDATO ACTIVO. LOS
      *     RECIBOS QUE LLEGUEN DESPUES SE DEVUELVEN AL ACREEDOR CON
      *     MOTIVO MD01.
      *   - ACCION 'D': EL CLIENTE DISPUTA UN RECIBO CARGADO. DENTRO
      *     DEL PLAZO LEGAL (OCHO SEMANAS DESDE EL CARGO) SE LE
      *     REEMBOLSA EL IMPORTE A TRAVES DEL MODULO COMUN DE POSTEO
      *     PDB2015 Y EL RECIBO QUEDA PENDIENTE DE DEVOLVER AL
      *     ACREEDOR CON MOTIVO MD06 EN EL SIGUIENTE FICHERO DE
      *     DEVOLUCIONES (PDB2050).
      *   - ACCION EN BLANCO: CONSULTA EL RECIBO TECLEADO O, SIN
      *     RECIBO, EL MANDATO TECLEADO, EN AMBOS CASOS CON LOS
      *     ULTIMOS RECIBOS DEL MANDATO.
      * LAS ACCIONES SOLO SE PERMITEN SOBRE CONTRATOS DE LA OFICINA
      * DEL OPERADOR (SERVICIOS CENTRALES, SOBRE CUALQUIERA) Y DEJAN
      * FILA EN EL DIARIO DE AUDITORIA, TAMBIEN SI SE RECHAZAN. LA
      * CONSULTA ESTA ABIERTA A TODAS LAS OFICINAS, COMO PB21.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MAPA SIMBOLICO DE LA TRANSACCION (PDB2051AI / PDB2051AO)
           COPY PDB2051M.

      * CONSTANTES DE TECLAS DE ATENCION SUMINISTRADAS POR CICS
           COPY DFHAID.

      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * COMMAREA DE PASO ENTRE PSEUDO-CONVERSACIONES. SOLO SE USA
      * PARA DISTINGUIR LA PRIMERA INVOCACION DE LA TRANSACCION
      * (EIBCALEN = 0) DE LAS SIGUIENTES.
       01 WS-COMMAREA.
          05 WS-CA-DUMMY              PIC X(01) VALUE SPACE.

       01 WS-MSG-FIN                  PIC X(40) VALUE
              'FIN DE LA GESTION DE DOMICILIACIONES'.

      * USUARIO CICS (EL OPERADOR)
       77 WS-USUARIO                  PIC X(08).

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2051AO REDEFINE A
      * PDB2051AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
      * CAMPOS DE ENTRADA Y SUS LONGITUDES.
       01 WS-CAPTURA-MAPA.
          05 WS-CAP-ACREED-L          PIC S9(4) COMP.
          05 WS-CAP-ACREED            PIC X(10).
          05 WS-CAP-REFMAN-L          PIC S9(4) COMP.
          05 WS-CAP-REFMAN            PIC X(20).
          05 WS-CAP-CONTRA-L          PIC S9(4) COMP.
          05 WS-CAP-CONTRA            PIC 9(09).
          05 WS-CAP-NOMACR-L          PIC S9(4) COMP.
          05 WS-CAP-NOMACR            PIC X(30).
          05 WS-CAP-FECFIR-L          PIC S9(4) COMP.
          05 WS-CAP-FECFIR            PIC 9(08).
          05 WS-CAP-RECCLA-L          PIC S9(4) COMP.
          05 WS-CAP-RECCLA            PIC 9(09).

      * FECHA TECLEADA O MOSTRADA (AAAAMMDD) Y SU VISTA EN FORMATO
      * ISO PARA LA VARIABLE HOST
       01 WS-FECHA-ENT.
          05 WS-FE-ANO               PIC X(04).
          05 WS-FE-MES               PIC X(02).
          05 WS-FE-DIA               PIC X(02).
       01 WS-FECHA-ISO.
          05 WS-FEI-ANO              PIC X(04).
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WS-FEI-MES              PIC X(02).
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WS-FEI-DIA              PIC X(02).

      * PLAZO LEGAL PARA DISPUTAR UN RECIBO CARGADO CON MANDATO:
      * OCHO SEMANAS DESDE LA FECHA DEL CARGO
       77 WS-DIAS-DISPUTA             PIC S9(9) COMP VALUE 56.

      * DIAS TRANSCURRIDOS DESDE EL CARGO DEL RECIBO (O DESDE LA
      * FIRMA DEL MANDATO) HASTA HOY Y ULTIMO DIA DISPUTABLE
       77 WS-DIAS-TRANSCURRIDOS       PIC S9(9) COMP.
       77 WS-FECHA-LIMITE             PIC X(10).

      * LINEA DEL MAPA EN LA QUE SE ESCRIBE CADA RECIBO DEL MANDATO
       77 WS-LIN-IDX                  PIC 9(2) COMP.

      * LINEA DE ULTIMOS RECIBOS DEL MANDATO, ALINEADA CON LA
      * CABECERA DE COLUMNAS DEL MAPA
       01 WS-LINEA-RECIBO.
          05 WS-LR-CLAVE              PIC 9(09).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-REFERENCIA         PIC X(20).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-FECHA              PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-IMPORTE            PIC ZZZZZZZZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-ESTADO             PIC X(01).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-MOTIVO             PIC X(04).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LR-CONCEPTO           PIC X(10).

      * FILA DE LA LISTA DE RECIBOS LEIDA DEL CURSOR. SE LEE APARTE
      * DE DCLRECIBOS, QUE CONSERVA EL RECIBO CONSULTADO O DISPUTADO
       77 WS-LST-CLAVE                PIC S9(9) COMP.
       77 WS-LST-IMPORTE              PIC S9(11)V9(2) COMP-3.
       77 WS-LST-CONCEPTO             PIC X(28).

      * DESCRIPCION DEL MOVIMIENTO DE REEMBOLSO DE UN RECIBO
      * DISPUTADO
       01 WS-DESC-REEMBOLSO.
          05 FILLER                   PIC X(17) VALUE
                 'REEMBOLSO RECIBO '.
          05 WS-DRE-CLAVE             PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-DRE-ACREEDOR          PIC X(10).
          05 FILLER                   PIC X(13) VALUE SPACES.

       77 WS-IMPORTE-EDICION          PIC ZZZZZZZZZZ9.99.
       77 WS-RESP                     PIC S9(8) COMP.
       77 IND-NULL                    PIC S9(4) COMP-5.

      * INDICADORES DE NULO DE LAS COLUMNAS OPCIONALES
       77 IND-FECHA-BAJA              PIC S9(4) COMP-5.
       77 IND-MOTIVO                  PIC S9(4) COMP-5.
       77 IND-FECHA-DEV               PIC S9(4) COMP-5.

      * CONTROL DE REINTENTOS DEL REEMBOLSO: OTRA TRANSACCION PUEDE
      * CONSUMIR A LA VEZ LA MISMA CLAVE DE MOVIMIENTO (-803). SE
      * DESHACE EL INTENTO Y SE REINTENTA CON LA CLAVE RECALCULADA,
      * COMO EN LA VENTANILLA PB14.
       77 WS-RETRY-CONT               PIC 9(2) COMP.
       77 WS-RETRY-MAX                PIC 9(2) VALUE 3.
       77 WS-REINTENTAR               PIC X.
          88 WS-REINTENTAR-SI         VALUE 'S'.
          88 WS-REINTENTAR-NO         VALUE 'N'.

       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-ALTA           VALUE 'A'.
          88 WS-ACCION-BAJA           VALUE 'B'.
          88 WS-ACCION-DISPUTA        VALUE 'D'.
          88 WS-ACCION-VER            VALUE ' '.
          88 WS-ACCION-VALIDA         VALUE 'A', 'B', 'D', ' '.

      * PERFIL DEL OPERADOR, LEIDO DE IBMUSER.OPERADORES
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

      * DETALLE DE LA FILA DE AUDITORIA: EL ACREEDOR, LA REFERENCIA
      * DEL MANDATO O DEL RECIBO Y EL MENSAJE MOSTRADO AL OPERADOR
       01 WS-AUD-DETALLE.
          05 WS-AUD-DET-ACREEDOR      PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-AUD-DET-REFERENCIA    PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-AUD-DET-TEXTO         PIC X(47).

      * FILA DE AUDITORIA DE LA ACCION EN CURSO. SE ESCRIBE UNA SOLA
      * VEZ POR ACCION, AL REENVIAR EL MAPA (8000-REDISPLAY), CON EL
      * RESULTADO Y EL MENSAJE MOSTRADO AL OPERADOR. ASI TAMBIEN LAS
      * ACCIONES RECHAZADAS DEJAN RASTRO.
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
      * SIN DESHACER LA ACCION YA HECHA.
       77 WS-AUD-RETRY                PIC 9(2) COMP.
       77 WS-AUD-RETRY-MAX            PIC 9(2) VALUE 3.
       77 WS-AUD-REINTENTAR           PIC X.
          88 WS-AUD-REINTENTAR-SI     VALUE 'S'.
          88 WS-AUD-REINTENTAR-NO     VALUE 'N'.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MANDATO END-EXEC.
           EXEC SQL INCLUDE RECIBO END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           EXEC CICS RETURN END-EXEC.
      ******************************************************************
      * PARRAFO DE INICIO. UNA TRANSACCION PB51 PUEDE LLEGAR AQUI      *
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
           MOVE LOW-VALUES TO PDB2051AO
           MOVE 'TECLEE UN MANDATO O UN RECIBO Y LA ACCION A REALIZAR'
                                                       TO MENSAJEO
           EXEC CICS SEND MAP('PDB2051A')
                     MAPSET('PDB2051M')
                     FROM(PDB2051AO)
                     ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('PB51')
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
                 MOVE LOW-VALUES TO PDB2051AO
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
           EXEC CICS RECEIVE MAP('PDB2051A')
                     MAPSET('PDB2051M')
                     INTO(PDB2051AI)
                     RESP(WS-RESP)
           END-EXEC
      * MAPFAIL SE PRODUCE AL PULSAR ENTER SIN TECLEAR NINGUN DATO,
      * QUE AQUI ES UNA CONSULTA SIN MANDATO NI RECIBO
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACE TO WS-ACCION
              INITIALIZE WS-CAPTURA-MAPA
           ELSE
              MOVE ACCIONI TO WS-ACCION
              MOVE ACREEDL TO WS-CAP-ACREED-L
              MOVE ACREEDI TO WS-CAP-ACREED
              MOVE REFMANL TO WS-CAP-REFMAN-L
              MOVE REFMANI TO WS-CAP-REFMAN
              MOVE CONTRAL TO WS-CAP-CONTRA-L
              MOVE CONTRAI TO WS-CAP-CONTRA
              MOVE NOMACRL TO WS-CAP-NOMACR-L
              MOVE NOMACRI TO WS-CAP-NOMACR
              MOVE FECFIRL TO WS-CAP-FECFIR-L
              MOVE FECFIRI TO WS-CAP-FECFIR
              MOVE RECCLAL TO WS-CAP-RECCLA-L
              MOVE RECCLAI TO WS-CAP-RECCLA
           END-IF
           MOVE LOW-VALUES TO PDB2051AO
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE A, B, D O DEJELA EN BLANCO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EVALUATE TRUE
              WHEN WS-ACCION-VER
                 PERFORM 2100-CONSULTA
              WHEN WS-ACCION-ALTA
                 PERFORM 2200-ALTA-MANDATO
              WHEN WS-ACCION-BAJA
                 PERFORM 2300-BAJA-MANDATO
              WHEN WS-ACCION-DISPUTA
                 PERFORM 2400-DISPUTA-RECIBO
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * CONSULTA EL RECIBO TECLEADO CON SU MANDATO O, SIN RECIBO, EL   *
      * MANDATO TECLEADO (ACREEDOR Y REFERENCIA), EN AMBOS CASOS CON   *
      * LOS ULTIMOS RECIBOS DEL MANDATO.                               *
      ******************************************************************
       2100-CONSULTA.
           IF WS-CAP-RECCLA-L > 0 AND WS-CAP-RECCLA > 0
              PERFORM 2700-LEE-RECIBO
              MOVE RB-CODIGO-ACREEDOR TO MD-CODIGO-ACREEDOR
              MOVE RB-REFERENCIA-MANDATO TO MD-REFERENCIA-MANDATO
              PERFORM 2600-LEE-MANDATO
              PERFORM 2500-MUESTRA-MANDATO
              PERFORM 2750-MUESTRA-RECIBO
              IF RB-ESTADO = 'C'
                 AND WS-DIAS-TRANSCURRIDOS NOT > WS-DIAS-DISPUTA
                 MOVE 'RECIBO CARGADO. EL CLIENTE AUN PUEDE DISPUTARLO'
                                                       TO MENSAJEO
              ELSE
                 MOVE 'CONSULTA DEL RECIBO REALIZADA' TO MENSAJEO
              END-IF
           ELSE
              IF WS-CAP-ACREED-L = 0 OR WS-CAP-REFMAN-L = 0
                 MOVE 'TECLEE EL MANDATO (ACREEDOR Y REFERENCIA) O EL RE
      -               'CIBO' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
              MOVE WS-CAP-ACREED TO MD-CODIGO-ACREEDOR
              MOVE WS-CAP-REFMAN TO MD-REFERENCIA-MANDATO
              PERFORM 2600-LEE-MANDATO
              PERFORM 2500-MUESTRA-MANDATO
              IF MD-ESTADO = 'A'
                 MOVE 'MANDATO ACTIVO' TO MENSAJEO
              ELSE
                 MOVE 'MANDATO DADO DE BAJA: SUS RECIBOS SE DEVUELVEN'
                                                       TO MENSAJEO
              END-IF
           END-IF.

      ******************************************************************
      * DA DE ALTA EL MANDATO TECLEADO SOBRE UN CONTRATO VIGENTE EN    *
      * EUROS DE LA OFICINA DEL OPERADOR.                              *
      ******************************************************************
       2200-ALTA-MANDATO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'ALTA MANDATO' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           MOVE WS-CAP-ACREED TO WS-AUD-DET-ACREEDOR
           MOVE WS-CAP-REFMAN TO WS-AUD-DET-REFERENCIA
           PERFORM 2250-VALIDA-ALTA
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO MD-USUARIO-ALTA
           EXEC SQL
             INSERT INTO IBMUSER.MANDATOS
               (CODIGO_ACREEDOR,
                REFERENCIA_MANDATO,
                CLAVE_CONTRATO,
                NOMBRE_ACREEDOR,
                FECHA_FIRMA,
                ESTADO,
                FECHA_BAJA,
                USUARIO_ALTA,
                FECHA_ALTA)
             VALUES(:DCLMANDATOS.MD-CODIGO-ACREEDOR,
                    :DCLMANDATOS.MD-REFERENCIA-MANDATO,
                    :DCLMANDATOS.MD-CLAVE-CONTRATO,
                    :DCLMANDATOS.MD-NOMBRE-ACREEDOR,
                    :DCLMANDATOS.MD-FECHA-FIRMA,
                    'A',
                    NULL,
                    :DCLMANDATOS.MD-USUARIO-ALTA,
                    CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 MOVE 'EL MANDATO YA EXISTE PARA ESE ACREEDOR'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           MOVE 'A' TO WS-AUD-RESULTADO
           PERFORM 2600-LEE-MANDATO
           PERFORM 2500-MUESTRA-MANDATO
           MOVE 'MANDATO DADO DE ALTA. EL ACREEDOR YA PUEDE CARGAR RECIB
      -         'OS' TO MENSAJEO.

      ******************************************************************
      * VALIDA LOS DATOS DEL ALTA. EL CONTRATO DEBE EXISTIR, ESTAR     *
      * VIGENTE, SER EN EUROS (LOS RECIBOS SE CARGAN EN EUROS) Y SER   *
      * DE LA OFICINA DEL OPERADOR. LA FECHA DE FIRMA, SI SE TECLEA,   *
      * NO PUEDE SER POSTERIOR A HOY.                                  *
      ******************************************************************
       2250-VALIDA-ALTA.
           IF WS-CAP-ACREED-L = 0 OR WS-CAP-ACREED = SPACES
              MOVE 'DEBE INTRODUCIR EL CODIGO DE ACREEDOR' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-REFMAN-L = 0 OR WS-CAP-REFMAN = SPACES
              MOVE 'DEBE INTRODUCIR LA REFERENCIA DEL MANDATO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-CONTRA-L = 0 OR WS-CAP-CONTRA = 0
              MOVE 'DEBE INTRODUCIR EL CONTRATO DE CARGO' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-NOMACR-L = 0 OR WS-CAP-NOMACR = SPACES
              MOVE 'DEBE INTRODUCIR EL NOMBRE DEL ACREEDOR' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-ACREED TO MD-CODIGO-ACREEDOR
           MOVE WS-CAP-REFMAN TO MD-REFERENCIA-MANDATO
           MOVE WS-CAP-NOMACR TO MD-NOMBRE-ACREEDOR
           MOVE WS-CAP-CONTRA TO MD-CLAVE-CONTRATO
           MOVE WS-CAP-CONTRA TO WS-AUD-CONTRATO
           MOVE WS-CAP-CONTRA TO CLAVE-CONTRATO OF DCLCONTRATOS
           PERFORM 2650-LEE-CONTRATO
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
           IF ESTADO OF DCLCONTRATOS NOT = 'V'
              MOVE 'EL CONTRATO NO ESTA VIGENTE' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF MONEDA OF DCLCONTRATOS NOT = 'EUR'
              MOVE 'SOLO SE ADMITEN MANDATOS SOBRE CONTRATOS EN EUROS'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF

           IF WS-CAP-FECFIR-L = 0 OR WS-CAP-FECFIR = 0
              EXEC SQL
                SELECT CURRENT DATE
                INTO :DCLMANDATOS.MD-FECHA-FIRMA
                FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9999-ERROR
              END-IF
           ELSE
              MOVE WS-CAP-FECFIR TO WS-FECHA-ENT
              IF WS-FE-MES < '01' OR WS-FE-MES > '12'
                 OR WS-FE-DIA < '01' OR WS-FE-DIA > '31'
                 MOVE 'FECHA DE FIRMA NO VALIDA (AAAAMMDD)' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
              MOVE WS-FE-ANO TO WS-FEI-ANO
              MOVE WS-FE-MES TO WS-FEI-MES
              MOVE WS-FE-DIA TO WS-FEI-DIA
              EXEC SQL
                SELECT DAYS(CURRENT DATE) - DAYS(DATE(:WS-FECHA-ISO))
                INTO :WS-DIAS-TRANSCURRIDOS
                FROM SYSIBM.SYSDUMMY1
              END-EXEC
      * -180/-181: DIA INEXISTENTE EN EL MES (31 DE ABRIL...)
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN -180
                 WHEN -181
                    MOVE 'FECHA DE FIRMA NO VALIDA (AAAAMMDD)'
                                                       TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
              IF WS-DIAS-TRANSCURRIDOS < 0
                 MOVE 'LA FECHA DE FIRMA NO PUEDE SER POSTERIOR A HOY'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
              MOVE WS-FECHA-ISO TO MD-FECHA-FIRMA
           END-IF.

      ******************************************************************
      * DA DE BAJA (REVOCA) EL MANDATO TECLEADO. DESDE ESE MOMENTO EL  *
      * COBRO PDB2049 DEVUELVE SUS RECIBOS CON MOTIVO MD01. LOS        *
      * RECIBOS YA CARGADOS SIGUEN PUDIENDO DISPUTARSE EN PLAZO.       *
      ******************************************************************
       2300-BAJA-MANDATO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'BAJA MANDATO' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           MOVE WS-CAP-ACREED TO WS-AUD-DET-ACREEDOR
           MOVE WS-CAP-REFMAN TO WS-AUD-DET-REFERENCIA
           IF WS-CAP-ACREED-L = 0 OR WS-CAP-REFMAN-L = 0
              MOVE 'TECLEE EL ACREEDOR Y LA REFERENCIA DEL MANDATO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-ACREED TO MD-CODIGO-ACREEDOR
           MOVE WS-CAP-REFMAN TO MD-REFERENCIA-MANDATO
           PERFORM 2600-LEE-MANDATO
           MOVE MD-CLAVE-CONTRATO TO WS-AUD-CONTRATO
           MOVE MD-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           PERFORM 2650-LEE-CONTRATO
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
           IF MD-ESTADO NOT = 'A'
              PERFORM 2500-MUESTRA-MANDATO
              MOVE 'EL MANDATO YA ESTA DADO DE BAJA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EXEC SQL
             UPDATE IBMUSER.MANDATOS
             SET ESTADO = 'B',
                 FECHA_BAJA = CURRENT DATE
             WHERE CODIGO_ACREEDOR = :DCLMANDATOS.MD-CODIGO-ACREEDOR
               AND REFERENCIA_MANDATO =
                   :DCLMANDATOS.MD-REFERENCIA-MANDATO
               AND ESTADO = 'A'
           END-EXEC
      * 100: OTRA TRANSACCION LO HA DADO DE BAJA ENTRE LA LECTURA Y
      * LA ACTUALIZACION
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'EL MANDATO YA ESTA DADO DE BAJA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           MOVE 'A' TO WS-AUD-RESULTADO
           PERFORM 2600-LEE-MANDATO
           PERFORM 2500-MUESTRA-MANDATO
           MOVE 'MANDATO DADO DE BAJA. SUS PROXIMOS RECIBOS SE DEVOLVERA
      -         'N' TO MENSAJEO.

      ******************************************************************
      * DISPUTA DEL RECIBO TECLEADO. SOLO UN RECIBO CARGADO Y DENTRO   *
      * DEL PLAZO LEGAL: SE REEMBOLSA AL CLIENTE COMO UN INGRESO EN EL *
      * CONTRATO Y EL RECIBO QUEDA REEMBOLSADO Y PENDIENTE DE          *
      * DEVOLVER AL ACREEDOR CON MOTIVO MD06, TODO EN LA MISMA UNIDAD  *
      * DE TRABAJO.                                                    *
      ******************************************************************
       2400-DISPUTA-RECIBO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'DISPUTA     ' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           MOVE SPACES TO WS-AUD-DET-ACREEDOR
           MOVE SPACES TO WS-AUD-DET-REFERENCIA
           IF WS-CAP-RECCLA-L = 0 OR WS-CAP-RECCLA = 0
              MOVE 'DEBE INTRODUCIR LA CLAVE DEL RECIBO' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2700-LEE-RECIBO
           MOVE RB-CODIGO-ACREEDOR TO WS-AUD-DET-ACREEDOR
           MOVE RB-REFERENCIA-RECIBO TO WS-AUD-DET-REFERENCIA
           MOVE RB-CLAVE-CONTRATO TO WS-AUD-CONTRATO
           MOVE RB-IMPORTE TO WS-AUD-IMPORTE
           PERFORM 2750-MUESTRA-RECIBO
           MOVE RB-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           PERFORM 2650-LEE-CONTRATO
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
           EVALUATE TRUE
              WHEN RB-ESTADO = 'R'
                 MOVE 'EL RECIBO YA FUE REEMBOLSADO AL CLIENTE'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN RB-ESTADO NOT = 'C'
                 MOVE 'RECIBO NO CARGADO: NO HAY NADA QUE DISPUTAR'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN WS-DIAS-TRANSCURRIDOS > WS-DIAS-DISPUTA
                 MOVE 'FUERA DE PLAZO: LA DISPUTA SE ADMITE HASTA 8 SEMA
      -               'NAS DESPUES DEL CARGO' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
           END-EVALUATE
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC

           MOVE ZERO TO WS-RETRY-CONT
           PERFORM 2410-INTENTA-REEMBOLSO
              WITH TEST AFTER
              UNTIL WS-REINTENTAR-NO

           EVALUATE TRUE
              WHEN P15-OK
                 PERFORM 2420-ANOTA-DISPUTA
              WHEN P15-RECHAZO-NEGOCIO
      * EL CONTRATO NO ADMITE EL ABONO (CANCELADO...): SE DESHACE
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE P15-TEXTO-RECHAZO TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE

           MOVE 'A' TO WS-AUD-RESULTADO
           PERFORM 2700-LEE-RECIBO
           MOVE RB-CODIGO-ACREEDOR TO MD-CODIGO-ACREEDOR
           MOVE RB-REFERENCIA-MANDATO TO MD-REFERENCIA-MANDATO
           PERFORM 2600-LEE-MANDATO
           PERFORM 2500-MUESTRA-MANDATO
           PERFORM 2750-MUESTRA-RECIBO
           MOVE 'RECIBO REEMBOLSADO. SE DEVOLVERA AL ACREEDOR'
                                                       TO MENSAJEO.

      ******************************************************************
      * UN INTENTO DE REEMBOLSO: ABONA EL IMPORTE DEL RECIBO EN EL     *
      * CONTRATO CON LA CLAVE DE MOVIMIENTO CALCULADA COMO EL MAXIMO   *
      * MAS UNO. LA DISPUTA ES UN DERECHO DEL CLIENTE, ASI QUE NO SE   *
      * APLICA EL UMBRAL DE DOBLE AUTORIZACION. SI OTRA TRANSACCION HA *
      * CONSUMIDO LA CLAVE (-803), SE DESHACE EL INTENTO Y SE REPITE.  *
      ******************************************************************
       2410-INTENTA-REEMBOLSO.
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
           MOVE RB-CLAVE-RECIBO TO WS-DRE-CLAVE
           MOVE RB-CODIGO-ACREEDOR TO WS-DRE-ACREEDOR
           MOVE 'P' TO P15-FUNCION
           MOVE ZERO TO P15-CONT-ORIGEN
           MOVE RB-CLAVE-CONTRATO TO P15-CONT-DESTINO
           MOVE RB-IMPORTE TO P15-IMPORTE
           MOVE WS-DESC-REEMBOLSO TO P15-DESCRIPCION
           MOVE 'I' TO P15-TIPO-MOV
           MOVE CLAVE-MOVIMIENTO TO P15-CLAVE-MOVIMIENTO
           MOVE 'N' TO P15-COMPRUEBA-DUPLICADOS
           MOVE 'N' TO P15-CONTROLA-UMBRAL
           MOVE WS-USUARIO TO P15-OPERADOR
           MOVE EIBTRMID TO P15-TERMINAL
           MOVE SPACES TO P15-FECHA-OPERACION

           CALL 'PDB2015' USING PDB2015-AREA

           IF P15-ERROR-SQL AND P15-SQLCODE = -803
              AND WS-RETRY-CONT LESS THAN WS-RETRY-MAX
              ADD 1 TO WS-RETRY-CONT
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'S' TO WS-REINTENTAR
           END-IF.

      ******************************************************************
      * ANOTA EN EL RECIBO EL REEMBOLSO Y LO DEJA PENDIENTE DE         *
      * DEVOLVER AL ACREEDOR. LA CONDICION SOBRE EL ESTADO IMPIDE      *
      * REEMBOLSAR DOS VECES UN RECIBO DISPUTADO A LA VEZ DESDE DOS    *
      * TERMINALES: LA QUE LLEGA TARDE DESHACE SU ABONO.               *
      ******************************************************************
       2420-ANOTA-DISPUTA.
           MOVE CLAVE-MOVIMIENTO TO RB-CLAVE-MOV-REEMBOLSO
           MOVE WS-USUARIO TO RB-USUARIO-DISPUTA
           EXEC SQL
             UPDATE IBMUSER.RECIBOS
             SET ESTADO = 'R',
                 MOTIVO_DEVOLUCION = 'MD06',
                 CLAVE_MOV_REEMBOLSO =
                     :DCLRECIBOS.RB-CLAVE-MOV-REEMBOLSO,
                 FECHA_DEVOLUCION = CURRENT DATE,
                 ENVIO_DEVOLUCION = 'P',
                 USUARIO_DISPUTA = :DCLRECIBOS.RB-USUARIO-DISPUTA
             WHERE CLAVE_RECIBO = :DCLRECIBOS.RB-CLAVE-RECIBO
               AND ESTADO = 'C'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'EL RECIBO YA FUE REEMBOLSADO AL CLIENTE'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA LOS DATOS DEL MANDATO EN CURSO, EL    *
      * TITULAR DE SU CONTRATO Y SUS ULTIMOS RECIBOS.                  *
      ******************************************************************
       2500-MUESTRA-MANDATO.
           MOVE MD-CODIGO-ACREEDOR TO ACREEDO
           MOVE MD-REFERENCIA-MANDATO TO REFMANO
           MOVE MD-CLAVE-CONTRATO TO CONTRAO
           MOVE MD-NOMBRE-ACREEDOR TO NOMACRO
           MOVE MD-FECHA-FIRMA TO WS-FECHA-ISO
           MOVE WS-FEI-ANO TO WS-FE-ANO
           MOVE WS-FEI-MES TO WS-FE-MES
           MOVE WS-FEI-DIA TO WS-FE-DIA
           MOVE WS-FECHA-ENT TO FECFIRO
           MOVE MD-ESTADO TO ESTMANO
           IF MD-ESTADO = 'A'
              MOVE 'ACTIVO' TO DESMANO
           ELSE
              MOVE 'DE BAJA' TO DESMANO
           END-IF
           IF IND-FECHA-BAJA = 0
              MOVE MD-FECHA-BAJA TO FECBAJO
           END-IF

           MOVE MD-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           EXEC SQL
             SELECT TITULAR
             INTO :DCLCONTRATOS.TITULAR
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE TITULAR OF DCLCONTRATOS TO TITULAO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE

           PERFORM 2550-LISTA-RECIBOS.

      ******************************************************************
      * LISTA LOS CUATRO RECIBOS MAS RECIENTES DEL MANDATO             *
      ******************************************************************
       2550-LISTA-RECIBOS.
           EXEC SQL
             DECLARE CUR-RECIBOS CURSOR FOR
             SELECT CLAVE_RECIBO, REFERENCIA_RECIBO, FECHA_CARGO,
                    IMPORTE, ESTADO, VALUE(MOTIVO_DEVOLUCION, ' '),
                    CONCEPTO
             FROM IBMUSER.RECIBOS
             WHERE CODIGO_ACREEDOR = :DCLMANDATOS.MD-CODIGO-ACREEDOR
               AND REFERENCIA_MANDATO =
                   :DCLMANDATOS.MD-REFERENCIA-MANDATO
             ORDER BY CLAVE_RECIBO DESC
             FETCH FIRST 4 ROWS ONLY
           END-EXEC

           EXEC SQL
             OPEN CUR-RECIBOS
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           ELSE
              PERFORM 2560-LEE-UN-RECIBO
                 VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > 4 OR SQLCODE = 100
              EXEC SQL
                CLOSE CUR-RECIBOS
              END-EXEC
           END-IF.

       2560-LEE-UN-RECIBO.
           EXEC SQL
             FETCH CUR-RECIBOS
             INTO :WS-LST-CLAVE,
                  :WS-LR-REFERENCIA,
                  :WS-LR-FECHA,
                  :WS-LST-IMPORTE,
                  :WS-LR-ESTADO,
                  :WS-LR-MOTIVO,
                  :WS-LST-CONCEPTO
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9999-ERROR
           END-IF

           IF SQLCODE = 0
              MOVE WS-LST-CLAVE TO WS-LR-CLAVE
              MOVE WS-LST-IMPORTE TO WS-LR-IMPORTE
              MOVE WS-LST-CONCEPTO TO WS-LR-CONCEPTO
              MOVE WS-LINEA-RECIBO TO TL-RECIBO(WS-LIN-IDX)
           END-IF.

      ******************************************************************
      * LEE EL MANDATO DEL ACREEDOR Y LA REFERENCIA DE DCLMANDATOS     *
      ******************************************************************
       2600-LEE-MANDATO.
           EXEC SQL
             SELECT CLAVE_CONTRATO, NOMBRE_ACREEDOR, FECHA_FIRMA,
                    ESTADO, FECHA_BAJA, USUARIO_ALTA
             INTO :DCLMANDATOS.MD-CLAVE-CONTRATO,
                  :DCLMANDATOS.MD-NOMBRE-ACREEDOR,
                  :DCLMANDATOS.MD-FECHA-FIRMA,
                  :DCLMANDATOS.MD-ESTADO,
                  :DCLMANDATOS.MD-FECHA-BAJA :IND-FECHA-BAJA,
                  :DCLMANDATOS.MD-USUARIO-ALTA
             FROM IBMUSER.MANDATOS
             WHERE CODIGO_ACREEDOR = :DCLMANDATOS.MD-CODIGO-ACREEDOR
               AND REFERENCIA_MANDATO =
                   :DCLMANDATOS.MD-REFERENCIA-MANDATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'MANDATO NO ENCONTRADO' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * LEE EL ESTADO, LA OFICINA Y LA MONEDA DEL CONTRATO DE          *
      * CLAVE-CONTRATO DE DCLCONTRATOS                                 *
      ******************************************************************
       2650-LEE-CONTRATO.
           EXEC SQL
             SELECT ESTADO, CODIGO_OFICINA, MONEDA
             INTO :DCLCONTRATOS.ESTADO,
                  :DCLCONTRATOS.CODIGO-OFICINA,
                  :DCLCONTRATOS.MONEDA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CONTRATO NO ENCONTRADO' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * LEE EL RECIBO DE LA CLAVE TECLEADA, CON LOS DIAS TRANSCURRIDOS *
      * DESDE SU CARGO Y EL ULTIMO DIA EN QUE SE PUEDE DISPUTAR        *
      ******************************************************************
       2700-LEE-RECIBO.
           MOVE WS-CAP-RECCLA TO RB-CLAVE-RECIBO
           EXEC SQL
             SELECT CODIGO_ACREEDOR, REFERENCIA_MANDATO,
                    REFERENCIA_RECIBO, CLAVE_CONTRATO, IMPORTE,
                    CONCEPTO, FECHA_CARGO, ESTADO, MOTIVO_DEVOLUCION,
                    FECHA_DEVOLUCION, ENVIO_DEVOLUCION,
                    DAYS(CURRENT DATE) - DAYS(FECHA_CARGO),
                    FECHA_CARGO + :WS-DIAS-DISPUTA DAYS
             INTO :DCLRECIBOS.RB-CODIGO-ACREEDOR,
                  :DCLRECIBOS.RB-REFERENCIA-MANDATO,
                  :DCLRECIBOS.RB-REFERENCIA-RECIBO,
                  :DCLRECIBOS.RB-CLAVE-CONTRATO,
                  :DCLRECIBOS.RB-IMPORTE,
                  :DCLRECIBOS.RB-CONCEPTO,
                  :DCLRECIBOS.RB-FECHA-CARGO,
                  :DCLRECIBOS.RB-ESTADO,
                  :DCLRECIBOS.RB-MOTIVO-DEVOLUCION :IND-MOTIVO,
                  :DCLRECIBOS.RB-FECHA-DEVOLUCION :IND-FECHA-DEV,
                  :DCLRECIBOS.RB-ENVIO-DEVOLUCION,
                  :WS-DIAS-TRANSCURRIDOS,
                  :WS-FECHA-LIMITE
             FROM IBMUSER.RECIBOS
             WHERE CLAVE_RECIBO = :DCLRECIBOS.RB-CLAVE-RECIBO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CLAVE DE RECIBO NO ENCONTRADA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA LOS DATOS DEL RECIBO EN CURSO         *
      ******************************************************************
       2750-MUESTRA-RECIBO.
           MOVE RB-CLAVE-RECIBO TO RECCLAO
           MOVE RB-REFERENCIA-RECIBO TO REFRECO
           MOVE RB-IMPORTE TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO RECIMPO
           MOVE RB-CONCEPTO TO RECCPTO
           MOVE RB-FECHA-CARGO TO FECCARO
           MOVE RB-ESTADO TO ESTRECO
           EVALUATE RB-ESTADO
              WHEN 'C'
                 MOVE 'CARGADO' TO DESRECO
                 MOVE WS-FECHA-LIMITE TO FECLIMO
              WHEN 'D'
                 MOVE 'DEVUELTO' TO DESRECO
              WHEN 'R'
                 MOVE 'REEMBOLSADO' TO DESRECO
           END-EVALUATE
           IF IND-FECHA-DEV = 0
              MOVE RB-FECHA-DEVOLUCION TO FECDEVO
           END-IF
           IF IND-MOTIVO = 0
              MOVE RB-MOTIVO-DEVOLUCION TO MOTIVOO
              EVALUATE RB-MOTIVO-DEVOLUCION
                 WHEN 'AC01'
                    MOVE 'CONTRATO INEXISTENTE' TO DESMOTO
                 WHEN 'AC04'
                    MOVE 'CONTRATO CANCELADO' TO DESMOTO
                 WHEN 'AC06'
                    MOVE 'CONTRATO BLOQUEADO' TO DESMOTO
                 WHEN 'AG01'
                    MOVE 'CONTRATO NO EN EUROS' TO DESMOTO
                 WHEN 'AM04'
                    MOVE 'SALDO INSUFICIENTE' TO DESMOTO
                 WHEN 'MD01'
                    MOVE 'SIN MANDATO VALIDO' TO DESMOTO
                 WHEN 'MD06'
                    MOVE 'DISPUTA DEL CLIENTE' TO DESMOTO
                 WHEN OTHER
                    MOVE 'OTROS MOTIVOS' TO DESMOTO
              END-EVALUATE
           END-IF
           MOVE RB-ENVIO-DEVOLUCION TO ENVIOO
           EVALUATE RB-ENVIO-DEVOLUCION
              WHEN 'P'
                 MOVE 'PENDIENTE' TO DESENVO
              WHEN 'E'
                 MOVE 'ENVIADA' TO DESENVO
           END-EVALUATE.

      ******************************************************************
      * LEE DE IBMUSER.OPERADORES LA OFICINA Y EL PERFIL DEL USUARIO   *
      * CICS. UN USUARIO QUE NO ESTE DADO DE ALTA COMO OPERADOR NO     *
      * PUEDE OPERAR.                                                  *
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
      * UN OPERADOR DE OFICINA SOLO PUEDE OPERAR MANDATOS Y RECIBOS DE *
      * CONTRATOS DE SU OFICINA. LOS DE SERVICIOS CENTRALES, DE        *
      * CUALQUIERA. EL RECHAZO QUEDA AUDITADO.                         *
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
           EXEC CICS SEND MAP('PDB2051A')
                     MAPSET('PDB2051M')
                     FROM(PDB2051AO)
                     DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PB51')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ESCRIBE LA FILA DE AUDITORIA DE LA ACCION EN CURSO, SI HAY UNA *
      * PENDIENTE: QUE OPERADOR, DESDE QUE TERMINAL, DIO DE ALTA O DE  *
      * BAJA QUE MANDATO O DISPUTO QUE RECIBO, SOBRE QUE CONTRATO, CON *
      * QUE RESULTADO Y QUE MENSAJE SE LE MOSTRO. LA FILA SE MARCA     *
      * COMO ESCRITA ANTES DEL INSERT PARA QUE UN ERROR DE BASE DE     *
      * DATOS EN EL PROPIO DIARIO NO ENTRE EN BUCLE.                   *
      ******************************************************************
       7000-ESCRIBE-AUDITORIA.
           IF WS-AUD-PENDIENTE-SI
              MOVE 'N' TO WS-AUD-PENDIENTE
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
              MOVE 'PB51' TO DA-TRANSACCION
              MOVE 'PDB2051 ' TO DA-PROGRAMA
              MOVE WS-USUARIO TO DA-USUARIO
              MOVE EIBTRMID TO DA-TERMINAL
              MOVE WS-AUD-ACCION TO DA-ACCION
              MOVE WS-AUD-CONTRATO TO DA-CLAVE-CONTRATO
              MOVE WS-AUD-IMPORTE TO DA-IMPORTE
              MOVE WS-AUD-RESULTADO TO DA-RESULTADO
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
      * NADA Y LA ACCION YA HECHA NO DEBE DESHACERSE POR LA FILA DE    *
      * AUDITORIA.                                                     *
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
           MOVE LOW-VALUES TO PDB2051AO
           MOVE 'ERROR DE BASE DE DATOS. VUELVA A INTENTARLO'
                                                       TO MENSAJEO
           PERFORM 8000-REDISPLAY.
