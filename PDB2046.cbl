       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2046.
       AUTHOR. TRONCOSO LEANDRO.

      * TRANSACCION CICS PB46. ALTA Y CONSULTA DE PRESTAMOS
      * PERSONALES (IBMUSER.PRESTAMOS) A TRAVES DEL MAPA PDB2046A
      * DEL MAPSET PDB2046M:
      *   - ACCION 'A': DA DE ALTA UN PRESTAMO SOBRE UNA CUENTA
      *     ASOCIADA VIGENTE, CON SU PRINCIPAL, PLAZO EN MESES, TIPO
      *     NOMINAL ANUAL Y TIPO DE DEMORA (SI NO SE TECLEA, EL TIPO
      *     DEL PRESTAMO MAS DOS PUNTOS). GENERA EN EL MISMO MOMENTO
      *     EL CUADRO DE AMORTIZACION (IBMUSER.CUOTAS_PRESTAMO) POR
      *     EL SISTEMA FRANCES: CUOTA MENSUAL CONSTANTE, INTERESES
      *     SOBRE EL CAPITAL VIVO Y LA ULTIMA CUOTA AJUSTANDO EL
      *     REDONDEO. CON ABONO 'S' EL PRINCIPAL SE INGRESA EN LA
      *     CUENTA ASOCIADA A TRAVES DEL MODULO COMUN DE POSTEO
      *     PDB2015; CON ABONO 'N' SE DA DE ALTA UN PRESTAMO YA
      *     ENTREGADO Y NO SE MUEVE DINERO.
      *   - ACCION EN BLANCO: CONSULTA EL PRESTAMO TECLEADO (O, SIN
      *     CLAVE, EL PRESTAMO MAS RECIENTE DE LA CUENTA TECLEADA)
      *     CON EL CAPITAL PENDIENTE, LO VENCIDO Y NO COBRADO, EL
      *     PROXIMO VENCIMIENTO Y OCHO CUOTAS DEL CUADRO A PARTIR DE
      *     LA TECLEADA O, SIN ELLA, DE LA PRIMERA SIN COBRAR.
      * EL ALTA SOLO SE PERMITE SOBRE CUENTAS DE LA OFICINA DEL
      * OPERADOR (SERVICIOS CENTRALES, SOBRE CUALQUIERA) Y DEJA FILA
      * EN EL DIARIO DE AUDITORIA, TAMBIEN SI SE RECHAZA. LA CONSULTA
      * ESTA ABIERTA A TODAS LAS OFICINAS, COMO PB21.
      * LAS CUOTAS LAS COBRA CADA NOCHE EL PROCESO PDB2047.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MAPA SIMBOLICO DE LA TRANSACCION (PDB2046AI / PDB2046AO)
           COPY PDB2046M.

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
              'FIN DE LA GESTION DE PRESTAMOS - PB46'.

      * USUARIO CICS (EL OPERADOR)
       77 WS-USUARIO                  PIC X(08).

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2046AO REDEFINE A
      * PDB2046AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
      * CAMPOS DE ENTRADA Y SUS LONGITUDES.
       01 WS-CAPTURA-MAPA.
          05 WS-CAP-PRECLA-L          PIC S9(4) COMP.
          05 WS-CAP-PRECLA            PIC 9(09).
          05 WS-CAP-CUODES-L          PIC S9(4) COMP.
          05 WS-CAP-CUODES            PIC 9(03).
          05 WS-CAP-CONTRA-L          PIC S9(4) COMP.
          05 WS-CAP-CONTRA            PIC 9(09).
          05 WS-CAP-PRINCI-L          PIC S9(4) COMP.
          05 WS-CAP-PRINCI            PIC 9(13).
          05 WS-CAP-PLAZO-L           PIC S9(4) COMP.
          05 WS-CAP-PLAZO             PIC 9(03).
          05 WS-CAP-TASA-L            PIC S9(4) COMP.
          05 WS-CAP-TASA              PIC 9(05).
          05 WS-CAP-TASDEM-L          PIC S9(4) COMP.
          05 WS-CAP-TASDEM            PIC 9(05).
          05 WS-CAP-ABONO-L           PIC S9(4) COMP.
          05 WS-CAP-ABONO             PIC X(01).

      * PRINCIPAL TECLEADO EN EL MAPA (EN CENTIMOS) Y SU VISTA CON
      * DECIMALES IMPLICITOS
       01 WS-IMPORTE-ENTRADA.
          05 WS-IMP-TEXTO             PIC 9(13).
          05 WS-IMP-NUMERO REDEFINES WS-IMP-TEXTO
                                      PIC 9(11)V99.

      * TIPO TECLEADO EN EL MAPA (CINCO CIFRAS, CUATRO DECIMALES
      * IMPLICITOS: 00650 = 0.0650 = 6,50%) Y SU VISTA NUMERICA
       01 WS-TASA-ENTRADA.
          05 WS-TASA-TEXTO            PIC 9(05).
          05 WS-TASA-NUMERO REDEFINES WS-TASA-TEXTO
                                      PIC 9V9(4).

      * LIMITES DEL ALTA Y DIFERENCIAL DEL TIPO DE DEMORA POR
      * DEFECTO SOBRE EL TIPO DEL PRESTAMO
       77 WS-PLAZO-MAXIMO             PIC 9(03) VALUE 120.
       77 WS-TASA-MAXIMA              PIC 9V9(4) VALUE 0.5000.
       77 WS-DIFERENCIAL-DEMORA       PIC 9V9(4) VALUE 0.0200.

      * CALCULO DEL CUADRO DE AMORTIZACION: TIPO MENSUAL, FACTOR
      * (1 + I) ** N, CUOTA EN CURSO Y CAPITAL VIVO TRAS CADA CUOTA
       77 WS-TASA-MENSUAL             PIC S9V9(12) COMP-3.
       77 WS-FACTOR                   PIC S9(5)V9(12) COMP-3.
       77 WS-CAPITAL-VIVO             PIC S9(11)V99 COMP-3.
       77 WS-NUM-CUOTA                PIC S9(9) COMP.

      * PRIMERA CUOTA DEL CUADRO MOSTRADA EN LA CONSULTA Y LINEA DEL
      * MAPA EN LA QUE SE ESCRIBE CADA CUOTA
       77 WS-CUOTA-DESDE              PIC S9(9) COMP.
       77 WS-LIN-IDX                  PIC 9(2) COMP.

      * LO VENCIDO Y NO COBRADO: SUMA DE LAS CUOTAS IMPAGADAS CON SU
      * DEMORA DEVENGADA Y NUMERO DE ELLAS
       77 WS-IMPORTE-VENCIDO          PIC S9(11)V99 COMP-3.
       77 WS-NUM-IMPAGADAS            PIC S9(9) COMP.

      * LINEA DEL CUADRO DE AMORTIZACION, ALINEADA CON LA CABECERA
      * DE COLUMNAS DEL MAPA
       01 WS-LINEA-CUOTA.
          05 WS-LC-NUM                PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-VTO                PIC X(10).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-CAPITAL            PIC ZZZZZZZZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-INTERESES          PIC ZZZZZZZZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-DEMORA             PIC ZZZZZZ9.99.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-ESTADO             PIC X(01).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LC-VIVO               PIC ZZZZZZZZZ9.99.
          05 FILLER                   PIC X(04) VALUE SPACES.

      * DESCRIPCION DEL MOVIMIENTO DE ABONO DEL PRINCIPAL. EL
      * CONCEPTO VA EN LA MISMA POSICION QUE EN LOS COBROS DE
      * CUOTAS DE PDB2047, DONDE LO RECONOCE EL EXTRACTO PDB2011.
       01 WS-DESC-DESEMBOLSO.
          05 FILLER                   PIC X(09) VALUE 'PRESTAMO '.
          05 WS-DD-CLAVE              PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 FILLER                   PIC X(19) VALUE 'DESEMBOLSO'.
          05 FILLER                   PIC X(12) VALUE SPACES.

       77 WS-IMPORTE-EDICION          PIC ZZZZZZZZZZ9.99.
       77 WS-PRINCIPAL-EDICION        PIC ZZZZZZZZZ9.99.
       77 WS-NUMERO-EDICION           PIC ZZ9.
       77 WS-RESP                     PIC S9(8) COMP.
       77 IND-NULL                    PIC S9(4) COMP-5.

      * INDICADOR DE NULO DEL MOVIMIENTO DE DESEMBOLSO, NULO EN LOS
      * PRESTAMOS DADOS DE ALTA SIN ABONO
       77 IND-DESEMBOLSO              PIC S9(4) COMP-5.

      * CONTROL DE REINTENTOS DEL ALTA: OTRA TRANSACCION PUEDE
      * CONSUMIR A LA VEZ LA MISMA CLAVE DE PRESTAMO O DE MOVIMIENTO
      * (-803). SE DESHACE TODO EL ALTA Y SE REINTENTA CON LAS
      * CLAVES RECALCULADAS, COMO EN LA VENTANILLA PB14.
       77 WS-RETRY-CONT               PIC 9(2) COMP.
       77 WS-RETRY-MAX                PIC 9(2) VALUE 3.
       77 WS-REINTENTAR               PIC X.
          88 WS-REINTENTAR-SI         VALUE 'S'.
          88 WS-REINTENTAR-NO         VALUE 'N'.

       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-ALTA           VALUE 'A'.
          88 WS-ACCION-VER            VALUE ' '.
          88 WS-ACCION-VALIDA         VALUE 'A', ' '.

      * ABONO DEL PRINCIPAL EN LA CUENTA ASOCIADA AL DAR DE ALTA
       77 WS-ABONO                    PIC X(01).
          88 WS-ABONO-SI              VALUE 'S'.
          88 WS-ABONO-NO              VALUE 'N'.

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

      * MENSAJE DE ALTA REALIZADA, CON LA CLAVE DEL PRESTAMO
       01 WS-MSG-ALTA.
          05 WS-MSG-ALTA-TEXTO        PIC X(48).
          05 WS-MSG-ALTA-CLAVE        PIC 9(09).
          05 FILLER                   PIC X(22) VALUE SPACES.

      * DETALLE DE LA FILA DE AUDITORIA: LA CLAVE DEL PRESTAMO (CERO
      * SI EL ALTA SE RECHAZA ANTES DE ASIGNARLA) Y EL MENSAJE
      * MOSTRADO AL OPERADOR
       01 WS-AUD-DETALLE.
          05 FILLER                   PIC X(09) VALUE 'PRESTAMO '.
          05 WS-AUD-DET-CLAVE         PIC 9(09).
          05 FILLER                   PIC X(01) VALUE SPACE.
          05 WS-AUD-DET-TEXTO         PIC X(60).

      * FILA DE AUDITORIA DE LA ACCION EN CURSO. SE ESCRIBE UNA SOLA
      * VEZ POR ACCION, AL REENVIAR EL MAPA (8000-REDISPLAY), CON EL
      * RESULTADO Y EL MENSAJE MOSTRADO AL OPERADOR. ASI TAMBIEN LAS
      * ALTAS RECHAZADAS DEJAN RASTRO.
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
      * SIN DESHACER EL ALTA YA HECHA.
       77 WS-AUD-RETRY                PIC 9(2) COMP.
       77 WS-AUD-RETRY-MAX            PIC 9(2) VALUE 3.
       77 WS-AUD-REINTENTAR           PIC X.
          88 WS-AUD-REINTENTAR-SI     VALUE 'S'.
          88 WS-AUD-REINTENTAR-NO     VALUE 'N'.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE PRESTAMO END-EXEC.
           EXEC SQL INCLUDE CUOTAPRE END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE DIAAUDIT END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           EXEC CICS RETURN END-EXEC.
      ******************************************************************
      * PARRAFO DE INICIO. UNA TRANSACCION PB46 PUEDE LLEGAR AQUI      *
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
           MOVE LOW-VALUES TO PDB2046AO
           MOVE 'TECLEE PRESTAMO O CUENTA PARA CONSULTAR, O A PARA DAR D
      -         'E ALTA' TO MENSAJEO
           EXEC CICS SEND MAP('PDB2046A')
                     MAPSET('PDB2046M')
                     FROM(PDB2046AO)
                     ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('PB46')
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
                 MOVE LOW-VALUES TO PDB2046AO
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
           EXEC CICS RECEIVE MAP('PDB2046A')
                     MAPSET('PDB2046M')
                     INTO(PDB2046AI)
                     RESP(WS-RESP)
           END-EXEC
      * MAPFAIL SE PRODUCE AL PULSAR ENTER SIN TECLEAR NINGUN DATO,
      * QUE AQUI ES UNA CONSULTA SIN PRESTAMO NI CUENTA
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACE TO WS-ACCION
              INITIALIZE WS-CAPTURA-MAPA
           ELSE
              MOVE ACCIONI TO WS-ACCION
              MOVE PRECLAL TO WS-CAP-PRECLA-L
              MOVE PRECLAI TO WS-CAP-PRECLA
              MOVE CUODESL TO WS-CAP-CUODES-L
              MOVE CUODESI TO WS-CAP-CUODES
              MOVE CONTRAL TO WS-CAP-CONTRA-L
              MOVE CONTRAI TO WS-CAP-CONTRA
              MOVE PRINCIL TO WS-CAP-PRINCI-L
              MOVE PRINCII TO WS-CAP-PRINCI
              MOVE PLAZOL TO WS-CAP-PLAZO-L
              MOVE PLAZOI TO WS-CAP-PLAZO
              MOVE TASAL TO WS-CAP-TASA-L
              MOVE TASAI TO WS-CAP-TASA
              MOVE TASDEML TO WS-CAP-TASDEM-L
              MOVE TASDEMI TO WS-CAP-TASDEM
              MOVE ABONOL TO WS-CAP-ABONO-L
              MOVE ABONOI TO WS-CAP-ABONO
           END-IF
           MOVE LOW-VALUES TO PDB2046AO
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE A O DEJELA EN BLANCO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EVALUATE TRUE
              WHEN WS-ACCION-VER
                 PERFORM 2100-CONSULTA-PRESTAMO
              WHEN WS-ACCION-ALTA
                 PERFORM 2200-ALTA-PRESTAMO
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * CONSULTA EL PRESTAMO TECLEADO. SIN CLAVE DE PRESTAMO, BUSCA EL *
      * DE LA CUENTA TECLEADA: EL ACTIVO MAS RECIENTE O, SI NO TIENE   *
      * NINGUNO ACTIVO, EL CANCELADO MAS RECIENTE.                     *
      ******************************************************************
       2100-CONSULTA-PRESTAMO.
           IF WS-CAP-PRECLA-L = 0 OR WS-CAP-PRECLA = 0
              IF WS-CAP-CONTRA-L = 0 OR WS-CAP-CONTRA = 0
                 MOVE 'TECLEE EL PRESTAMO O SU CUENTA ASOCIADA'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
              MOVE WS-CAP-CONTRA TO PS-CLAVE-CONTRATO
              EXEC SQL
                SELECT CLAVE_PRESTAMO
                INTO :DCLPRESTAMOS.PS-CLAVE-PRESTAMO
                FROM IBMUSER.PRESTAMOS
                WHERE CLAVE_CONTRATO = :DCLPRESTAMOS.PS-CLAVE-CONTRATO
                ORDER BY ESTADO, CLAVE_PRESTAMO DESC
                FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE PS-CLAVE-PRESTAMO TO WS-CAP-PRECLA
                 WHEN 100
                    MOVE 'LA CUENTA NO TIENE PRESTAMOS' TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF
           PERFORM 2600-LEE-PRESTAMO
           PERFORM 2500-MUESTRA-PRESTAMO
           IF WS-NUM-IMPAGADAS > 0
              MOVE 'EL PRESTAMO TIENE CUOTAS IMPAGADAS. SE REINTENTAN CA
      -            'DA NOCHE' TO MENSAJEO
           ELSE
              IF PS-ESTADO = 'C'
                 MOVE 'PRESTAMO CANCELADO: TODAS LAS CUOTAS COBRADAS'
                                                       TO MENSAJEO
              ELSE
                 MOVE 'PRESTAMO AL CORRIENTE DE PAGO' TO MENSAJEO
              END-IF
           END-IF.

      ******************************************************************
      * DA DE ALTA EL PRESTAMO TECLEADO: VALIDA LA CUENTA ASOCIADA Y   *
      * LAS CONDICIONES, CALCULA LA CUOTA Y GRABA EL PRESTAMO, SU      *
      * CUADRO DE AMORTIZACION Y, SI SE PIDE, EL ABONO DEL PRINCIPAL,  *
      * TODO EN LA MISMA UNIDAD DE TRABAJO.                            *
      ******************************************************************
       2200-ALTA-PRESTAMO.
           MOVE 'S' TO WS-AUD-PENDIENTE
           MOVE 'ALTA        ' TO WS-AUD-ACCION
           MOVE 'R' TO WS-AUD-RESULTADO
           MOVE ZERO TO WS-AUD-CONTRATO
           MOVE ZERO TO WS-AUD-IMPORTE
           MOVE ZERO TO PS-CLAVE-PRESTAMO
           PERFORM 2250-VALIDA-ALTA
           PERFORM 2260-CALCULA-CUOTA
           EXEC SQL
             SELECT CURRENT DATE
             INTO :DCLPRESTAMOS.PS-FECHA-APERTURA
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO PS-USUARIO-ALTA

           MOVE ZERO TO WS-RETRY-CONT
           PERFORM 2210-INTENTA-ALTA
              WITH TEST AFTER
              UNTIL WS-REINTENTAR-NO

           IF WS-ABONO-SI
              EVALUATE TRUE
                 WHEN P15-OK
                    PERFORM 2240-ANOTA-DESEMBOLSO
                 WHEN P15-RECHAZO-NEGOCIO
      * LA CUENTA NO ADMITE EL ABONO: SE DESHACE TODO EL ALTA
                    EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    MOVE ZERO TO PS-CLAVE-PRESTAMO
                    MOVE P15-TEXTO-RECHAZO TO MENSAJEO
                    PERFORM 8000-REDISPLAY
                 WHEN OTHER
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF

           MOVE 'A' TO WS-AUD-RESULTADO
           MOVE PS-CLAVE-PRESTAMO TO WS-CAP-PRECLA
           MOVE ZERO TO WS-CAP-CUODES
           PERFORM 2600-LEE-PRESTAMO
           PERFORM 2500-MUESTRA-PRESTAMO
           IF WS-ABONO-SI
              MOVE 'PRESTAMO DADO DE ALTA Y ABONADO EN CUENTA. CLAVE:'
                                          TO WS-MSG-ALTA-TEXTO
           ELSE
              MOVE 'PRESTAMO DADO DE ALTA SIN ABONO. CLAVE:'
                                          TO WS-MSG-ALTA-TEXTO
           END-IF
           MOVE PS-CLAVE-PRESTAMO TO WS-MSG-ALTA-CLAVE
           MOVE WS-MSG-ALTA TO MENSAJEO.

      ******************************************************************
      * UN INTENTO DE ALTA: CALCULA LA CLAVE DEL PRESTAMO CON EL       *
      * MAXIMO MAS UNO, LO GRABA CON SU CUADRO Y, SI SE PIDE, ABONA EL *
      * PRINCIPAL. SI UNA DE LAS CLAVES YA LA HA CONSUMIDO OTRA        *
      * TRANSACCION (-803), SE DESHACE EL INTENTO Y SE REPITE.         *
      ******************************************************************
       2210-INTENTA-ALTA.
           MOVE 'N' TO WS-REINTENTAR
           EXEC SQL
             SELECT MAX(CLAVE_PRESTAMO)
             INTO :DCLPRESTAMOS.PS-CLAVE-PRESTAMO :IND-NULL
             FROM IBMUSER.PRESTAMOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO PS-CLAVE-PRESTAMO
           ELSE
              ADD 1 TO PS-CLAVE-PRESTAMO
           END-IF
           EXEC SQL
             INSERT INTO IBMUSER.PRESTAMOS
               (CLAVE_PRESTAMO,
                CLAVE_CONTRATO,
                CLAVE_CLIENTE,
                CODIGO_OFICINA,
                MONEDA,
                IMPORTE_PRINCIPAL,
                TASA_INTERES,
                TASA_DEMORA,
                PLAZO_MESES,
                CUOTA,
                CAPITAL_PENDIENTE,
                FECHA_APERTURA,
                ESTADO,
                USUARIO_ALTA,
                CLAVE_MOV_DESEMBOLSO)
             VALUES(:DCLPRESTAMOS.PS-CLAVE-PRESTAMO,
                    :DCLPRESTAMOS.PS-CLAVE-CONTRATO,
                    :DCLPRESTAMOS.PS-CLAVE-CLIENTE,
                    :DCLPRESTAMOS.PS-CODIGO-OFICINA,
                    :DCLPRESTAMOS.PS-MONEDA,
                    :DCLPRESTAMOS.PS-IMPORTE-PRINCIPAL,
                    :DCLPRESTAMOS.PS-TASA-INTERES,
                    :DCLPRESTAMOS.PS-TASA-DEMORA,
                    :DCLPRESTAMOS.PS-PLAZO-MESES,
                    :DCLPRESTAMOS.PS-CUOTA,
                    :DCLPRESTAMOS.PS-IMPORTE-PRINCIPAL,
                    :DCLPRESTAMOS.PS-FECHA-APERTURA,
                    'A',
                    :DCLPRESTAMOS.PS-USUARIO-ALTA,
                    NULL)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 PERFORM 2220-GENERA-CUADRO
                 IF WS-ABONO-SI
                    PERFORM 2230-ABONA-PRINCIPAL
                 END-IF
              WHEN SQLCODE = -803
                   AND WS-RETRY-CONT LESS THAN WS-RETRY-MAX
                 ADD 1 TO WS-RETRY-CONT
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE 'S' TO WS-REINTENTAR
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * GRABA EL CUADRO DE AMORTIZACION: UNA CUOTA PENDIENTE POR MES,  *
      * CON VENCIMIENTO EL MISMO DIA DE LOS MESES SIGUIENTES AL ALTA   *
      * (DB2 AJUSTA AL ULTIMO DIA DE LOS MESES MAS CORTOS).            *
      ******************************************************************
       2220-GENERA-CUADRO.
           MOVE PS-IMPORTE-PRINCIPAL TO WS-CAPITAL-VIVO
           MOVE PS-CLAVE-PRESTAMO TO CU-CLAVE-PRESTAMO
           PERFORM 2225-GRABA-CUOTA
              VARYING WS-NUM-CUOTA FROM 1 BY 1
              UNTIL WS-NUM-CUOTA > PS-PLAZO-MESES.

      ******************************************************************
      * GRABA UNA CUOTA DEL CUADRO. LOS INTERESES SON LOS DEL MES      *
      * SOBRE EL CAPITAL VIVO; EL RESTO DE LA CUOTA AMORTIZA CAPITAL.  *
      * LA ULTIMA CUOTA AMORTIZA TODO LO QUE QUEDA, ABSORBIENDO LOS    *
      * REDONDEOS DE LAS ANTERIORES.                                   *
      ******************************************************************
       2225-GRABA-CUOTA.
           MOVE WS-NUM-CUOTA TO CU-NUM-CUOTA
           COMPUTE CU-IMPORTE-INTERESES ROUNDED =
                   WS-CAPITAL-VIVO * WS-TASA-MENSUAL
           IF WS-NUM-CUOTA = PS-PLAZO-MESES
              MOVE WS-CAPITAL-VIVO TO CU-IMPORTE-CAPITAL
           ELSE
              COMPUTE CU-IMPORTE-CAPITAL =
                      PS-CUOTA - CU-IMPORTE-INTERESES
              IF CU-IMPORTE-CAPITAL > WS-CAPITAL-VIVO
                 MOVE WS-CAPITAL-VIVO TO CU-IMPORTE-CAPITAL
              END-IF
           END-IF
           SUBTRACT CU-IMPORTE-CAPITAL FROM WS-CAPITAL-VIVO
           MOVE WS-CAPITAL-VIVO TO CU-CAPITAL-VIVO
           EXEC SQL
             INSERT INTO IBMUSER.CUOTAS_PRESTAMO
               (CLAVE_PRESTAMO,
                NUM_CUOTA,
                FECHA_VENCIMIENTO,
                IMPORTE_CAPITAL,
                IMPORTE_INTERESES,
                CAPITAL_VIVO,
                ESTADO,
                INTERESES_DEMORA,
                FECHA_COBRO)
             VALUES(:DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO,
                    :DCLCUOTASPRESTAMO.CU-NUM-CUOTA,
                    DATE(:DCLPRESTAMOS.PS-FECHA-APERTURA) +
                         :WS-NUM-CUOTA MONTHS,
                    :DCLCUOTASPRESTAMO.CU-IMPORTE-CAPITAL,
                    :DCLCUOTASPRESTAMO.CU-IMPORTE-INTERESES,
                    :DCLCUOTASPRESTAMO.CU-CAPITAL-VIVO,
                    'P',
                    0,
                    NULL)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * ABONA EL PRINCIPAL EN LA CUENTA ASOCIADA COMO UN INGRESO, CON  *
      * LA CLAVE DE MOVIMIENTO CALCULADA COMO EL MAXIMO MAS UNO. EL    *
      * ALTA YA LA HA AUTORIZADO LA OFICINA, ASI QUE NO SE APLICA EL   *
      * UMBRAL DE DOBLE AUTORIZACION.                                  *
      ******************************************************************
       2230-ABONA-PRINCIPAL.
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
           MOVE PS-CLAVE-PRESTAMO TO WS-DD-CLAVE
           MOVE 'P' TO P15-FUNCION
           MOVE ZERO TO P15-CONT-ORIGEN
           MOVE PS-CLAVE-CONTRATO TO P15-CONT-DESTINO
           MOVE PS-IMPORTE-PRINCIPAL TO P15-IMPORTE
           MOVE WS-DESC-DESEMBOLSO TO P15-DESCRIPCION
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
      * ANOTA EN EL PRESTAMO EL MOVIMIENTO DE ABONO DEL PRINCIPAL      *
      ******************************************************************
       2240-ANOTA-DESEMBOLSO.
           MOVE CLAVE-MOVIMIENTO TO PS-CLAVE-MOV-DESEMBOLSO
           EXEC SQL
             UPDATE IBMUSER.PRESTAMOS
             SET CLAVE_MOV_DESEMBOLSO =
                     :DCLPRESTAMOS.PS-CLAVE-MOV-DESEMBOLSO
             WHERE CLAVE_PRESTAMO = :DCLPRESTAMOS.PS-CLAVE-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF.

      ******************************************************************
      * VALIDA LOS DATOS DEL ALTA. LA CUENTA ASOCIADA DEBE EXISTIR,    *
      * ESTAR VIGENTE Y SER DE LA OFICINA DEL OPERADOR; EL PRESTAMO    *
      * TOMA DE ELLA EL CLIENTE, LA OFICINA Y LA MONEDA.               *
      ******************************************************************
       2250-VALIDA-ALTA.
           IF WS-CAP-CONTRA-L = 0 OR WS-CAP-CONTRA = 0
              MOVE 'DEBE INTRODUCIR LA CUENTA ASOCIADA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-CONTRA TO WS-AUD-CONTRATO
           MOVE WS-CAP-CONTRA TO CLAVE-CONTRATO OF DCLCONTRATOS
           EXEC SQL
             SELECT ESTADO, CLAVE_CLIENTE, CODIGO_OFICINA, MONEDA
             INTO :DCLCONTRATOS.ESTADO,
                  :DCLCONTRATOS.CLAVE-CLIENTE,
                  :DCLCONTRATOS.CODIGO-OFICINA,
                  :DCLCONTRATOS.MONEDA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CUENTA ASOCIADA NO ENCONTRADA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           PERFORM 2900-LEE-OPERADOR
           PERFORM 2950-COMPRUEBA-OFICINA
           IF ESTADO OF DCLCONTRATOS NOT = 'V'
              MOVE 'LA CUENTA ASOCIADA NO ESTA VIGENTE' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO PS-CLAVE-CONTRATO
           MOVE CLAVE-CLIENTE OF DCLCONTRATOS TO PS-CLAVE-CLIENTE
           MOVE CODIGO-OFICINA OF DCLCONTRATOS TO PS-CODIGO-OFICINA
           MOVE MONEDA OF DCLCONTRATOS TO PS-MONEDA

           IF WS-CAP-PRINCI-L = 0 OR WS-CAP-PRINCI = 0
              MOVE 'DEBE INTRODUCIR EL PRINCIPAL (EN CENTIMOS)'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-PRINCI TO WS-IMP-TEXTO
           MOVE WS-IMP-NUMERO TO PS-IMPORTE-PRINCIPAL
           MOVE WS-IMP-NUMERO TO WS-AUD-IMPORTE

           IF WS-CAP-PLAZO-L = 0 OR WS-CAP-PLAZO = 0
              OR WS-CAP-PLAZO > WS-PLAZO-MAXIMO
              MOVE 'PLAZO NO VALIDO: DE 1 A 120 MESES' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-PLAZO TO PS-PLAZO-MESES

           IF WS-CAP-TASA-L = 0
              MOVE 'DEBE INTRODUCIR EL TIPO ANUAL (00650 = 6,50%)'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-TASA TO WS-TASA-TEXTO
           IF WS-TASA-NUMERO NOT < WS-TASA-MAXIMA
              MOVE 'TIPO ANUAL NO VALIDO: DEBE SER INFERIOR AL 50%'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-TASA-NUMERO TO PS-TASA-INTERES

      * SIN TIPO DE DEMORA SE APLICA EL DEL PRESTAMO MAS EL
      * DIFERENCIAL; UNO TECLEADO NO PUEDE SER INFERIOR AL DEL
      * PRESTAMO
           IF WS-CAP-TASDEM-L = 0
              COMPUTE PS-TASA-DEMORA =
                      PS-TASA-INTERES + WS-DIFERENCIAL-DEMORA
           ELSE
              MOVE WS-CAP-TASDEM TO WS-TASA-TEXTO
              IF WS-TASA-NUMERO < PS-TASA-INTERES
                 MOVE 'TIPO DE DEMORA NO VALIDO: INFERIOR AL TIPO ANUAL'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
              MOVE WS-TASA-NUMERO TO PS-TASA-DEMORA
           END-IF

           MOVE WS-CAP-ABONO TO WS-ABONO
           IF WS-CAP-ABONO-L = 0
              OR (NOT WS-ABONO-SI AND NOT WS-ABONO-NO)
              MOVE 'ABONO NO VALIDO: S=ABONAR EN CUENTA N=YA ENTREGADO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * CALCULA LA CUOTA MENSUAL CONSTANTE DEL SISTEMA FRANCES:        *
      *   CUOTA = P * I * (1 + I) ** N / ((1 + I) ** N - 1)            *
      * CON I EL TIPO ANUAL ENTRE DOCE Y N EL PLAZO EN MESES. UN       *
      * PRESTAMO SIN INTERES SE DEVUELVE EN N CUOTAS IGUALES.          *
      ******************************************************************
       2260-CALCULA-CUOTA.
           COMPUTE WS-TASA-MENSUAL ROUNDED = PS-TASA-INTERES / 12
           IF WS-TASA-MENSUAL = 0
              COMPUTE PS-CUOTA ROUNDED =
                      PS-IMPORTE-PRINCIPAL / PS-PLAZO-MESES
           ELSE
              COMPUTE WS-FACTOR ROUNDED =
                      (1 + WS-TASA-MENSUAL) ** PS-PLAZO-MESES
              COMPUTE PS-CUOTA ROUNDED =
                      PS-IMPORTE-PRINCIPAL * WS-TASA-MENSUAL
                      * WS-FACTOR / (WS-FACTOR - 1)
           END-IF.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA LOS DATOS DEL PRESTAMO EN CURSO, EL   *
      * NOMBRE DEL CLIENTE, LO VENCIDO Y NO COBRADO, EL PROXIMO        *
      * VENCIMIENTO Y LAS CUOTAS DEL CUADRO.                           *
      ******************************************************************
       2500-MUESTRA-PRESTAMO.
           MOVE PS-CLAVE-PRESTAMO TO PRECLAO
           MOVE PS-CLAVE-CONTRATO TO CONTRAO
           MOVE PS-CLAVE-CLIENTE TO CLIENTEO
           MOVE PS-IMPORTE-PRINCIPAL TO WS-PRINCIPAL-EDICION
           MOVE WS-PRINCIPAL-EDICION TO PRINCIO
           MOVE PS-PLAZO-MESES TO PLAZOO
           MOVE PS-TASA-INTERES TO WS-TASA-NUMERO
           MOVE WS-TASA-TEXTO TO TASAO
           MOVE PS-TASA-DEMORA TO WS-TASA-NUMERO
           MOVE WS-TASA-TEXTO TO TASDEMO
           IF IND-DESEMBOLSO < 0
              MOVE 'N' TO ABONOO
           ELSE
              MOVE 'S' TO ABONOO
           END-IF
           MOVE PS-FECHA-APERTURA TO FECAPEO
           MOVE PS-ESTADO TO ESTADOO
           EVALUATE PS-ESTADO
              WHEN 'A'
                 MOVE 'ACTIVO' TO DESESTO
              WHEN 'C'
                 MOVE 'CANCELADO' TO DESESTO
              WHEN OTHER
                 MOVE SPACES TO DESESTO
           END-EVALUATE
           MOVE PS-CAPITAL-PENDIENTE TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO CAPPENO
           MOVE PS-CUOTA TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO CUOMENO
      * NOMBRE DEL CLIENTE
           MOVE PS-CLAVE-CLIENTE TO CL-CLAVE-CLIENTE
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
           END-EVALUATE
      * LO VENCIDO Y NO COBRADO: LAS CUOTAS IMPAGADAS CON LA DEMORA
      * DEVENGADA HASTA LA ULTIMA NOCHE
           MOVE PS-CLAVE-PRESTAMO TO CU-CLAVE-PRESTAMO
           EXEC SQL
             SELECT COALESCE(SUM(IMPORTE_CAPITAL + IMPORTE_INTERESES +
                                 INTERESES_DEMORA), 0),
                    COUNT(*)
             INTO :WS-IMPORTE-VENCIDO,
                  :WS-NUM-IMPAGADAS
             FROM IBMUSER.CUOTAS_PRESTAMO
             WHERE CLAVE_PRESTAMO =
                   :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND ESTADO = 'I'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           MOVE WS-IMPORTE-VENCIDO TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO IMPVENO
           MOVE WS-NUM-IMPAGADAS TO WS-NUMERO-EDICION
           MOVE WS-NUMERO-EDICION TO NUMIMPO
      * PROXIMO VENCIMIENTO: LA PRIMERA CUOTA PENDIENTE
           EXEC SQL
             SELECT MIN(FECHA_VENCIMIENTO)
             INTO :DCLCUOTASPRESTAMO.CU-FECHA-VENCIMIENTO :IND-NULL
             FROM IBMUSER.CUOTAS_PRESTAMO
             WHERE CLAVE_PRESTAMO =
                   :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE SPACES TO PROVTOO
           ELSE
              MOVE CU-FECHA-VENCIMIENTO TO PROVTOO
           END-IF
           PERFORM 2550-MUESTRA-CUADRO.

      ******************************************************************
      * RECUPERA HASTA OCHO CUOTAS DEL CUADRO A PARTIR DE LA TECLEADA  *
      * O, SIN ELLA, DE LA PRIMERA SIN COBRAR (DE LA PRIMERA EN UN     *
      * PRESTAMO CANCELADO) Y LAS VUELCA EN LAS LINEAS DEL MAPA (VER   *
      * PDB2046A-LINEA, TABLA QUE REDEFINE LA PARTE DEL CUADRO DE      *
      * PDB2046AO EN PDB2046M.CPY).                                    *
      ******************************************************************
       2550-MUESTRA-CUADRO.
           IF WS-CAP-CUODES-L > 0 AND WS-CAP-CUODES > 0
              MOVE WS-CAP-CUODES TO WS-CUOTA-DESDE
           ELSE
              EXEC SQL
                SELECT MIN(NUM_CUOTA)
                INTO :WS-CUOTA-DESDE :IND-NULL
                FROM IBMUSER.CUOTAS_PRESTAMO
                WHERE CLAVE_PRESTAMO =
                      :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
                  AND ESTADO <> 'C'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9999-ERROR
              END-IF
              IF IND-NULL = -1
                 MOVE 1 TO WS-CUOTA-DESDE
              END-IF
           END-IF
           MOVE WS-CUOTA-DESDE TO CUODESO

           EXEC SQL
             DECLARE CUR-CUADRO CURSOR FOR
             SELECT NUM_CUOTA, FECHA_VENCIMIENTO, IMPORTE_CAPITAL,
                    IMPORTE_INTERESES, INTERESES_DEMORA, ESTADO,
                    CAPITAL_VIVO
             FROM IBMUSER.CUOTAS_PRESTAMO
             WHERE CLAVE_PRESTAMO =
                   :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND NUM_CUOTA >= :WS-CUOTA-DESDE
             ORDER BY NUM_CUOTA
             FETCH FIRST 8 ROWS ONLY
           END-EXEC

           EXEC SQL
             OPEN CUR-CUADRO
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           ELSE
              PERFORM 2560-LEE-UNA-CUOTA
                 VARYING WS-LIN-IDX FROM 1 BY 1
                 UNTIL WS-LIN-IDX > 8 OR SQLCODE = 100
              EXEC SQL
                CLOSE CUR-CUADRO
              END-EXEC
           END-IF.

       2560-LEE-UNA-CUOTA.
           EXEC SQL
             FETCH CUR-CUADRO
             INTO :DCLCUOTASPRESTAMO.CU-NUM-CUOTA,
                  :DCLCUOTASPRESTAMO.CU-FECHA-VENCIMIENTO,
                  :DCLCUOTASPRESTAMO.CU-IMPORTE-CAPITAL,
                  :DCLCUOTASPRESTAMO.CU-IMPORTE-INTERESES,
                  :DCLCUOTASPRESTAMO.CU-INTERESES-DEMORA,
                  :DCLCUOTASPRESTAMO.CU-ESTADO,
                  :DCLCUOTASPRESTAMO.CU-CAPITAL-VIVO
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9999-ERROR
           END-IF

           IF SQLCODE = 0
              MOVE CU-NUM-CUOTA TO WS-LC-NUM
              MOVE CU-FECHA-VENCIMIENTO TO WS-LC-VTO
              MOVE CU-IMPORTE-CAPITAL TO WS-LC-CAPITAL
              MOVE CU-IMPORTE-INTERESES TO WS-LC-INTERESES
              MOVE CU-INTERESES-DEMORA TO WS-LC-DEMORA
              MOVE CU-ESTADO TO WS-LC-ESTADO
              MOVE CU-CAPITAL-VIVO TO WS-LC-VIVO
              MOVE WS-LINEA-CUOTA TO TL-CUOTA(WS-LIN-IDX)
           END-IF.

      ******************************************************************
      * LEE EL PRESTAMO DE LA CLAVE TECLEADA                           *
      ******************************************************************
       2600-LEE-PRESTAMO.
           MOVE WS-CAP-PRECLA TO PS-CLAVE-PRESTAMO
           EXEC SQL
             SELECT CLAVE_CONTRATO, CLAVE_CLIENTE, CODIGO_OFICINA,
                    MONEDA, IMPORTE_PRINCIPAL, TASA_INTERES,
                    TASA_DEMORA, PLAZO_MESES, CUOTA,
                    CAPITAL_PENDIENTE, FECHA_APERTURA, ESTADO,
                    USUARIO_ALTA, CLAVE_MOV_DESEMBOLSO
             INTO :DCLPRESTAMOS.PS-CLAVE-CONTRATO,
                  :DCLPRESTAMOS.PS-CLAVE-CLIENTE,
                  :DCLPRESTAMOS.PS-CODIGO-OFICINA,
                  :DCLPRESTAMOS.PS-MONEDA,
                  :DCLPRESTAMOS.PS-IMPORTE-PRINCIPAL,
                  :DCLPRESTAMOS.PS-TASA-INTERES,
                  :DCLPRESTAMOS.PS-TASA-DEMORA,
                  :DCLPRESTAMOS.PS-PLAZO-MESES,
                  :DCLPRESTAMOS.PS-CUOTA,
                  :DCLPRESTAMOS.PS-CAPITAL-PENDIENTE,
                  :DCLPRESTAMOS.PS-FECHA-APERTURA,
                  :DCLPRESTAMOS.PS-ESTADO,
                  :DCLPRESTAMOS.PS-USUARIO-ALTA,
                  :DCLPRESTAMOS.PS-CLAVE-MOV-DESEMBOLSO
                                                     :IND-DESEMBOLSO
             FROM IBMUSER.PRESTAMOS
             WHERE CLAVE_PRESTAMO = :DCLPRESTAMOS.PS-CLAVE-PRESTAMO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'CLAVE DE PRESTAMO NO ENCONTRADA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
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
      * UN OPERADOR DE OFICINA SOLO PUEDE DAR DE ALTA PRESTAMOS SOBRE  *
      * CUENTAS DE SU OFICINA. LOS DE SERVICIOS CENTRALES, SOBRE       *
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
           EXEC CICS SEND MAP('PDB2046A')
                     MAPSET('PDB2046M')
                     FROM(PDB2046AO)
                     DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PB46')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ESCRIBE LA FILA DE AUDITORIA DEL ALTA EN CURSO, SI HAY UNA     *
      * PENDIENTE: QUE OPERADOR, DESDE QUE TERMINAL, DIO DE ALTA QUE   *
      * PRESTAMO SOBRE QUE CUENTA Y POR QUE PRINCIPAL, CON QUE         *
      * RESULTADO Y QUE MENSAJE SE LE MOSTRO. LA FILA SE MARCA COMO    *
      * ESCRITA ANTES DEL INSERT PARA QUE UN ERROR DE BASE DE DATOS EN *
      * EL PROPIO DIARIO NO ENTRE EN BUCLE.                            *
      ******************************************************************
       7000-ESCRIBE-AUDITORIA.
           IF WS-AUD-PENDIENTE-SI
              MOVE 'N' TO WS-AUD-PENDIENTE
              EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
              MOVE 'PB46' TO DA-TRANSACCION
              MOVE 'PDB2046 ' TO DA-PROGRAMA
              MOVE WS-USUARIO TO DA-USUARIO
              MOVE EIBTRMID TO DA-TERMINAL
              MOVE WS-AUD-ACCION TO DA-ACCION
              MOVE WS-AUD-CONTRATO TO DA-CLAVE-CONTRATO
              MOVE WS-AUD-IMPORTE TO DA-IMPORTE
              MOVE WS-AUD-RESULTADO TO DA-RESULTADO
              MOVE PS-CLAVE-PRESTAMO TO WS-AUD-DET-CLAVE
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
      * NADA Y EL ALTA YA HECHA NO DEBE DESHACERSE POR LA FILA DE      *
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
           MOVE LOW-VALUES TO PDB2046AO
           MOVE 'ERROR DE BASE DE DATOS. VUELVA A INTENTARLO'
                                                       TO MENSAJEO
           PERFORM 8000-REDISPLAY.
