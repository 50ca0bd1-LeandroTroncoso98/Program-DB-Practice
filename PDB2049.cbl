       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2049.
       AUTHOR. TRONCOSO LEANDRO.

      * COBRO DE RECIBOS DOMICILIADOS. LEE EL FICHERO LIMPIO DE
      * RECIBOS QUE DEJA LA VALIDACION PREVIA PDB2048 Y, PARA CADA
      * RECIBO:
      *   - SI EL ACREEDOR YA NOS ENVIO ESA REFERENCIA DE RECIBO
      *     (IBMUSER.RECIBOS), LO IGNORA CON UNA INCIDENCIA. ESO
      *     HACE QUE UNA REEJECUCION DEL MISMO FICHERO TRAS UN
      *     ABEND NO CARGUE NADA DOS VECES: EL CARGO Y LA FILA DEL
      *     RECIBO VAN EN LA MISMA UNIDAD DE TRABAJO.
      *   - COMPRUEBA QUE EXISTE UN MANDATO ACTIVO DEL ACREEDOR
      *     (IBMUSER.MANDATOS) Y QUE ES DEL CONTRATO QUE INDICA EL
      *     RECIBO, Y QUE EL CONTRATO ESTA VIGENTE Y EN EUROS.
      *   - CARGA EL RECIBO EN EL CONTRATO COMO UN REINTEGRO A
      *     TRAVES DEL MODULO COMUN DE POSTEO PDB2015 (MISMAS
      *     REGLAS DE ESTADO Y SALDO DISPONIBLE QUE TODO EL
      *     SISTEMA).
      *   - GRABA EL RECIBO EN IBMUSER.RECIBOS: CARGADO ('C') CON
      *     SU MOVIMIENTO, O DEVUELTO ('D') CON EL CODIGO
      *     NORMALIZADO DEL MOTIVO Y LA DEVOLUCION PENDIENTE DE
      *     ENVIAR ('P'). EL FICHERO DE DEVOLUCIONES AL ACREEDOR LO
      *     GENERA PDB2050 CON TODAS LAS PENDIENTES.
      * LOS RECIBOS DEVUELTOS NO VAN A LA COLA DE REPARACION: EL
      * ACREEDOR RECIBE LA DEVOLUCION Y DECIDE SI LO VUELVE A
      * PRESENTAR.
      * LA FECHA DE CARGO Y LA FECHA DE OPERACION DE LOS CARGOS ES
      * LA FECHA CONTABLE ABIERTA DE LA NOCHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE RECIBOS VALIDADOS POR PDB2048
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

      * FICHERO DE SALIDA DE INCIDENCIAS
           SELECT FICHERO-SAL ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA             PIC X(100).

       FD FICHERO-SAL RECORDING MODE IS F
                      DATA RECORD IS REG-SALIDA.
       01 REG-SALIDA              PIC X(120).

       WORKING-STORAGE SECTION.

      * RECIBO DEL FICHERO LIMPIO, TAL COMO LO DEJO PDB2048
       01 WS-ENTRADA.
          05 WS-E-ACREEDOR        PIC X(10).
          05 WS-E-MANDATO         PIC X(20).
          05 WS-E-RECIBO          PIC X(20).
          05 WS-E-CONTRATO        PIC 9(09).
          05 WS-E-IMPORTE         PIC 9(11)V99.
          05 WS-E-CONCEPTO        PIC X(28).

      * CAMPOS DE SALIDA. INCLUYE EL ACREEDOR, EL RECIBO, EL
      * CONTRATO, EL IMPORTE Y EL CODIGO DE DEVOLUCION PARA QUE CADA
      * INCIDENCIA SEA AUTOCONTENIDA
       01 WS-SALIDA.
          05 WS-S-SQLCODE         PIC -999.
          05 WS-S-ACREEDOR        PIC X(10).
          05 WS-S-RECIBO          PIC X(20).
          05 WS-S-CONTRATO        PIC 9(9).
          05 WS-S-IMPORTE         PIC 9(11)V99.
          05 WS-S-MOTIVO          PIC X(04).
          05 WS-S-DESCRIPCION     PIC X(60).

      * FILESTATUS DEL FICHERO ENTRADA
       01 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

      * FILESTATUS DEL FICHERO SALIDA
       01 FS-SALIDA               PIC 99.

      * DESCRIPCION DEL MOVIMIENTO DE CARGO DEL RECIBO
       01 WS-DESC-RECIBO.
          05 FILLER               PIC X(07) VALUE 'RECIBO '.
          05 WS-DR-ACREEDOR       PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DR-CONCEPTO       PIC X(28).
          05 FILLER               PIC X(04) VALUE SPACES.

      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
       77 WS-EXISTE               PIC S9(9) COMP.

      * CODIGO NORMALIZADO DE DEVOLUCION DEL RECIBO EN CURSO (EN
      * BLANCO MIENTRAS EL RECIBO SE PUEDA CARGAR) Y SU TEXTO
       77 WS-MOTIVO               PIC X(04).
          88 WS-MOTIVO-NINGUNO    VALUE SPACES.
       77 WS-TEXTO-MOTIVO         PIC X(60).

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-LEIDOS           PIC 9(9) COMP.
       77 WS-TOT-CARGADOS         PIC 9(9) COMP.
       77 WS-TOT-DEVUELTOS        PIC 9(9) COMP.
       77 WS-TOT-YA-PROCESADOS    PIC 9(9) COMP.
       77 WS-TOT-IMP-CARGADO      PIC 9(13)V99.
       77 WS-TOT-IMP-DEVUELTO     PIC 9(13)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE MANDATO END-EXEC.
           EXEC SQL INCLUDE RECIBO END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL FS-ENTRADA-END.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO COBRO DE RECIBOS DOMICILIADOS'
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-LEIDOS
           INITIALIZE WS-TOT-CARGADOS
           INITIALIZE WS-TOT-DEVUELTOS
           INITIALIZE WS-TOT-YA-PROCESADOS
           INITIALIZE WS-TOT-IMP-CARGADO
           INITIALIZE WS-TOT-IMP-DEVUELTO

      * APERTURA DE FICHEROS DE ENTRADA Y SALIDA
           OPEN INPUT FICHERO-ENT
           OPEN OUTPUT FICHERO-SAL

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR Y DEL
      * PRIMER RECIBO A GRABAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO
           PERFORM 1300-CALCULA-NUEVO-RECIBO

      * LECTURA DEL PRIMER RECIBO
           READ FICHERO-ENT INTO WS-ENTRADA.

      *****************************************************************
      * RECUPERA LA FECHA CONTABLE ABIERTA, QUE ES LA FECHA DE       *
      * PROCESO DE TODA LA NOCHE AUNQUE EL BATCH CRUCE LA            *
      * MEDIANOCHE. SIN FECHA CONTABLE ABIERTA (APERTURA PDB2039 NO  *
      * EJECUTADA O NOCHE YA CERRADA) EL PROCESO NO ARRANCA.         *
      *****************************************************************
       1950-LEE-FECHA-CONTABLE.
           EXEC SQL
             SELECT FECHA_CONTABLE
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             FROM IBMUSER.FECHA_CONTABLE
             WHERE ESTADO = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY 'FECHA CONTABLE: '
                         FC-FECHA-CONTABLE OF DCLFECHACONTABLE
              WHEN 100
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
              WHEN OTHER
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'ERROR AL RECUPERAR LA FECHA CONTABLE'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * CALCULAMOS EL ID DEL MOVIMIENTO, RECUPERANDO EL MAYOR DE LOS *
      * ALMACENADOS EN LA TABLA DE MOVIMIENTOS Y SUMANDOLE 1, O      *
      * PONIENDOLO DIRECTAMENTE A 1 SI EN LA TABLA NO HAY NI 1.      *
      *****************************************************************
       1200-CALCULA-NUEVO-MOVIMIENTO.
           DISPLAY 'CALCULA NUEVO MOVIMIENTO'
           EXEC SQL
             SELECT MAX(CLAVE_MOVIMIENTO)
             INTO :CLAVE-MOVIMIENTO :IND-NULL
             FROM IBMUSER.MOVIMIENTOS
           END-EXEC.

      * SI SE PRODUCE ALGUN ERROR, SALIMOS DEL PROGRAMA
           IF SQLCODE NOT = 0 THEN
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL RECUPERAR CLAVE' TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO CLAVE-MOVIMIENTO
           ELSE
              PERFORM 2450-INCREMENTA-CLAVE-MOV
           END-IF.

      *****************************************************************
      * CALCULAMOS LA CLAVE DEL PRIMER RECIBO A GRABAR DE LA MISMA   *
      * FORMA: LA MAYOR DE LA TABLA DE RECIBOS MAS 1, O 1 SI LA      *
      * TABLA ESTA VACIA. ESTE PROCESO ES EL UNICO QUE DA DE ALTA    *
      * RECIBOS.                                                     *
      *****************************************************************
       1300-CALCULA-NUEVO-RECIBO.
           EXEC SQL
             SELECT MAX(CLAVE_RECIBO)
             INTO :DCLRECIBOS.RB-CLAVE-RECIBO :IND-NULL
             FROM IBMUSER.RECIBOS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL RECUPERAR CLAVE DE RECIBO'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE 1 TO RB-CLAVE-RECIBO
           ELSE
              PERFORM 2550-INCREMENTA-CLAVE-REC
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           DISPLAY 'COBRAMOS RECIBO ' WS-E-ACREEDOR ' ' WS-E-RECIBO
           ADD 1 TO WS-COMMIT
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2050-PREPARA-RECIBO
           PERFORM 2100-COMPRUEBA-PROCESADO
           IF WS-EXISTE > ZERO
      * EL ACREEDOR YA NOS ENVIO ESTE RECIBO (O ES UNA REEJECUCION):
      * NO SE VUELVE A CARGAR NI A DEVOLVER
              ADD 1 TO WS-TOT-YA-PROCESADOS
              MOVE 0 TO WS-S-SQLCODE
              MOVE SPACES TO WS-MOTIVO
              MOVE 'RECIBO YA PROCESADO ANTERIORMENTE. SE IGNORA'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
           ELSE
              MOVE SPACES TO WS-MOTIVO
              MOVE SPACES TO WS-TEXTO-MOTIVO
              PERFORM 2200-COMPRUEBA-MANDATO
              IF WS-MOTIVO-NINGUNO
                 PERFORM 2300-COMPRUEBA-CONTRATO
              END-IF
              IF WS-MOTIVO-NINGUNO
                 PERFORM 2400-CARGA-RECIBO
              END-IF
              IF WS-MOTIVO-NINGUNO
                 PERFORM 2500-GRABA-CARGADO
              ELSE
                 PERFORM 2600-GRABA-DEVUELTO
              END-IF
           END-IF
      * SIGUIENTE RECIBO
           READ FICHERO-ENT INTO WS-ENTRADA
           IF WS-COMMIT = 10 THEN
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT
           END-IF.

      *****************************************************************
      * PASA LOS DATOS DEL RECIBO LEIDO A LA DCLGEN DE RECIBOS.      *
      *****************************************************************
       2050-PREPARA-RECIBO.
           MOVE WS-E-ACREEDOR TO RB-CODIGO-ACREEDOR
           MOVE WS-E-MANDATO TO RB-REFERENCIA-MANDATO
           MOVE WS-E-RECIBO TO RB-REFERENCIA-RECIBO
           MOVE WS-E-CONTRATO TO RB-CLAVE-CONTRATO
           MOVE WS-E-IMPORTE TO RB-IMPORTE
           MOVE WS-E-CONCEPTO TO RB-CONCEPTO
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO RB-FECHA-CARGO.

      *****************************************************************
      * COMPRUEBA SI EL ACREEDOR YA NOS ENVIO ESTA REFERENCIA DE     *
      * RECIBO. DEJA EN WS-EXISTE EL NUMERO DE RECIBOS ENCONTRADOS.  *
      *****************************************************************
       2100-COMPRUEBA-PROCESADO.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-EXISTE
             FROM IBMUSER.RECIBOS
             WHERE CODIGO_ACREEDOR = :DCLRECIBOS.RB-CODIGO-ACREEDOR
               AND REFERENCIA_RECIBO =
                       :DCLRECIBOS.RB-REFERENCIA-RECIBO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL BUSCAR EL RECIBO EN LA TABLA DE RECIBOS'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * COMPRUEBA EL MANDATO: DEBE EXISTIR, ESTAR ACTIVO Y SER DEL   *
      * MISMO CONTRATO QUE INDICA EL RECIBO. CUALQUIER FALLO SE      *
      * DEVUELVE COMO MD01.                                          *
      *****************************************************************
       2200-COMPRUEBA-MANDATO.
           MOVE RB-CODIGO-ACREEDOR TO MD-CODIGO-ACREEDOR
           MOVE RB-REFERENCIA-MANDATO TO MD-REFERENCIA-MANDATO
           EXEC SQL
             SELECT CLAVE_CONTRATO, ESTADO
             INTO :DCLMANDATOS.MD-CLAVE-CONTRATO,
                  :DCLMANDATOS.MD-ESTADO
             FROM IBMUSER.MANDATOS
             WHERE CODIGO_ACREEDOR = :DCLMANDATOS.MD-CODIGO-ACREEDOR
               AND REFERENCIA_MANDATO =
                       :DCLMANDATOS.MD-REFERENCIA-MANDATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF MD-ESTADO NOT = 'A'
                    MOVE 'MD01' TO WS-MOTIVO
                    MOVE 'MANDATO DADO DE BAJA' TO WS-TEXTO-MOTIVO
                 ELSE
                    IF MD-CLAVE-CONTRATO NOT = RB-CLAVE-CONTRATO
                       MOVE 'MD01' TO WS-MOTIVO
                       MOVE 'EL MANDATO ES DE OTRO CONTRATO'
                                    TO WS-TEXTO-MOTIVO
                    END-IF
                 END-IF
              WHEN 100
                 MOVE 'MD01' TO WS-MOTIVO
                 MOVE 'MANDATO INEXISTENTE' TO WS-TEXTO-MOTIVO
              WHEN OTHER
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'ERROR AL RECUPERAR EL MANDATO'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * COMPRUEBA EL CONTRATO DEL RECIBO: DEBE EXISTIR (AC01), NO    *
      * ESTAR CANCELADO (AC04) NI BLOQUEADO (AC06) Y SER EN EUROS,   *
      * LA MONEDA DE LOS ADEUDOS DOMICILIADOS (AG01).                *
      *****************************************************************
       2300-COMPRUEBA-CONTRATO.
           MOVE RB-CLAVE-CONTRATO TO CLAVE-CONTRATO OF DCLCONTRATOS
           EXEC SQL
             SELECT ESTADO, MONEDA
             INTO :DCLCONTRATOS.ESTADO, :DCLCONTRATOS.MONEDA
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE TRUE
                    WHEN ESTADO OF DCLCONTRATOS = 'V'
                       IF MONEDA OF DCLCONTRATOS NOT = 'EUR'
                          MOVE 'AG01' TO WS-MOTIVO
                          MOVE 'CONTRATO NO ES EN EUROS'
                                       TO WS-TEXTO-MOTIVO
                       END-IF
                    WHEN ESTADO OF DCLCONTRATOS = 'C'
                       MOVE 'AC04' TO WS-MOTIVO
                       MOVE 'CONTRATO CANCELADO' TO WS-TEXTO-MOTIVO
                    WHEN OTHER
                       MOVE 'AC06' TO WS-MOTIVO
                       MOVE 'CONTRATO BLOQUEADO' TO WS-TEXTO-MOTIVO
                 END-EVALUATE
              WHEN 100
                 MOVE 'AC01' TO WS-MOTIVO
                 MOVE 'CONTRATO INEXISTENTE' TO WS-TEXTO-MOTIVO
              WHEN OTHER
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'ERROR AL RECUPERAR EL CONTRATO'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * CARGA EL RECIBO EN EL CONTRATO COMO UN REINTEGRO, A TRAVES   *
      * DEL MODULO COMUN PDB2015. EL UMBRAL DE AUTORIZACION NO SE     *
      * APLICA (EL CLIENTE YA AUTORIZO EL CARGO CON EL MANDATO) NI   *
      * LA VENTANA DE DUPLICADOS: LO QUE IMPIDE CARGAR DOS VECES EL  *
      * MISMO RECIBO ES SU REFERENCIA EN LA TABLA DE RECIBOS. LOS    *
      * RECHAZOS DEL MODULO SE TRADUCEN AL CODIGO DE DEVOLUCION.     *
      *****************************************************************
       2400-CARGA-RECIBO.
           MOVE RB-CODIGO-ACREEDOR TO WS-DR-ACREEDOR
           MOVE RB-CONCEPTO TO WS-DR-CONCEPTO
           MOVE 'P' TO P15-FUNCION
           MOVE RB-CLAVE-CONTRATO TO P15-CONT-ORIGEN
           MOVE ZERO TO P15-CONT-DESTINO
           MOVE RB-IMPORTE TO P15-IMPORTE
           MOVE WS-DESC-RECIBO TO P15-DESCRIPCION
           MOVE 'R' TO P15-TIPO-MOV
           MOVE CLAVE-MOVIMIENTO TO P15-CLAVE-MOVIMIENTO
           MOVE 'N' TO P15-COMPRUEBA-DUPLICADOS
           MOVE 'N' TO P15-CONTROLA-UMBRAL
           MOVE 'PDB2049 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
                 MOVE CLAVE-MOVIMIENTO TO RB-CLAVE-MOVIMIENTO
                 PERFORM 2450-INCREMENTA-CLAVE-MOV
              WHEN P15-RECH-DESCUBIERTO
                 MOVE 'AM04' TO WS-MOTIVO
                 MOVE P15-TEXTO-RECHAZO TO WS-TEXTO-MOTIVO
              WHEN P15-RECH-ORIGEN
                 MOVE 'AC06' TO WS-MOTIVO
                 MOVE P15-TEXTO-RECHAZO TO WS-TEXTO-MOTIVO
              WHEN P15-RECHAZO-NEGOCIO
                 MOVE 'MS03' TO WS-MOTIVO
                 MOVE P15-TEXTO-RECHAZO TO WS-TEXTO-MOTIVO
              WHEN OTHER
                 MOVE P15-SQLCODE TO WS-S-SQLCODE
                 MOVE P15-TEXTO-RECHAZO TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * INCREMENTA EN 1 LA CLAVE DEL MOVIMIENTO ANTES DE INSERTARLA
      * EN LA TABLA DE MOVIMIENTOS
      ******************************************************************
       2450-INCREMENTA-CLAVE-MOV.
           COMPUTE CLAVE-MOVIMIENTO = CLAVE-MOVIMIENTO + 1.

      *****************************************************************
      * GRABA EL RECIBO CARGADO ('C') CON SU MOVIMIENTO DE CARGO, EN *
      * LA MISMA UNIDAD DE TRABAJO QUE EL CARGO.                     *
      *****************************************************************
       2500-GRABA-CARGADO.
           EXEC SQL
             INSERT INTO IBMUSER.RECIBOS
                    (CLAVE_RECIBO, CODIGO_ACREEDOR,
                     REFERENCIA_MANDATO, REFERENCIA_RECIBO,
                     CLAVE_CONTRATO, IMPORTE, CONCEPTO, FECHA_CARGO,
                     ESTADO, MOTIVO_DEVOLUCION, CLAVE_MOVIMIENTO,
                     CLAVE_MOV_REEMBOLSO, FECHA_DEVOLUCION,
                     ENVIO_DEVOLUCION, USUARIO_DISPUTA)
             VALUES (:DCLRECIBOS.RB-CLAVE-RECIBO,
                     :DCLRECIBOS.RB-CODIGO-ACREEDOR,
                     :DCLRECIBOS.RB-REFERENCIA-MANDATO,
                     :DCLRECIBOS.RB-REFERENCIA-RECIBO,
                     :DCLRECIBOS.RB-CLAVE-CONTRATO,
                     :DCLRECIBOS.RB-IMPORTE,
                     :DCLRECIBOS.RB-CONCEPTO,
                     :DCLRECIBOS.RB-FECHA-CARGO,
                     'C', NULL,
                     :DCLRECIBOS.RB-CLAVE-MOVIMIENTO,
                     NULL, NULL, ' ', NULL)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL GRABAR EL RECIBO CARGADO'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2550-INCREMENTA-CLAVE-REC
           ADD 1 TO WS-TOT-CARGADOS
           ADD RB-IMPORTE TO WS-TOT-IMP-CARGADO.

      ******************************************************************
      * INCREMENTA EN 1 LA CLAVE DEL RECIBO PARA EL SIGUIENTE ALTA
      ******************************************************************
       2550-INCREMENTA-CLAVE-REC.
           COMPUTE RB-CLAVE-RECIBO = RB-CLAVE-RECIBO + 1.

      *****************************************************************
      * GRABA EL RECIBO DEVUELTO ('D') CON SU CODIGO DE DEVOLUCION Y *
      * LA DEVOLUCION PENDIENTE DE ENVIAR AL ACREEDOR ('P'), Y DEJA  *
      * UNA INCIDENCIA CON EL MOTIVO PARA OPERACIONES.               *
      *****************************************************************
       2600-GRABA-DEVUELTO.
           MOVE WS-MOTIVO TO RB-MOTIVO-DEVOLUCION
           EXEC SQL
             INSERT INTO IBMUSER.RECIBOS
                    (CLAVE_RECIBO, CODIGO_ACREEDOR,
                     REFERENCIA_MANDATO, REFERENCIA_RECIBO,
                     CLAVE_CONTRATO, IMPORTE, CONCEPTO, FECHA_CARGO,
                     ESTADO, MOTIVO_DEVOLUCION, CLAVE_MOVIMIENTO,
                     CLAVE_MOV_REEMBOLSO, FECHA_DEVOLUCION,
                     ENVIO_DEVOLUCION, USUARIO_DISPUTA)
             VALUES (:DCLRECIBOS.RB-CLAVE-RECIBO,
                     :DCLRECIBOS.RB-CODIGO-ACREEDOR,
                     :DCLRECIBOS.RB-REFERENCIA-MANDATO,
                     :DCLRECIBOS.RB-REFERENCIA-RECIBO,
                     :DCLRECIBOS.RB-CLAVE-CONTRATO,
                     :DCLRECIBOS.RB-IMPORTE,
                     :DCLRECIBOS.RB-CONCEPTO,
                     :DCLRECIBOS.RB-FECHA-CARGO,
                     'D', :DCLRECIBOS.RB-MOTIVO-DEVOLUCION,
                     NULL, NULL,
                     :DCLRECIBOS.RB-FECHA-CARGO,
                     'P', NULL)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL GRABAR EL RECIBO DEVUELTO'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2550-INCREMENTA-CLAVE-REC
           ADD 1 TO WS-TOT-DEVUELTOS
           ADD RB-IMPORTE TO WS-TOT-IMP-DEVUELTO
           MOVE 0 TO WS-S-SQLCODE
           MOVE WS-TEXTO-MOTIVO TO WS-S-DESCRIPCION
           PERFORM 2900-ESCRIBE-INCIDENCIA.

      *****************************************************************
      * ESCRIBE UNA INCIDENCIA EN EL FICHERO DE SALIDA. EL PARRAFO   *
      * QUE LA INVOCA YA HA DEJADO PREPARADOS WS-S-SQLCODE Y         *
      * WS-S-DESCRIPCION; AQUI SE COMPLETA CON LOS DATOS DEL RECIBO  *
      * PARA QUE LA LINEA SEA AUTOCONTENIDA.                         *
      *****************************************************************
       2900-ESCRIBE-INCIDENCIA.
           MOVE WS-E-ACREEDOR TO WS-S-ACREEDOR
           MOVE WS-E-RECIBO TO WS-S-RECIBO
           MOVE WS-E-CONTRATO TO WS-S-CONTRATO
           MOVE WS-E-IMPORTE TO WS-S-IMPORTE
           MOVE WS-MOTIVO TO WS-S-MOTIVO
           MOVE WS-SALIDA TO REG-SALIDA
           WRITE REG-SALIDA.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
      * COMMITEAMOS EL ULTIMO GRUPO DE REGISTROS, QUE PUEDE NO LLEGAR
      * A LOS DIEZ QUE PROVOCAN EL COMMIT DENTRO DE 2000-PROCESO
           EXEC SQL COMMIT END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           CLOSE FICHERO-ENT
           CLOSE FICHERO-SAL
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: RECIBOS     *
      * LEIDOS, CARGADOS, DEVUELTOS E IGNORADOS POR YA PROCESADOS.   *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2049'
           DISPLAY '----------------------------------------------'
           DISPLAY 'RECIBOS LEIDOS                  : '
                   WS-TOT-LEIDOS
           DISPLAY 'RECIBOS CARGADOS                : '
                   WS-TOT-CARGADOS
           DISPLAY '  IMPORTE CARGADO               : '
                   WS-TOT-IMP-CARGADO
           DISPLAY 'RECIBOS DEVUELTOS               : '
                   WS-TOT-DEVUELTOS
           DISPLAY '  IMPORTE DEVUELTO              : '
                   WS-TOT-IMP-DEVUELTO
           DISPLAY 'RECIBOS YA PROCESADOS           : '
                   WS-TOT-YA-PROCESADOS
           DISPLAY '----------------------------------------------'.

      ******************************************************************
      * PARRAFO DE ERROR, REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS  *
      * Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO).        *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR'
           EXEC SQL ROLLBACK END-EXEC
           MOVE 8 TO RETURN-CODE
           GOBACK.
