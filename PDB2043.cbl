       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2043.
       AUTHOR. TRONCOSO LEANDRO.

      * VIGILANCIA NOCTURNA DE PREVENCION DE BLANQUEO. AGRUPA LA
      * ACTIVIDAD DE IBMUSER.MOVIMIENTOS Y DE
      * IBMUSER.TRANSFERENCIAS_EXT POR CLIENTE (A TRAVES DE
      * CONTRATOS.CLAVE_CLIENTE) Y APLICA LAS REGLAS ACTIVADAS EN EL
      * FICHERO DE PARAMETROS, CADA UNA CON SU VENTANA DE DIAS
      * CONTADA HACIA ATRAS DESDE LA FECHA CONTABLE DE LA NOCHE:
      *   - 'FR' FRACCIONAMIENTO: UN MINIMO DE INGRESOS ('I', SIN
      *     CONTRATO ORIGEN) CADA UNO JUSTO POR DEBAJO DEL UMBRAL DE
      *     DECLARACION (ENTRE EL UMBRAL MENOS EL MARGEN Y EL
      *     UMBRAL).
      *   - 'PT' PASO A TRANSFERENCIA EXTERNA: LO EMITIDO A CUENTAS
      *     DE OTRAS ENTIDADES POR PDB2033 LLEGA AL MINIMO Y ES AL
      *     MENOS EL PORCENTAJE INDICADO DE LO QUE ENTRO EN LOS
      *     CONTRATOS DEL CLIENTE DESDE FUERA (INGRESOS Y TRASPASOS
      *     DE OTROS CLIENTES) EN LA MISMA VENTANA.
      *   - 'DO' DORMIDO: UN CONTRATO QUE PDB2031 TENIA DORMIDO Y QUE
      *     DESPERTO DENTRO DE LA VENTANA (CONTRATOS.FECHA_FIN_DORMIDO,
      *     QUE DEJA EL MODULO DE POSTEO PDB2015) MUEVE DESDE ENTONCES
      *     AL MENOS EL IMPORTE MINIMO.
      * CADA ACIERTO DA DE ALTA UNA ALERTA ABIERTA ('A') EN
      * IBMUSER.ALERTAS_AML PARA QUE CUMPLIMIENTO NORMATIVO LA
      * TRABAJE DESDE PB44, Y UNA LINEA EN EL LISTADO DE ALERTAS. UN
      * CLIENTE (UN CONTRATO EN 'DO') QUE YA TIENE UNA ALERTA DE LA
      * MISMA REGLA DENTRO DE LA VENTANA NO GENERA OTRA: LA MISMA
      * ACTIVIDAD SEGUIRIA CUMPLIENDO LA REGLA VARIAS NOCHES
      * SEGUIDAS. POR LO MISMO, RELANZAR EL PROCESO EN LA MISMA
      * NOCHE NO DUPLICA ALERTAS.
      * LOS UMBRALES SON EUROS: LOS IMPORTES EN OTRAS MONEDAS SE
      * CONVIERTEN CON EL CAMBIO DE LA FECHA CONTABLE DE
      * TIPOS_CAMBIO; UNA MONEDA SIN CAMBIO ESA FECHA SE TOMA POR SU
      * IMPORTE NOMINAL. LA LIQUIDACION MENSUAL DE PDB2005 NO ES
      * ACTIVIDAD DEL CLIENTE Y NO CUENTA EN NINGUNA REGLA; EL ABONO
      * DEL PRINCIPAL DE UN PRESTAMO (PB46) NO CUENTA EN 'FR'.
      * PARAMETRO (UN REGISTRO):
      *   FR: ACTIVA (S/N), UMBRAL EN EUROS 9(09), MARGEN POR DEBAJO
      *       DEL UMBRAL EN % 9(02), VENTANA EN DIAS 9(03), NUMERO
      *       MINIMO DE INGRESOS 9(03).
      *   PT: ACTIVA (S/N), VENTANA EN DIAS 9(03), % MINIMO DE LO
      *       ENTRADO QUE SALE 9(03), IMPORTE MINIMO EN EUROS 9(09).
      *   DO: ACTIVA (S/N), VENTANA EN DIAS 9(03), IMPORTE MINIMO
      *       EN EUROS 9(09).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON LAS REGLAS Y SUS UMBRALES
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

      * LISTADO DE LAS ALERTAS GENERADAS EN LA NOCHE
           SELECT FICHERO-SAL ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(47).

       FD FICHERO-SAL RECORDING MODE IS F
                      DATA RECORD IS REG-SALIDA.
       01 REG-SALIDA              PIC X(80).

       WORKING-STORAGE SECTION.

      * PARAMETROS: ACTIVACION Y UMBRALES DE CADA REGLA
       01 WS-PARM.
          05 WS-P-FR-ACTIVA       PIC X(01).
          05 WS-P-FR-UMBRAL       PIC 9(09).
          05 WS-P-FR-MARGEN       PIC 9(02).
          05 WS-P-FR-DIAS         PIC 9(03).
          05 WS-P-FR-MINIMO       PIC 9(03).
          05 WS-P-PT-ACTIVA       PIC X(01).
          05 WS-P-PT-DIAS         PIC 9(03).
          05 WS-P-PT-PORCENTAJE   PIC 9(03).
          05 WS-P-PT-MINIMO       PIC 9(09).
          05 WS-P-DO-ACTIVA       PIC X(01).
          05 WS-P-DO-DIAS         PIC 9(03).
          05 WS-P-DO-MINIMO       PIC 9(09).

      * UMBRALES PREPARADOS PARA LAS SENTENCIAS SQL: PRIMER DIA DE
      * CADA VENTANA, IMPORTES EN EUROS Y CONTADORES
       77 WS-DIAS-ATRAS           PIC S9(9) COMP.
       77 WS-FR-FECHA-DESDE       PIC X(10).
       77 WS-FR-IMPORTE-DESDE     PIC S9(11)V9(2) COMP-3.
       77 WS-FR-UMBRAL            PIC S9(11)V9(2) COMP-3.
       77 WS-FR-MINIMO            PIC S9(9) COMP.
       77 WS-PT-FECHA-DESDE       PIC X(10).
       77 WS-PT-MINIMO            PIC S9(11)V9(2) COMP-3.
       77 WS-PT-ENTRADAS          PIC S9(11)V9(2) COMP-3.
       77 WS-DO-FECHA-DESDE       PIC X(10).
       77 WS-DO-MINIMO            PIC S9(11)V9(2) COMP-3.

      * COMPROBACION DE ALERTA YA EXISTENTE EN LA VENTANA DE LA
      * REGLA (CONTRATO CERO: CUALQUIER CONTRATO DEL CLIENTE)
       77 WS-REP-FECHA-DESDE      PIC X(10).
       77 WS-REP-CONTRATO         PIC S9(9) COMP.
       77 WS-REP-CONT             PIC S9(9) COMP.

      * ULTIMA CLAVE DE ALERTA ASIGNADA. SOLO ESTE PROCESO DA DE
      * ALTA ALERTAS, ASI QUE BASTA CON EL MAXIMO AL ARRANCAR
       77 WS-CLAVE-ALERTA         PIC S9(9) COMP.
       77 IND-NULL                PIC S9(4) COMP-5.

      * LINEA DEL LISTADO: ALERTA, REGLA, CLIENTE, CONTRATO,
      * OPERACIONES E IMPORTE EN EUROS
       01 WS-SALIDA.
          05 WS-S-CLAVE-ALERTA    PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-S-REGLA           PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-S-CLAVE-CLIENTE   PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-S-CLAVE-CONTRATO  PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-S-OPERACIONES     PIC ZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-S-IMPORTE         PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(22) VALUE SPACES.

      * TEXTO DEL DETALLE DE UNA ALERTA DE FRACCIONAMIENTO
       01 WS-DET-FR.
          05 WS-DFR-NUMERO        PIC ZZZZ9.
          05 FILLER               PIC X(13) VALUE ' INGRESOS DE '.
          05 WS-DFR-DESDE         PIC ZZZZZZZZ9.
          05 FILLER               PIC X(16) VALUE ' EUR A MENOS DE '.
          05 WS-DFR-HASTA         PIC ZZZZZZZZ9.
          05 FILLER               PIC X(08) VALUE ' EUR EN '.
          05 WS-DFR-DIAS          PIC ZZ9.
          05 FILLER               PIC X(05) VALUE ' DIAS'.
          05 FILLER               PIC X(11) VALUE SPACES.

      * TEXTO DEL DETALLE DE UNA ALERTA DE PASO AL EXTERIOR
       01 WS-DET-PT.
          05 FILLER               PIC X(05) VALUE 'SALE '.
          05 WS-DPT-SALIDAS       PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(20) VALUE
             ' EUR AL EXTERIOR DE '.
          05 WS-DPT-ENTRADAS      PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(13) VALUE ' ENTRADOS EN '.
          05 WS-DPT-DIAS          PIC ZZ9.
          05 FILLER               PIC X(05) VALUE ' DIAS'.
          05 FILLER               PIC X(05) VALUE SPACES.

      * TEXTO DEL DETALLE DE UNA ALERTA DE CONTRATO DORMIDO
       01 WS-DET-DO.
          05 FILLER               PIC X(14) VALUE 'DESPERTADO EL '.
          05 WS-DDO-FECHA         PIC X(10).
          05 FILLER               PIC X(02) VALUE ': '.
          05 WS-DDO-NUMERO        PIC ZZZZ9.
          05 FILLER               PIC X(17) VALUE
             ' MOVIMIENTOS POR '.
          05 WS-DDO-IMPORTE       PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(04) VALUE ' EUR'.
          05 FILLER               PIC X(13) VALUE SPACES.

      * FILESTATUS DE LOS FICHEROS
       01 FS-PARM                 PIC 99.
       01 FS-SALIDA               PIC 99.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 WS-FIN-CANDIDATOS       PIC X.
          88 WS-FIN-CANDIDATOS-SI VALUE 'S'.
          88 WS-FIN-CANDIDATOS-NO VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-CAND-FR          PIC 9(9) COMP.
       77 WS-TOT-CAND-PT          PIC 9(9) COMP.
       77 WS-TOT-CAND-DO          PIC 9(9) COMP.
       77 WS-TOT-ALERTAS-FR       PIC 9(9) COMP.
       77 WS-TOT-ALERTAS-PT       PIC 9(9) COMP.
       77 WS-TOT-ALERTAS-DO       PIC 9(9) COMP.
       77 WS-TOT-REPETIDAS        PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE ALERTAML END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO VIGILANCIA DE PREVENCION DE BLANQUEO'
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-CAND-FR
           INITIALIZE WS-TOT-CAND-PT
           INITIALIZE WS-TOT-CAND-DO
           INITIALIZE WS-TOT-ALERTAS-FR
           INITIALIZE WS-TOT-ALERTAS-PT
           INITIALIZE WS-TOT-ALERTAS-DO
           INITIALIZE WS-TOT-REPETIDAS

      * APERTURA DE FICHEROS Y LECTURA DE LOS PARAMETROS
           OPEN INPUT FICHERO-PARM
           OPEN OUTPUT FICHERO-SAL
           READ FICHERO-PARM INTO WS-PARM
           IF FS-PARM NOT = 00
              DISPLAY 'FALTA EL PARAMETRO DE REGLAS DE VIGILANCIA'
              PERFORM 9999-ERROR
           END-IF
           CLOSE FICHERO-PARM
           PERFORM 1100-VALIDA-PARAMETROS

      * FECHA CONTABLE DE LA NOCHE, DESDE LA QUE SE CUENTAN HACIA
      * ATRAS LAS VENTANAS DE LAS REGLAS
           PERFORM 1950-LEE-FECHA-CONTABLE
           PERFORM 1200-PREPARA-REGLAS

      * ULTIMA CLAVE DE ALERTA ASIGNADA
           EXEC SQL
             SELECT MAX(CLAVE_ALERTA)
             INTO :WS-CLAVE-ALERTA :IND-NULL
             FROM IBMUSER.ALERTAS_AML
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL RECUPERAR LA ULTIMA ALERTA. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF IND-NULL = -1
              MOVE ZERO TO WS-CLAVE-ALERTA
           END-IF.

      *****************************************************************
      * VALIDA EL FICHERO DE PARAMETROS: INDICADORES DE ACTIVACION   *
      * 'S' O 'N', CAMPOS NUMERICOS Y VENTANAS DE AL MENOS UN DIA.   *
      * UNA REGLA MAL PARAMETRIZADA NO SE PUEDE APLICAR A MEDIAS: EL *
      * PROCESO NO ARRANCA.                                          *
      *****************************************************************
       1100-VALIDA-PARAMETROS.
           IF (WS-P-FR-ACTIVA NOT = 'S' AND WS-P-FR-ACTIVA NOT = 'N')
              OR (WS-P-PT-ACTIVA NOT = 'S' AND WS-P-PT-ACTIVA NOT = 'N')
              OR (WS-P-DO-ACTIVA NOT = 'S' AND WS-P-DO-ACTIVA NOT = 'N')
              DISPLAY 'ACTIVACION DE REGLA NO VALIDA (S/N)'
              PERFORM 9999-ERROR
           END-IF
           IF WS-P-FR-UMBRAL NOT NUMERIC
              OR WS-P-FR-MARGEN NOT NUMERIC
              OR WS-P-FR-DIAS NOT NUMERIC
              OR WS-P-FR-MINIMO NOT NUMERIC
              OR WS-P-PT-DIAS NOT NUMERIC
              OR WS-P-PT-PORCENTAJE NOT NUMERIC
              OR WS-P-PT-MINIMO NOT NUMERIC
              OR WS-P-DO-DIAS NOT NUMERIC
              OR WS-P-DO-MINIMO NOT NUMERIC
              DISPLAY 'UMBRAL DE REGLA NO NUMERICO'
              PERFORM 9999-ERROR
           END-IF
           IF WS-P-FR-DIAS = ZERO
              OR WS-P-PT-DIAS = ZERO
              OR WS-P-DO-DIAS = ZERO
              DISPLAY 'VENTANA DE REGLA A CERO DIAS'
              PERFORM 9999-ERROR
           END-IF
           IF WS-P-PT-PORCENTAJE = ZERO
              OR WS-P-PT-PORCENTAJE GREATER THAN 100
              DISPLAY 'PORCENTAJE DE PASO AL EXTERIOR FUERA DE 1-100'
              PERFORM 9999-ERROR
           END-IF
           DISPLAY 'FR ACTIVA/UMBRAL/MARGEN/DIAS/MINIMO: '
                   WS-P-FR-ACTIVA '/' WS-P-FR-UMBRAL '/'
                   WS-P-FR-MARGEN '/' WS-P-FR-DIAS '/'
                   WS-P-FR-MINIMO
           DISPLAY 'PT ACTIVA/DIAS/PORCENTAJE/MINIMO   : '
                   WS-P-PT-ACTIVA '/' WS-P-PT-DIAS '/'
                   WS-P-PT-PORCENTAJE '/' WS-P-PT-MINIMO
           DISPLAY 'DO ACTIVA/DIAS/MINIMO              : '
                   WS-P-DO-ACTIVA '/' WS-P-DO-DIAS '/'
                   WS-P-DO-MINIMO.

      *****************************************************************
      * PREPARA LOS UMBRALES DE LAS REGLAS PARA LAS SENTENCIAS SQL:  *
      * EL PRIMER DIA DE CADA VENTANA (LA VENTANA DE N DIAS TERMINA  *
      * EN LA FECHA CONTABLE, INCLUIDA) Y LOS IMPORTES EN EUROS.     *
      *****************************************************************
       1200-PREPARA-REGLAS.
           COMPUTE WS-FR-UMBRAL = WS-P-FR-UMBRAL
           COMPUTE WS-FR-IMPORTE-DESDE ROUNDED =
                   WS-P-FR-UMBRAL * (100 - WS-P-FR-MARGEN) / 100
           MOVE WS-P-FR-MINIMO TO WS-FR-MINIMO
           MOVE WS-P-PT-MINIMO TO WS-PT-MINIMO
           MOVE WS-P-DO-MINIMO TO WS-DO-MINIMO
           COMPUTE WS-DIAS-ATRAS = WS-P-FR-DIAS - 1
           PERFORM 1250-CALCULA-FECHA-DESDE
           MOVE WS-REP-FECHA-DESDE TO WS-FR-FECHA-DESDE
           COMPUTE WS-DIAS-ATRAS = WS-P-PT-DIAS - 1
           PERFORM 1250-CALCULA-FECHA-DESDE
           MOVE WS-REP-FECHA-DESDE TO WS-PT-FECHA-DESDE
           COMPUTE WS-DIAS-ATRAS = WS-P-DO-DIAS - 1
           PERFORM 1250-CALCULA-FECHA-DESDE
           MOVE WS-REP-FECHA-DESDE TO WS-DO-FECHA-DESDE
           DISPLAY 'VENTANAS DESDE FR/PT/DO: ' WS-FR-FECHA-DESDE '/'
                   WS-PT-FECHA-DESDE '/' WS-DO-FECHA-DESDE.

      *****************************************************************
      * RESTA WS-DIAS-ATRAS DIAS A LA FECHA CONTABLE Y DEJA LA FECHA *
      * RESULTANTE EN WS-REP-FECHA-DESDE.                            *
      *****************************************************************
       1250-CALCULA-FECHA-DESDE.
           EXEC SQL
             SELECT DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE)
                    - :WS-DIAS-ATRAS DAYS
             INTO :WS-REP-FECHA-DESDE
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR LA VENTANA DE UNA REGLA. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF.

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
                 DISPLAY 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA.'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL RECUPERAR LA FECHA CONTABLE. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * APLICA UNA TRAS OTRA LAS REGLAS ACTIVADAS EN LOS PARAMETROS. *
      *****************************************************************
       2000-PROCESO.
           IF WS-P-FR-ACTIVA = 'S'
              PERFORM 2100-REGLA-FRACCIONAMIENTO
           ELSE
              DISPLAY 'REGLA FR (FRACCIONAMIENTO) DESACTIVADA'
           END-IF
           IF WS-P-PT-ACTIVA = 'S'
              PERFORM 2300-REGLA-PASO-EXTERIOR
           ELSE
              DISPLAY 'REGLA PT (PASO AL EXTERIOR) DESACTIVADA'
           END-IF
           IF WS-P-DO-ACTIVA = 'S'
              PERFORM 2600-REGLA-DORMIDO
           ELSE
              DISPLAY 'REGLA DO (CONTRATO DORMIDO) DESACTIVADA'
           END-IF.

      *****************************************************************
      * REGLA 'FR': CLIENTES CON UN MINIMO DE INGRESOS EN LA VENTANA *
      * CUYO IMPORTE EN EUROS QUEDA ENTRE EL UMBRAL MENOS EL MARGEN  *
      * Y EL UMBRAL (SIN LLEGAR A EL). EL INGRESO SE ATRIBUYE AL     *
      * CLIENTE DEL CONTRATO DESTINO. EL ABONO DEL PRINCIPAL DE UN   *
      * PRESTAMO LO HACE EL BANCO, NO EL CLIENTE, Y NO CUENTA.       *
      *****************************************************************
       2100-REGLA-FRACCIONAMIENTO.
           EXEC SQL
             DECLARE CUR-FRACCIONAMIENTO CURSOR WITH HOLD FOR
             SELECT C.CLAVE_CLIENTE, MIN(C.CLAVE_CONTRATO), COUNT(*),
                    SUM(M.IMPORTE * COALESCE(T.TASA, 1))
             FROM IBMUSER.MOVIMIENTOS M
                  INNER JOIN IBMUSER.CONTRATOS C
                     ON C.CLAVE_CONTRATO = M.DESTINO
                  LEFT OUTER JOIN IBMUSER.TIPOS_CAMBIO T
                     ON T.FECHA =
                        :DCLFECHACONTABLE.FC-FECHA-CONTABLE
                    AND T.MONEDA = M.MONEDA
             WHERE M.ORIGEN = 0
               AND M.OPERADOR <> 'PDB2005 '
               AND NOT EXISTS
                   (SELECT 1
                    FROM IBMUSER.PRESTAMOS P
                    WHERE P.CLAVE_MOV_DESEMBOLSO = M.CLAVE_MOVIMIENTO)
               AND DATE(M.FECHA_MOVIMIENTO) >= :WS-FR-FECHA-DESDE
               AND M.IMPORTE * COALESCE(T.TASA, 1) >=
                   :WS-FR-IMPORTE-DESDE
               AND M.IMPORTE * COALESCE(T.TASA, 1) < :WS-FR-UMBRAL
             GROUP BY C.CLAVE_CLIENTE
             HAVING COUNT(*) >= :WS-FR-MINIMO
             ORDER BY C.CLAVE_CLIENTE
           END-EXEC

           EXEC SQL
             OPEN CUR-FRACCIONAMIENTO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE FRACCIONAMIENTO. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE 'N' TO WS-FIN-CANDIDATOS
           PERFORM 2110-LEE-FRACCIONAMIENTO
           PERFORM 2120-TRATA-FRACCIONAMIENTO
              UNTIL WS-FIN-CANDIDATOS-SI
           EXEC SQL
             CLOSE CUR-FRACCIONAMIENTO
           END-EXEC.

      *****************************************************************
      * LEE EL SIGUIENTE CLIENTE QUE CUMPLE LA REGLA 'FR'.           *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS.                      *
      *****************************************************************
       2110-LEE-FRACCIONAMIENTO.
           EXEC SQL
             FETCH CUR-FRACCIONAMIENTO
             INTO :DCLALERTASAML.AL-CLAVE-CLIENTE,
                  :DCLALERTASAML.AL-CLAVE-CONTRATO,
                  :DCLALERTASAML.AL-NUM-OPERACIONES,
                  :DCLALERTASAML.AL-IMPORTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER EL CURSOR DE FRACCIONAMIENTO. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CANDIDATOS
           END-IF.

      *****************************************************************
      * DA DE ALTA LA ALERTA 'FR' DEL CLIENTE LEIDO Y PASA AL        *
      * SIGUIENTE.                                                   *
      *****************************************************************
       2120-TRATA-FRACCIONAMIENTO.
           ADD 1 TO WS-TOT-CAND-FR
           MOVE 'FR' TO AL-REGLA
           MOVE AL-NUM-OPERACIONES TO WS-DFR-NUMERO
           MOVE WS-FR-IMPORTE-DESDE TO WS-DFR-DESDE
           MOVE WS-P-FR-UMBRAL TO WS-DFR-HASTA
           MOVE WS-P-FR-DIAS TO WS-DFR-DIAS
           MOVE WS-DET-FR TO AL-DETALLE
           MOVE WS-FR-FECHA-DESDE TO WS-REP-FECHA-DESDE
           MOVE ZERO TO WS-REP-CONTRATO
           PERFORM 2900-GRABA-ALERTA
           IF WS-REP-CONT = ZERO
              ADD 1 TO WS-TOT-ALERTAS-FR
           END-IF
           PERFORM 2110-LEE-FRACCIONAMIENTO
           PERFORM 2950-COMMIT-PERIODICO.

      *****************************************************************
      * REGLA 'PT': CLIENTES CUYAS TRANSFERENCIAS EMITIDAS A OTRAS   *
      * ENTIDADES EN LA VENTANA (PENDIENTES, EN CAMINO O LIQUIDADAS; *
      * NO LAS RECHAZADAS NI LAS DEVUELTAS) LLEGAN AL MINIMO. PARA   *
      * CADA UNO SE CALCULA DESPUES LO QUE ENTRO DESDE FUERA.        *
      *****************************************************************
       2300-REGLA-PASO-EXTERIOR.
           EXEC SQL
             DECLARE CUR-PASO-EXTERIOR CURSOR WITH HOLD FOR
             SELECT C.CLAVE_CLIENTE, MIN(C.CLAVE_CONTRATO), COUNT(*),
                    SUM(E.IMPORTE * COALESCE(T.TASA, 1))
             FROM IBMUSER.TRANSFERENCIAS_EXT E
                  INNER JOIN IBMUSER.CONTRATOS C
                     ON C.CLAVE_CONTRATO = E.CLAVE_CONTRATO
                  LEFT OUTER JOIN IBMUSER.TIPOS_CAMBIO T
                     ON T.FECHA =
                        :DCLFECHACONTABLE.FC-FECHA-CONTABLE
                    AND T.MONEDA = C.MONEDA
             WHERE E.SENTIDO = 'E'
               AND E.ESTADO IN ('P', 'C', 'L')
               AND DATE(E.FECHA_ALTA) >= :WS-PT-FECHA-DESDE
             GROUP BY C.CLAVE_CLIENTE
             HAVING SUM(E.IMPORTE * COALESCE(T.TASA, 1)) >=
                    :WS-PT-MINIMO
             ORDER BY C.CLAVE_CLIENTE
           END-EXEC

           EXEC SQL
             OPEN CUR-PASO-EXTERIOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE PASO AL EXTERIOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE 'N' TO WS-FIN-CANDIDATOS
           PERFORM 2310-LEE-PASO-EXTERIOR
           PERFORM 2320-TRATA-PASO-EXTERIOR
              UNTIL WS-FIN-CANDIDATOS-SI
           EXEC SQL
             CLOSE CUR-PASO-EXTERIOR
           END-EXEC.

      *****************************************************************
      * LEE EL SIGUIENTE CLIENTE CANDIDATO A LA REGLA 'PT'.          *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS.                      *
      *****************************************************************
       2310-LEE-PASO-EXTERIOR.
           EXEC SQL
             FETCH CUR-PASO-EXTERIOR
             INTO :DCLALERTASAML.AL-CLAVE-CLIENTE,
                  :DCLALERTASAML.AL-CLAVE-CONTRATO,
                  :DCLALERTASAML.AL-NUM-OPERACIONES,
                  :DCLALERTASAML.AL-IMPORTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER EL CURSOR DE PASO AL EXTERIOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CANDIDATOS
           END-IF.

      *****************************************************************
      * COMPARA LO EMITIDO AL EXTERIOR CON LO ENTRADO DESDE FUERA.   *
      * LA REGLA SE CUMPLE SI LO ENTRADO TAMBIEN LLEGA AL MINIMO Y   *
      * LO EMITIDO ES AL MENOS EL PORCENTAJE PARAMETRIZADO DE LO     *
      * ENTRADO: EL DINERO SOLO HA PASADO POR LA CUENTA.             *
      *****************************************************************
       2320-TRATA-PASO-EXTERIOR.
           ADD 1 TO WS-TOT-CAND-PT
           PERFORM 2350-CALCULA-ENTRADAS
           IF WS-PT-ENTRADAS NOT LESS THAN WS-PT-MINIMO
              AND AL-IMPORTE * 100 NOT LESS THAN
                  WS-PT-ENTRADAS * WS-P-PT-PORCENTAJE
              MOVE 'PT' TO AL-REGLA
              MOVE AL-IMPORTE TO WS-DPT-SALIDAS
              MOVE WS-PT-ENTRADAS TO WS-DPT-ENTRADAS
              MOVE WS-P-PT-DIAS TO WS-DPT-DIAS
              MOVE WS-DET-PT TO AL-DETALLE
              MOVE WS-PT-FECHA-DESDE TO WS-REP-FECHA-DESDE
              MOVE ZERO TO WS-REP-CONTRATO
              PERFORM 2900-GRABA-ALERTA
              IF WS-REP-CONT = ZERO
                 ADD 1 TO WS-TOT-ALERTAS-PT
              END-IF
           END-IF
           PERFORM 2310-LEE-PASO-EXTERIOR
           PERFORM 2950-COMMIT-PERIODICO.

      *****************************************************************
      * SUMA EN EUROS LO ABONADO EN LA VENTANA EN LOS CONTRATOS DEL  *
      * CLIENTE DESDE FUERA DE EL: INGRESOS Y ABONOS DE LA CAMARA    *
      * (SIN CONTRATO ORIGEN) Y TRASPASOS DESDE CONTRATOS DE OTROS   *
      * CLIENTES. LOS TRASPASOS ENTRE SUS PROPIOS CONTRATOS NO SON   *
      * DINERO QUE ENTRA.                                            *
      *****************************************************************
       2350-CALCULA-ENTRADAS.
           EXEC SQL
             SELECT COALESCE(SUM(M.IMPORTE * COALESCE(T.TASA, 1)), 0)
             INTO :WS-PT-ENTRADAS
             FROM IBMUSER.MOVIMIENTOS M
                  INNER JOIN IBMUSER.CONTRATOS C
                     ON C.CLAVE_CONTRATO = M.DESTINO
                  LEFT OUTER JOIN IBMUSER.TIPOS_CAMBIO T
                     ON T.FECHA =
                        :DCLFECHACONTABLE.FC-FECHA-CONTABLE
                    AND T.MONEDA = M.MONEDA
             WHERE C.CLAVE_CLIENTE = :DCLALERTASAML.AL-CLAVE-CLIENTE
               AND M.OPERADOR <> 'PDB2005 '
               AND DATE(M.FECHA_MOVIMIENTO) >= :WS-PT-FECHA-DESDE
               AND NOT EXISTS
                   (SELECT 1
                    FROM IBMUSER.CONTRATOS O
                    WHERE O.CLAVE_CONTRATO = M.ORIGEN
                      AND O.CLAVE_CLIENTE = C.CLAVE_CLIENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR LAS ENTRADAS DEL CLIENTE. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * REGLA 'DO': CONTRATOS DESPERTADOS DENTRO DE LA VENTANA CUYO  *
      * VOLUMEN DE MOVIMIENTOS (CARGOS Y ABONOS) DESDE EL DESPERTAR  *
      * LLEGA AL MINIMO. LA ALERTA ES POR CONTRATO.                  *
      *****************************************************************
       2600-REGLA-DORMIDO.
           EXEC SQL
             DECLARE CUR-DORMIDOS CURSOR WITH HOLD FOR
             SELECT C.CLAVE_CLIENTE, C.CLAVE_CONTRATO,
                    C.FECHA_FIN_DORMIDO, COUNT(*),
                    SUM(M.IMPORTE * COALESCE(T.TASA, 1))
             FROM IBMUSER.CONTRATOS C
                  INNER JOIN IBMUSER.MOVIMIENTOS M
                     ON (M.ORIGEN = C.CLAVE_CONTRATO
                         OR M.DESTINO = C.CLAVE_CONTRATO)
                  LEFT OUTER JOIN IBMUSER.TIPOS_CAMBIO T
                     ON T.FECHA =
                        :DCLFECHACONTABLE.FC-FECHA-CONTABLE
                    AND T.MONEDA = M.MONEDA
             WHERE C.FECHA_FIN_DORMIDO >= :WS-DO-FECHA-DESDE
               AND DATE(M.FECHA_MOVIMIENTO) >= C.FECHA_FIN_DORMIDO
               AND M.OPERADOR <> 'PDB2005 '
             GROUP BY C.CLAVE_CLIENTE, C.CLAVE_CONTRATO,
                      C.FECHA_FIN_DORMIDO
             HAVING SUM(M.IMPORTE * COALESCE(T.TASA, 1)) >=
                    :WS-DO-MINIMO
             ORDER BY C.CLAVE_CLIENTE, C.CLAVE_CONTRATO
           END-EXEC

           EXEC SQL
             OPEN CUR-DORMIDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE DORMIDOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE 'N' TO WS-FIN-CANDIDATOS
           PERFORM 2610-LEE-DORMIDO
           PERFORM 2620-TRATA-DORMIDO
              UNTIL WS-FIN-CANDIDATOS-SI
           EXEC SQL
             CLOSE CUR-DORMIDOS
           END-EXEC.

      *****************************************************************
      * LEE EL SIGUIENTE CONTRATO QUE CUMPLE LA REGLA 'DO'.          *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS.                      *
      *****************************************************************
       2610-LEE-DORMIDO.
           EXEC SQL
             FETCH CUR-DORMIDOS
             INTO :DCLALERTASAML.AL-CLAVE-CLIENTE,
                  :DCLALERTASAML.AL-CLAVE-CONTRATO,
                  :DCLCONTRATOS.FECHA-FIN-DORMIDO,
                  :DCLALERTASAML.AL-NUM-OPERACIONES,
                  :DCLALERTASAML.AL-IMPORTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER EL CURSOR DE DORMIDOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CANDIDATOS
           END-IF.

      *****************************************************************
      * DA DE ALTA LA ALERTA 'DO' DEL CONTRATO LEIDO Y PASA AL       *
      * SIGUIENTE. LA REPETICION SE MIRA POR CONTRATO.               *
      *****************************************************************
       2620-TRATA-DORMIDO.
           ADD 1 TO WS-TOT-CAND-DO
           MOVE 'DO' TO AL-REGLA
           MOVE FECHA-FIN-DORMIDO OF DCLCONTRATOS TO WS-DDO-FECHA
           MOVE AL-NUM-OPERACIONES TO WS-DDO-NUMERO
           MOVE AL-IMPORTE TO WS-DDO-IMPORTE
           MOVE WS-DET-DO TO AL-DETALLE
           MOVE WS-DO-FECHA-DESDE TO WS-REP-FECHA-DESDE
           MOVE AL-CLAVE-CONTRATO TO WS-REP-CONTRATO
           PERFORM 2900-GRABA-ALERTA
           IF WS-REP-CONT = ZERO
              ADD 1 TO WS-TOT-ALERTAS-DO
           END-IF
           PERFORM 2610-LEE-DORMIDO
           PERFORM 2950-COMMIT-PERIODICO.

      *****************************************************************
      * DA DE ALTA LA ALERTA PREPARADA EN DCLALERTASAML, SALVO QUE EL *
      * CLIENTE (EL CONTRATO, SI WS-REP-CONTRATO NO ES CERO) YA TENGA*
      * UNA ALERTA DE LA MISMA REGLA DESDE WS-REP-FECHA-DESDE. A LA  *
      * SALIDA WS-REP-CONT ES CERO SI LA ALERTA SE HA DADO DE ALTA.  *
      *****************************************************************
       2900-GRABA-ALERTA.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-REP-CONT
             FROM IBMUSER.ALERTAS_AML
             WHERE CLAVE_CLIENTE = :DCLALERTASAML.AL-CLAVE-CLIENTE
               AND REGLA = :DCLALERTASAML.AL-REGLA
               AND FECHA_CONTABLE >= :WS-REP-FECHA-DESDE
               AND (:WS-REP-CONTRATO = 0
                    OR CLAVE_CONTRATO = :WS-REP-CONTRATO)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL COMPROBAR ALERTAS ANTERIORES. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF WS-REP-CONT GREATER THAN ZERO
              ADD 1 TO WS-TOT-REPETIDAS
           ELSE
              ADD 1 TO WS-CLAVE-ALERTA
              MOVE WS-CLAVE-ALERTA TO AL-CLAVE-ALERTA
              MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                     TO AL-FECHA-CONTABLE
              EXEC SQL
                INSERT INTO IBMUSER.ALERTAS_AML
                  (CLAVE_ALERTA,
                   CLAVE_CLIENTE,
                   CLAVE_CONTRATO,
                   REGLA,
                   NUM_OPERACIONES,
                   IMPORTE,
                   DETALLE,
                   FECHA_CONTABLE,
                   FECHA_ALTA,
                   ESTADO)
                VALUES(:DCLALERTASAML.AL-CLAVE-ALERTA,
                       :DCLALERTASAML.AL-CLAVE-CLIENTE,
                       :DCLALERTASAML.AL-CLAVE-CONTRATO,
                       :DCLALERTASAML.AL-REGLA,
                       :DCLALERTASAML.AL-NUM-OPERACIONES,
                       :DCLALERTASAML.AL-IMPORTE,
                       :DCLALERTASAML.AL-DETALLE,
                       :DCLALERTASAML.AL-FECHA-CONTABLE,
                       CURRENT TIMESTAMP,
                       'A')
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL DAR DE ALTA LA ALERTA. SQLCODE = '
                         SQLCODE
                 PERFORM 9999-ERROR
              END-IF
              ADD 1 TO WS-COMMIT
              PERFORM 2990-ESCRIBE-LINEA
           END-IF.

      *****************************************************************
      * COMMIT CADA 10 ALERTAS DADAS DE ALTA. LOS CURSORES SON WITH  *
      * HOLD Y SIGUEN ABIERTOS.                                      *
      *****************************************************************
       2950-COMMIT-PERIODICO.
           IF WS-COMMIT NOT LESS THAN 10
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT
           END-IF.

      *****************************************************************
      * ESCRIBE LA LINEA DEL LISTADO DE LA ALERTA DADA DE ALTA.      *
      *****************************************************************
       2990-ESCRIBE-LINEA.
           MOVE AL-CLAVE-ALERTA TO WS-S-CLAVE-ALERTA
           MOVE AL-REGLA TO WS-S-REGLA
           MOVE AL-CLAVE-CLIENTE TO WS-S-CLAVE-CLIENTE
           MOVE AL-CLAVE-CONTRATO TO WS-S-CLAVE-CONTRATO
           MOVE AL-NUM-OPERACIONES TO WS-S-OPERACIONES
           MOVE AL-IMPORTE TO WS-S-IMPORTE
           MOVE WS-SALIDA TO REG-SALIDA
           WRITE REG-SALIDA.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
      * COMMITEAMOS EL ULTIMO GRUPO DE ALERTAS
           EXEC SQL COMMIT END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           CLOSE FICHERO-SAL
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: CANDIDATOS  *
      * Y ALERTAS DADAS DE ALTA POR REGLA, Y LAS QUE NO SE DAN DE    *
      * ALTA POR TENER YA UNA ALERTA EN LA VENTANA.                  *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2043'
           DISPLAY '----------------------------------------------'
           DISPLAY 'CANDIDATOS FR (FRACCIONAMIENTO) : '
                   WS-TOT-CAND-FR
           DISPLAY '  ALERTAS FR DADAS DE ALTA      : '
                   WS-TOT-ALERTAS-FR
           DISPLAY 'CANDIDATOS PT (PASO EXTERIOR)   : '
                   WS-TOT-CAND-PT
           DISPLAY '  ALERTAS PT DADAS DE ALTA      : '
                   WS-TOT-ALERTAS-PT
           DISPLAY 'CANDIDATOS DO (DORMIDOS)        : '
                   WS-TOT-CAND-DO
           DISPLAY '  ALERTAS DO DADAS DE ALTA      : '
                   WS-TOT-ALERTAS-DO
           DISPLAY 'YA ALERTADOS EN LA VENTANA      : '
                   WS-TOT-REPETIDAS
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
