       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2045.
       AUTHOR. TRONCOSO LEANDRO.

      * INFORME MENSUAL DE ALERTAS DE PREVENCION DE BLANQUEO PARA EL
      * REGULADOR. PARA EL MES INDICADO EN EL FICHERO DE PARAMETROS
      * LISTA LAS ALERTAS DE IBMUSER.ALERTAS_AML QUE SE GENERARON EN
      * EL MES (FECHA CONTABLE DE LA VIGILANCIA PDB2043) O QUE
      * CUMPLIMIENTO CERRO EN EL MES DESDE PB44, CON SU ESTADO, SU
      * RESOLUCION Y QUIEN LA RESOLVIO, Y AL PIE UN RESUMEN POR
      * REGLA:
      *   - GENERADAS EN EL MES.
      *   - CERRADAS EN EL MES COMO NO SOSPECHOSAS Y COMUNICADAS AL
      *     REGULADOR (AUNQUE SE GENERASEN ANTES).
      *   - GENERADAS EN EL MES QUE SIGUEN SIN CERRAR, Y CUANTAS DE
      *     ELLAS ESTAN ESCALADAS.
      * EL ESTADO ES EL DE LA FECHA DE EMISION: UNA ALERTA DEL MES
      * CERRADA DESPUES DEL MES SALE CON SU RESOLUCION, PERO SOLO
      * CUENTA COMO CERRADA EN EL RESUMEN DEL MES DE SU CIERRE.
      * PROCESO DE SOLO LECTURA.
      * PARAMETRO: MES A INFORMAR (AAAA-MM).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON EL MES A INFORMAR
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

      * INFORME MENSUAL DE ALERTAS
           SELECT FICHERO-INF ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

      * REGISTRO DEL FICHERO DE PARAMETROS: MES AAAA-MM
       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(07).

      * LINEAS DE IMPRESION CON CARACTER DE CONTROL ASA EN LA
      * PRIMERA POSICION
       FD FICHERO-INF RECORDING MODE IS F
                      DATA RECORD IS REG-INFORME.
       01 REG-INFORME             PIC X(133).

       WORKING-STORAGE SECTION.

      * MES SOLICITADO, LEIDO DEL FICHERO DE PARAMETROS
       01 WS-PARM.
          05 WS-P-ANIO            PIC 9(04).
          05 WS-P-GUION           PIC X(01).
          05 WS-P-MES             PIC 9(02).

      * PRIMER Y ULTIMO DIA DEL MES
       01 WS-FECHA-DESDE.
          05 WS-FD-ANIO           PIC 9(04).
          05 FILLER               PIC X(01) VALUE '-'.
          05 WS-FD-MES            PIC 9(02).
          05 FILLER               PIC X(03) VALUE '-01'.
       77 WS-FECHA-HASTA          PIC X(10).
       77 WS-FECHA-HOY            PIC X(10).

      * FILESTATUS DE LOS FICHEROS
       01 FS-PARM                 PIC 99.
       01 FS-INFORME              PIC 99.

      * LINEA DE CABECERA DEL INFORME
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(01) VALUE '1'.
          05 FILLER               PIC X(49) VALUE
             'ALERTAS DE PREVENCION DE BLANQUEO - INFORME DEL '.
          05 FILLER               PIC X(04) VALUE 'MES '.
          05 WS-CAB-ANIO          PIC 9(04).
          05 FILLER               PIC X(01) VALUE '-'.
          05 WS-CAB-MES           PIC 9(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'EMITIDO EL'.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-CAB-FECHA         PIC X(10).
          05 FILLER               PIC X(47) VALUE SPACES.

      * LINEA DE TITULOS DE COLUMNAS DEL DETALLE
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'ALERTA'.
          05 FILLER               PIC X(04) VALUE 'RG'.
          05 FILLER               PIC X(11) VALUE 'CLIENTE'.
          05 FILLER               PIC X(11) VALUE 'CONTRATO'.
          05 FILLER               PIC X(07) VALUE '  OPER'.
          05 FILLER               PIC X(16) VALUE '    IMPORTE EUR'.
          05 FILLER               PIC X(12) VALUE 'GENERADA'.
          05 FILLER               PIC X(13) VALUE 'ESTADO'.
          05 FILLER               PIC X(15) VALUE 'RESOLUCION'.
          05 FILLER               PIC X(10) VALUE 'REVISOR'.
          05 FILLER               PIC X(10) VALUE 'REVISADA'.
          05 FILLER               PIC X(12) VALUE SPACES.

      * LINEA DE DETALLE DE UNA ALERTA
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-CLAVE         PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-REGLA         PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CLIENTE       PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CONTRATO      PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-OPERACIONES   PIC ZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-IMPORTE       PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-GENERADA      PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-ESTADO        PIC X(11).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-RESOLUCION    PIC X(13).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-REVISOR       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-REVISADA      PIC X(10).
          05 FILLER               PIC X(12) VALUE SPACES.

      * LINEAS DEL RESUMEN POR REGLA
       01 WS-LIN-RES-TITULO.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(40) VALUE
             'RESUMEN DEL MES POR REGLA'.
          05 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LIN-RES-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(32) VALUE 'REGLA'.
          05 FILLER               PIC X(12) VALUE '   GENERADAS'.
          05 FILLER               PIC X(14) VALUE ' NO SOSPECHOSA'.
          05 FILLER               PIC X(13) VALUE '  COMUNICADAS'.
          05 FILLER               PIC X(12) VALUE '  PENDIENTES'.
          05 FILLER               PIC X(12) VALUE '   ESCALADAS'.
          05 FILLER               PIC X(37) VALUE SPACES.

       01 WS-LIN-RESUMEN.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-RES-REGLA         PIC X(02).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-RES-DESCRIPCION   PIC X(29).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RES-GENERADAS     PIC ZZZZZZZZ9.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 WS-RES-NO-SOSPECHOSA PIC ZZZZZZZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 WS-RES-COMUNICADAS   PIC ZZZZZZZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RES-PENDIENTES    PIC ZZZZZZZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-RES-ESCALADAS     PIC ZZZZZZZZ9.
          05 FILLER               PIC X(37) VALUE SPACES.

      * LINEA EN BLANCO DE SEPARACION
       01 WS-LIN-BLANCO           PIC X(133) VALUE SPACES.

      * CONTADORES DEL RESUMEN: UNA FILA POR REGLA Y LA FILA 4 PARA
      * EL TOTAL
       01 WS-TABLA-REGLAS.
          05 WS-TR-LINEA OCCURS 4 TIMES.
             10 WS-TR-REGLA       PIC X(02).
             10 WS-TR-DESCRIPCION PIC X(29).
             10 WS-TR-GENERADAS   PIC 9(9) COMP.
             10 WS-TR-NO-SOSPECH  PIC 9(9) COMP.
             10 WS-TR-COMUNICADAS PIC 9(9) COMP.
             10 WS-TR-PENDIENTES  PIC 9(9) COMP.
             10 WS-TR-ESCALADAS   PIC 9(9) COMP.
       77 WS-REG-IDX              PIC 9(2) COMP.
       77 WS-TOTAL-IDX            PIC 9(2) COMP VALUE 4.

      * FECHA DE CIERRE DE LA ALERTA LEIDA (NULA SI NADIE LA HA
      * REVISADO) E INDICADORES DE NULO DE LOS DATOS DE REVISION
       77 WS-FECHA-REVISION       PIC X(10).
       77 IND-RESOLUCION          PIC S9(4) COMP-5.
       77 IND-USUARIO             PIC S9(4) COMP-5.
       77 IND-FECHA-REV           PIC S9(4) COMP-5.

      * VARIABLES IN PROGRAM.
       77 WS-FIN-ALERTAS          PIC X.
          88 WS-FIN-ALERTAS-SI    VALUE 'S'.
          88 WS-FIN-ALERTAS-NO    VALUE 'N'.
       77 WS-TOT-LISTADAS         PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE ALERTAML END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-ALERTAS-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO INFORME MENSUAL DE ALERTAS DE BLANQUEO'
           INITIALIZE WS-TOT-LISTADAS
           INITIALIZE WS-TABLA-REGLAS
           MOVE 'FR' TO WS-TR-REGLA (1)
           MOVE 'FRACCIONAMIENTO DE INGRESOS' TO WS-TR-DESCRIPCION (1)
           MOVE 'PT' TO WS-TR-REGLA (2)
           MOVE 'PASO A TRANSFERENCIA EXTERNA' TO WS-TR-DESCRIPCION (2)
           MOVE 'DO' TO WS-TR-REGLA (3)
           MOVE 'ACTIVIDAD EN CONTRATO DORMIDO'
                                           TO WS-TR-DESCRIPCION (3)
           MOVE SPACES TO WS-TR-REGLA (4)
           MOVE 'TOTAL' TO WS-TR-DESCRIPCION (4)
           MOVE 'N' TO WS-FIN-ALERTAS

      * LECTURA DEL MES SOLICITADO
           OPEN INPUT FICHERO-PARM
           READ FICHERO-PARM INTO WS-PARM
           IF FS-PARM NOT = 00
              OR WS-P-ANIO NOT NUMERIC
              OR WS-P-MES NOT NUMERIC
              OR WS-P-MES = ZERO
              OR WS-P-MES GREATER THAN 12
              DISPLAY 'FALTA O NO ES VALIDO EL PARAMETRO DE MES '
                      '(AAAA-MM)'
              PERFORM 9999-ERROR
           END-IF
           CLOSE FICHERO-PARM
           DISPLAY 'MES SOLICITADO: ' WS-P-ANIO '-' WS-P-MES
           MOVE WS-P-ANIO TO WS-FD-ANIO
           MOVE WS-P-MES TO WS-FD-MES
           MOVE WS-P-ANIO TO WS-CAB-ANIO
           MOVE WS-P-MES TO WS-CAB-MES

      * ULTIMO DIA DEL MES Y FECHA DE EMISION DEL INFORME
           EXEC SQL
             SELECT DATE(:WS-FECHA-DESDE) + 1 MONTH - 1 DAY,
                    CURRENT DATE
             INTO :WS-FECHA-HASTA, :WS-FECHA-HOY
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR LAS FECHAS DEL MES. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE WS-FECHA-HOY TO WS-CAB-FECHA

      * APERTURA DEL FICHERO Y CABECERA DEL INFORME
           OPEN OUTPUT FICHERO-INF
           MOVE WS-LIN-CABECERA TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-COLUMNAS TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME

      * CURSOR SOBRE LAS ALERTAS GENERADAS O CERRADAS EN EL MES, POR
      * REGLA
           EXEC SQL
             DECLARE CUR-ALERTAS CURSOR FOR
             SELECT CLAVE_ALERTA, REGLA, CLAVE_CLIENTE, CLAVE_CONTRATO,
                    NUM_OPERACIONES, IMPORTE, FECHA_CONTABLE, ESTADO,
                    RESOLUCION, USUARIO_REVISION, DATE(FECHA_REVISION)
             FROM IBMUSER.ALERTAS_AML
             WHERE FECHA_CONTABLE BETWEEN :WS-FECHA-DESDE
                                      AND :WS-FECHA-HASTA
                OR (ESTADO = 'C'
                    AND DATE(FECHA_REVISION) BETWEEN :WS-FECHA-DESDE
                                                 AND :WS-FECHA-HASTA)
             ORDER BY REGLA, CLAVE_ALERTA
           END-EXEC

           EXEC SQL
             OPEN CUR-ALERTAS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE ALERTAS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA ALERTA DEL MES
           PERFORM 1100-LEE-ALERTA.

      *****************************************************************
      * LEE LA SIGUIENTE ALERTA DEL CURSOR. SQLCODE = 100 INDICA QUE *
      * NO QUEDAN MAS. LOS DATOS DE REVISION NULOS QUEDAN EN BLANCO. *
      *****************************************************************
       1100-LEE-ALERTA.
           EXEC SQL
             FETCH CUR-ALERTAS
             INTO :DCLALERTASAML.AL-CLAVE-ALERTA,
                  :DCLALERTASAML.AL-REGLA,
                  :DCLALERTASAML.AL-CLAVE-CLIENTE,
                  :DCLALERTASAML.AL-CLAVE-CONTRATO,
                  :DCLALERTASAML.AL-NUM-OPERACIONES,
                  :DCLALERTASAML.AL-IMPORTE,
                  :DCLALERTASAML.AL-FECHA-CONTABLE,
                  :DCLALERTASAML.AL-ESTADO,
                  :DCLALERTASAML.AL-RESOLUCION :IND-RESOLUCION,
                  :DCLALERTASAML.AL-USUARIO-REVISION :IND-USUARIO,
                  :WS-FECHA-REVISION :IND-FECHA-REV
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER ALERTA DEL CURSOR. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-ALERTAS
           ELSE
              IF IND-RESOLUCION < 0
                 MOVE SPACE TO AL-RESOLUCION
              END-IF
              IF IND-USUARIO < 0
                 MOVE SPACES TO AL-USUARIO-REVISION
              END-IF
              IF IND-FECHA-REV < 0
                 MOVE SPACES TO WS-FECHA-REVISION
              END-IF
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           PERFORM 2100-ESCRIBE-DETALLE
           PERFORM 2200-ACUMULA-RESUMEN
           ADD 1 TO WS-TOT-LISTADAS
      * SIGUIENTE ALERTA DEL CURSOR
           PERFORM 1100-LEE-ALERTA.

      *****************************************************************
      * ESCRIBE LA LINEA DE DETALLE DE LA ALERTA LEIDA, CON SU       *
      * ESTADO Y RESOLUCION EN TEXTO.                                *
      *****************************************************************
       2100-ESCRIBE-DETALLE.
           MOVE AL-CLAVE-ALERTA TO WS-DET-CLAVE
           MOVE AL-REGLA TO WS-DET-REGLA
           MOVE AL-CLAVE-CLIENTE TO WS-DET-CLIENTE
           MOVE AL-CLAVE-CONTRATO TO WS-DET-CONTRATO
           MOVE AL-NUM-OPERACIONES TO WS-DET-OPERACIONES
           MOVE AL-IMPORTE TO WS-DET-IMPORTE
           MOVE AL-FECHA-CONTABLE TO WS-DET-GENERADA
           EVALUATE AL-ESTADO
              WHEN 'A'
                 MOVE 'ABIERTA' TO WS-DET-ESTADO
              WHEN 'R'
                 MOVE 'EN REVISION' TO WS-DET-ESTADO
              WHEN 'E'
                 MOVE 'ESCALADA' TO WS-DET-ESTADO
              WHEN 'C'
                 MOVE 'CERRADA' TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE AL-ESTADO TO WS-DET-ESTADO
           END-EVALUATE
           EVALUATE AL-RESOLUCION
              WHEN 'N'
                 MOVE 'NO SOSPECHOSA' TO WS-DET-RESOLUCION
              WHEN 'C'
                 MOVE 'COMUNICADA' TO WS-DET-RESOLUCION
              WHEN OTHER
                 MOVE SPACES TO WS-DET-RESOLUCION
           END-EVALUATE
           MOVE AL-USUARIO-REVISION TO WS-DET-REVISOR
           MOVE WS-FECHA-REVISION TO WS-DET-REVISADA
           MOVE WS-LIN-DETALLE TO REG-INFORME
           WRITE REG-INFORME.

      *****************************************************************
      * ACUMULA LA ALERTA EN LA FILA DE SU REGLA Y EN LA DEL TOTAL:  *
      * GENERADA EN EL MES (Y PENDIENTE SI NO ESTA CERRADA) Y/O      *
      * CERRADA EN EL MES CON SU RESOLUCION. LAS FECHAS ISO SE       *
      * COMPARAN COMO TEXTO.                                         *
      *****************************************************************
       2200-ACUMULA-RESUMEN.
           EVALUATE AL-REGLA
              WHEN 'FR'
                 MOVE 1 TO WS-REG-IDX
              WHEN 'PT'
                 MOVE 2 TO WS-REG-IDX
              WHEN OTHER
                 MOVE 3 TO WS-REG-IDX
           END-EVALUATE
           PERFORM 2210-ACUMULA-FILA
           MOVE WS-TOTAL-IDX TO WS-REG-IDX
           PERFORM 2210-ACUMULA-FILA.

      *****************************************************************
      * ACUMULA LA ALERTA LEIDA EN LA FILA WS-REG-IDX DEL RESUMEN.   *
      *****************************************************************
       2210-ACUMULA-FILA.
           IF AL-FECHA-CONTABLE NOT LESS THAN WS-FECHA-DESDE
              AND AL-FECHA-CONTABLE NOT GREATER THAN WS-FECHA-HASTA
              ADD 1 TO WS-TR-GENERADAS (WS-REG-IDX)
              IF AL-ESTADO NOT = 'C'
                 ADD 1 TO WS-TR-PENDIENTES (WS-REG-IDX)
                 IF AL-ESTADO = 'E'
                    ADD 1 TO WS-TR-ESCALADAS (WS-REG-IDX)
                 END-IF
              END-IF
           END-IF
           IF AL-ESTADO = 'C'
              AND WS-FECHA-REVISION NOT LESS THAN WS-FECHA-DESDE
              AND WS-FECHA-REVISION NOT GREATER THAN WS-FECHA-HASTA
              IF AL-RESOLUCION = 'C'
                 ADD 1 TO WS-TR-COMUNICADAS (WS-REG-IDX)
              ELSE
                 ADD 1 TO WS-TR-NO-SOSPECH (WS-REG-IDX)
              END-IF
           END-IF.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-ALERTAS
           END-EXEC
      * RESUMEN POR REGLA AL PIE DEL INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-RES-TITULO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-RES-COLUMNAS TO REG-INFORME
           WRITE REG-INFORME
           PERFORM 3100-ESCRIBE-RESUMEN
              VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-TOTAL-IDX
           DISPLAY 'ALERTAS LISTADAS        : ' WS-TOT-LISTADAS
           DISPLAY 'GENERADAS EN EL MES     : '
                   WS-TR-GENERADAS (WS-TOTAL-IDX)
           DISPLAY 'CERRADAS NO SOSPECHOSAS : '
                   WS-TR-NO-SOSPECH (WS-TOTAL-IDX)
           DISPLAY 'CERRADAS COMUNICADAS    : '
                   WS-TR-COMUNICADAS (WS-TOTAL-IDX)
           DISPLAY 'PENDIENTES DEL MES      : '
                   WS-TR-PENDIENTES (WS-TOTAL-IDX)
           CLOSE FICHERO-INF
           STOP RUN.

      *****************************************************************
      * ESCRIBE LA LINEA DEL RESUMEN DE LA FILA WS-REG-IDX. LA FILA  *
      * DEL TOTAL VA SEPARADA POR UNA LINEA EN BLANCO.               *
      *****************************************************************
       3100-ESCRIBE-RESUMEN.
           IF WS-REG-IDX = WS-TOTAL-IDX
              MOVE WS-LIN-BLANCO TO REG-INFORME
              WRITE REG-INFORME
           END-IF
           MOVE WS-TR-REGLA (WS-REG-IDX) TO WS-RES-REGLA
           MOVE WS-TR-DESCRIPCION (WS-REG-IDX) TO WS-RES-DESCRIPCION
           MOVE WS-TR-GENERADAS (WS-REG-IDX) TO WS-RES-GENERADAS
           MOVE WS-TR-NO-SOSPECH (WS-REG-IDX) TO WS-RES-NO-SOSPECHOSA
           MOVE WS-TR-COMUNICADAS (WS-REG-IDX) TO WS-RES-COMUNICADAS
           MOVE WS-TR-PENDIENTES (WS-REG-IDX) TO WS-RES-PENDIENTES
           MOVE WS-TR-ESCALADAS (WS-REG-IDX) TO WS-RES-ESCALADAS
           MOVE WS-LIN-RESUMEN TO REG-INFORME
           WRITE REG-INFORME.

      ******************************************************************
      * PARRAFO DE ERROR. EL INFORME ES UN PROCESO DE SOLO LECTURA,   *
      * ASI QUE BASTA CON DEVOLVER AL SISTEMA UN RC=8.                *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR. SQLCODE = ' SQLCODE
           MOVE 8 TO RETURN-CODE
           GOBACK.
