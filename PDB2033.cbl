      * A RECHAZADAS ('R'): LA OFICINA DECIDE SI RECAPTURARLAS.
      * LA LIQUIDACION Y LAS DEVOLUCIONES DE LA CAMARA LAS PROCESA
      * EL BATCH DE VUELTA PDB2034.
      * LA FECHA DE EMISION Y LA FECHA DE OPERACION DE LOS CARGOS ES
      * LA FECHA CONTABLE ABIERTA DE LA NOCHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE TRANSEXT END-EXEC.
           EXEC SQL INCLUDE CTLEJEC END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           OPEN OUTPUT FICHERO-SAL
           OPEN OUTPUT FICHERO-INC

      * CABECERA DEL FICHERO DE EMISION, CON LA FECHA CONTABLE
           PERFORM 1950-LEE-FECHA-CONTABLE
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-CAB-FECHA-EMIS
           MOVE WS-CABECERA TO REG-SALIDA
           WRITE REG-SALIDA
      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO.

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
      * ALTA O READOPCION DEL REGISTRO DE EJECUCION. EL ALTA NO SE   *
      * COMMITEA AQUI: VIAJA EN LA MISMA UNIDAD DE TRABAJO QUE LA    *
           MOVE 'N' TO P15-CONTROLA-UMBRAL
           MOVE 'PDB2033 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
