      * LIBERADO PASA A ESTADO 'L'; LOS QUE YA NO PUEDEN POSTEARSE
      * (POR EJEMPLO PORQUE EL CONTRATO SE CERRO ENTRE LA CAPTURA Y
      * EL VENCIMIENTO) GENERAN UNA INCIDENCIA Y PASAN A ESTADO 'R'.
      * LOS RECHAZADOS QUEDAN ADEMAS EN LA COLA DE REPARACION
      * (MODULO PDB2040) PARA QUE UN OPERADOR LOS REENVIE CORREGIDOS
      * O LOS DESCARTE DESDE PB41.
      * EL CAMBIO DE ESTADO VIAJA EN LA MISMA UNIDAD DE TRABAJO QUE
      * EL POSTEO, DE FORMA QUE UNA REEJECUCION TRAS UN ABEND SOLO
      * RETOMA LOS QUE SIGUEN EN 'P' Y NO POSTEA NADA DOS VECES.
      * EL VENCIMIENTO SE COMPARA CON LA FECHA CONTABLE ABIERTA: UNA
      * FECHA DE VALOR QUE CAE EN DIA INHABIL SE LIBERA LA NOCHE DEL
      * PRIMER DIA HABIL POSTERIOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * AREA DE COMUNICACION CON EL MODULO PDB2040 DE ALTA EN LA COLA
      * DE REPARACION, DONDE QUEDAN LOS RECHAZOS DE NEGOCIO PARA QUE
      * UN OPERADOR LOS CORRIJA Y REENVIE DESDE PB41
           COPY PDB2040C.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-LIBERADOS        PIC 9(9) COMP.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP.
       77 WS-TOT-REPARACION       PIC 9(9) COMP.
       77 WS-TOT-IMPORTE          PIC 9(13)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE MOVVALOR END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-LIBERADOS
           INITIALIZE WS-TOT-RECHAZADOS
           INITIALIZE WS-TOT-REPARACION
           INITIALIZE WS-TOT-IMPORTE
           MOVE 'N' TO WS-FIN-PENDIENTES

      * APERTURA DEL FICHERO DE INCIDENCIAS
           OPEN OUTPUT FICHERO-SAL

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO

                    IMPORTE, TIPO_MOV, FECHA_VALOR
             FROM IBMUSER.MOVIMIENTOS_VALOR
             WHERE ESTADO = 'P'
               AND FECHA_VALOR <=
                   :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             ORDER BY CLAVE_PENDIENTE
           END-EXEC

      * LECTURA DEL PRIMER MOVIMIENTO PENDIENTE
           PERFORM 1100-LEE-PENDIENTE.

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
           MOVE 'N' TO P15-CONTROLA-UMBRAL
           MOVE 'PDB2012 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
                 MOVE 0 TO WS-S-SQLCODE
                 MOVE P15-TEXTO-RECHAZO TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 2770-ENVIA-A-REPARACION
                 MOVE 'S' TO WS-ERROR
              WHEN P15-ERROR-SQL
                 MOVE P15-SQLCODE TO WS-S-SQLCODE
           END-IF
           ADD 1 TO WS-TOT-RECHAZADOS.

      *****************************************************************
      * DEJA EL MOVIMIENTO RECHAZADO EN LA COLA DE REPARACION, CON   *
      * LOS DATOS QUE SE ACABAN DE PRESENTAR AL MODULO DE POSTEO, SU *
      * FECHA DE VALOR Y EL MOTIVO DEL RECHAZO, EN LA MISMA UNIDAD DE*
      * TRABAJO QUE EL RESTO DEL TRATAMIENTO.                        *
      *****************************************************************
       2770-ENVIA-A-REPARACION.
           MOVE 'PDB2012 ' TO P40-PROGRAMA
           MOVE MV-CLAVE-PENDIENTE OF DCLMOVVALOR TO P40-REFERENCIA
           MOVE P15-TIPO-MOV TO P40-TIPO-MOV
           MOVE P15-CONT-ORIGEN TO P40-CONT-ORIGEN
           MOVE P15-CONT-DESTINO TO P40-CONT-DESTINO
           MOVE P15-IMPORTE TO P40-IMPORTE
           MOVE P15-DESCRIPCION TO P40-DESCRIPCION
           MOVE MV-FECHA-VALOR OF DCLMOVVALOR TO P40-FECHA-VALOR
           MOVE P15-RESULTADO TO P40-CODIGO-RECHAZO
           MOVE P15-TEXTO-RECHAZO TO P40-MOTIVO-RECHAZO
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P40-FECHA-CONTABLE
           CALL 'PDB2040' USING PDB2040-AREA
           IF P40-ERROR-SQL
              MOVE P40-SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL DEJAR EL RECHAZO EN LA COLA DE REPARACION'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           ELSE
              ADD 1 TO WS-TOT-REPARACION
           END-IF.

      ******************************************************************
      * INCREMENTA EN 1 LA CLAVE DEL MOVIMIENTO ANTES DE INSERTARLA
      * EN LA TABLA DE MOVIMIENTOS
                   WS-TOT-LIBERADOS
           DISPLAY 'PENDIENTES RECHAZADOS           : '
                   WS-TOT-RECHAZADOS
           DISPLAY 'RECHAZOS EN COLA DE REPARACION  : '
                   WS-TOT-REPARACION
           DISPLAY 'IMPORTE TOTAL POSTEADO          : '
                   WS-TOT-IMPORTE
           DISPLAY '----------------------------------------------'.
