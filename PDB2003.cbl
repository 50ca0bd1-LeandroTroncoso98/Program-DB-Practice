       77 WS-TOT-RECH-DUPLICADO   PIC 9(9) COMP.
       77 WS-TOT-RECH-SIN-CAMBIO  PIC 9(9) COMP.
       77 WS-TOT-RETENIDOS-AUT    PIC 9(9) COMP.
       77 WS-TOT-REPARACION       PIC 9(9) COMP.
       77 WS-TOT-IMPORTE          PIC 9(13)V99.

      * TOTALES DE CONTROL POR MONEDA: LOS IMPORTES POSTEADOS SE
      * MOVIMIENTOS PARA TODOS SUS LLAMADORES
           COPY PDB2015C.

      * AREA DE COMUNICACION CON EL MODULO PDB2040 DE ALTA EN LA COLA
      * DE REPARACION, DONDE QUEDAN LOS RECHAZOS DE NEGOCIO PARA QUE
      * UN OPERADOR LOS CORRIJA Y REENVIE DESDE PB41
           COPY PDB2040C.

      * TRATAMIENTO DE LA FECHA DE VALOR: FECHA CONTABLE ABIERTA,
      * FECHA DE VALOR DEL MOVIMIENTO DESGLOSADA Y EN FORMATO ISO
      * PARA PODER COMPARARLAS, E INDICADOR DE MOVIMIENTO FUTURO
       77 WS-FECHA-HOY            PIC X(10).
           EXEC SQL INCLUDE MOVVALOR END-EXEC.
           EXEC SQL INCLUDE CTLEJEC END-EXEC.
           EXEC SQL INCLUDE MOVAUTOR END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-TOT-RECH-DUPLICADO
           INITIALIZE WS-TOT-RECH-SIN-CAMBIO
           INITIALIZE WS-TOT-RETENIDOS-AUT
           INITIALIZE WS-TOT-REPARACION
           INITIALIZE WS-TOT-IMPORTE
           INITIALIZE WS-TOT-ALMACENADOS
           INITIALIZE WS-NUM-MONEDAS
            OPEN INPUT FICHERO-ENT
            OPEN OUTPUT FICHERO-SAL

      * RECUPERAMOS LA FECHA CONTABLE DE LA NOCHE PARA DECIDIR SI
      * CADA MOVIMIENTO SE POSTEA YA O SE ALMACENA A SU FECHA DE VALOR.
      * UNA FECHA DE VALOR EN DIA INHABIL SE ALMACENA TAL CUAL Y
      * PDB2012 LA LIBERA EL PRIMER DIA HABIL QUE LA ALCANZA.
            PERFORM 1950-LEE-FECHA-CONTABLE
            MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO WS-FECHA-HOY

      * COMPROBAMOS SI HAY UN PUNTO DE REINICIO DE UNA EJECUCION
      * ANTERIOR QUE NO LLEGO A TERMINAR
               END-IF
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
      * COMPRUEBA SI EL PRIMER REGISTRO DEL FICHERO ES UN REGISTRO   *
      * DE RANGO DEL PARTICIONADOR. SI LO ES, GUARDA EL TRAMO DE     *
           MOVE 'S' TO P15-CONTROLA-UMBRAL
           MOVE 'PDB2003 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           IF WS-MOV-FUTURO-SI
              MOVE 'C' TO P15-FUNCION
           ELSE

      *****************************************************************
      * TRATA UN RECHAZO DE NEGOCIO DEVUELTO POR EL MODULO DE POSTEO:*
      * ESCRIBE LA INCIDENCIA, LO DEJA EN LA COLA DE REPARACION Y LO *
      * ACUMULA EN EL CONTADOR DE SU MOTIVO PARA EL INFORME DE       *
      * TOTALES DE CONTROL.                                          *
      *****************************************************************
       2080-TRATA-RECHAZO-NEGOCIO.
           MOVE 0 TO WS-S-SQLCODE
           MOVE P15-TEXTO-RECHAZO TO WS-S-DESCRIPCION
           PERFORM 2900-ESCRIBE-INCIDENCIA
           PERFORM 2085-ENVIA-A-REPARACION
           EVALUATE TRUE
              WHEN P15-RECH-DESTINO
                 ADD 1 TO WS-TOT-RECH-DESTINO
                 ADD 1 TO WS-TOT-RECH-SIN-CAMBIO
           END-EVALUATE.

      *****************************************************************
      * DEJA EL MOVIMIENTO RECHAZADO EN LA COLA DE REPARACION, CON   *
      * LOS DATOS QUE SE ACABAN DE PRESENTAR AL MODULO DE POSTEO, SU *
      * FECHA DE VALOR Y EL MOTIVO DEL RECHAZO. LA FILA VIAJA EN LA  *
      * MISMA UNIDAD DE TRABAJO QUE EL RESTO DEL MOVIMIENTO: UN      *
      * REINICIO DESDE CHECKPOINT NO LA DUPLICA.                     *
      *****************************************************************
       2085-ENVIA-A-REPARACION.
           MOVE 'PDB2003 ' TO P40-PROGRAMA
           MOVE ZERO TO P40-REFERENCIA
           MOVE P15-TIPO-MOV TO P40-TIPO-MOV
           MOVE P15-CONT-ORIGEN TO P40-CONT-ORIGEN
           MOVE P15-CONT-DESTINO TO P40-CONT-DESTINO
           MOVE P15-IMPORTE TO P40-IMPORTE
           MOVE P15-DESCRIPCION TO P40-DESCRIPCION
           IF WS-MOV-FUTURO-SI
              MOVE WS-FECHA-VALOR-ISO TO P40-FECHA-VALOR
           ELSE
              MOVE WS-FECHA-HOY TO P40-FECHA-VALOR
           END-IF
           MOVE P15-RESULTADO TO P40-CODIGO-RECHAZO
           MOVE P15-TEXTO-RECHAZO TO P40-MOTIVO-RECHAZO
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P40-FECHA-CONTABLE
           CALL 'PDB2040' USING PDB2040-AREA
           IF P40-ERROR-SQL
      * RECUPERAMOS SU SQLCODE PARA QUE 9999-ERROR DECIDA ENTRE
      * REINTENTO Y ABORTO
              MOVE P40-SQLCODE TO SQLCODE
              MOVE P40-SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL DEJAR EL RECHAZO EN LA COLA DE REPARACION'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           ELSE
              ADD 1 TO WS-TOT-REPARACION
           END-IF.

      *****************************************************************
      * SUMA EL IMPORTE DEL MOVIMIENTO RECIEN POSTEADO A LA LINEA DE *
      * SU MONEDA EN LA TABLA DE TOTALES POR MONEDA (SE ABRE LINEA   *
                   WS-TOT-RECH-DUPLICADO
           DISPLAY '  SIN CAMBIO DEL DIA            : '
                   WS-TOT-RECH-SIN-CAMBIO
           DISPLAY 'RECHAZOS EN COLA DE REPARACION  : '
                   WS-TOT-REPARACION
           DISPLAY 'IMPORTE TOTAL POSTEADO          : '
                   WS-TOT-IMPORTE
           DISPLAY 'DESGLOSE POR MONEDA'
