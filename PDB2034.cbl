      * LOS DETALLES QUE NO PUEDEN APLICARSE (CONTRATO INEXISTENTE O
      * NO OPERATIVO, DEVOLUCION SIN EMISION EN CAMINO QUE CASE...)
      * SALEN EN UN FICHERO DE INCIDENCIAS AUTOCONTENIDO PARA
      * OPERACIONES, COMO EL DE PDB2003. LOS ABONOS Y REABONOS QUE
      * EL MODULO DE POSTEO RECHAZA QUEDAN ADEMAS EN LA COLA DE
      * REPARACION (MODULO PDB2040) PARA QUE UN OPERADOR LOS REENVIE
      * CORREGIDOS O LOS DESCARTE DESDE PB41.
      * CADA DEVOLUCION REABONADA SE AVISA AL TITULAR DEL CONTRATO
      * ORIGEN SI ESTA SUSCRITO A ESE AVISO (MODULO PDB2052).
      * TODO EL FICHERO SE APLICA COMO UNA UNICA UNIDAD DE TRABAJO:
      * NO HAY COMMIT HASTA QUE EL REGISTRO DE TOTALES DE LA CAMARA
      * HA CUADRADO Y EL FICHERO DE INCIDENCIAS HA CERRADO. UNA
      * DEVOLUCIONES APLICADOS (RC=8) Y LA RETRANSMISION DE LA
      * CAMARA SE REPROCESA ENTERA SIN ABONAR NADA DOS VECES, COMO
      * EN LA CARGA TODO-O-NADA DE PDB2025.
      * LOS ABONOS Y REABONOS SE POSTEAN CON LA FECHA CONTABLE
      * ABIERTA DE LA NOCHE COMO FECHA DE OPERACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * AREA DE COMUNICACION CON EL MODULO PDB2040 DE ALTA EN LA COLA
      * DE REPARACION, DONDE QUEDAN LOS RECHAZOS DE NEGOCIO PARA QUE
      * UN OPERADOR LOS CORRIJA Y REENVIE DESDE PB41
           COPY PDB2040C.

      * AREA DE COMUNICACION CON EL MODULO PDB2052 DE ALTA DE AVISOS
      * AL CLIENTE Y TEXTO DEL AVISO DE DEVOLUCION, CON EL MOTIVO
      * QUE INFORMA LA CAMARA
           COPY PDB2052C.
       01 WS-AVISO-DEVOLUCION.
          05 FILLER               PIC X(18) VALUE
             'TRANSF. DEVUELTA: '.
          05 WS-AVD-MOTIVO        PIC X(32).

      * VARIABLES IN PROGRAM.
       77 IND-NULL                PIC S9(4) COMP-5.
       77 WS-CONT-DETALLES        PIC 9(9).
       77 WS-TOT-ABONADAS         PIC 9(9) COMP.
       77 WS-TOT-DEVUELTAS        PIC 9(9) COMP.
       77 WS-TOT-INCIDENCIAS      PIC 9(9) COMP.
       77 WS-TOT-REPARACION       PIC 9(9) COMP.

      * CLAVE DE LA EMISION DEVUELTA (CERO EN UN ABONO ENTRANTE),
      * REFERENCIA DEL RECHAZO EN LA COLA DE REPARACION
       77 WS-REFERENCIA-REP       PIC 9(09).

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE TRANSEXT END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-TOT-ABONADAS
           INITIALIZE WS-TOT-DEVUELTAS
           INITIALIZE WS-TOT-INCIDENCIAS
           INITIALIZE WS-TOT-REPARACION
           MOVE 'N' TO WS-TOTALES-LEIDOS

      * APERTURA DE FICHEROS
           DISPLAY 'CABECERA RECIBIDA. FECHA DE LIQUIDACION '
                   WS-E-CAB-FECHA

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO

      * LECTURA DEL PRIMER REGISTRO DE DATOS
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
                 DISPLAY 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA.'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL RECUPERAR LA FECHA CONTABLE. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * CALCULAMOS EL ID DEL MOVIMIENTO, RECUPERANDO EL MAYOR DE LOS *
      * ALMACENADOS EN LA TABLA DE MOVIMIENTOS Y SUMANDOLE 1, O      *
              MOVE 'N' TO P15-CONTROLA-UMBRAL
              MOVE 'PDB2034 ' TO P15-OPERADOR
              MOVE SPACES TO P15-TERMINAL
              MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                     TO P15-FECHA-OPERACION
              CALL 'PDB2015' USING PDB2015-AREA
              EVALUATE TRUE
                 WHEN P15-OK
                    MOVE 0 TO WS-I-SQLCODE
                    MOVE P15-TEXTO-RECHAZO TO WS-I-MOTIVO
                    PERFORM 2900-ESCRIBE-INCIDENCIA
                    MOVE ZERO TO WS-REFERENCIA-REP
                    PERFORM 2300-ENVIA-A-REPARACION
                 WHEN P15-ERROR-SQL
                    MOVE P15-SQLCODE TO WS-I-SQLCODE
                    MOVE P15-TEXTO-RECHAZO TO WS-I-MOTIVO
              MOVE 'N' TO P15-CONTROLA-UMBRAL
              MOVE 'PDB2034 ' TO P15-OPERADOR
              MOVE SPACES TO P15-TERMINAL
              MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                     TO P15-FECHA-OPERACION
              CALL 'PDB2015' USING PDB2015-AREA
              EVALUATE TRUE
                 WHEN P15-OK
                    PERFORM 2250-MARCA-DEVUELTA
                    PERFORM 2260-AVISA-DEVOLUCION
                    PERFORM 2400-INCREMENTA-CLAVE-MOV
                    ADD 1 TO WS-TOT-DEVUELTAS
                 WHEN P15-RECHAZO-NEGOCIO
                    MOVE 0 TO WS-I-SQLCODE
                    MOVE P15-TEXTO-RECHAZO TO WS-I-MOTIVO
                    PERFORM 2900-ESCRIBE-INCIDENCIA
                    MOVE TE-CLAVE-TRANSFERENCIA OF DCLTRANSFEXT
                                 TO WS-REFERENCIA-REP
                    PERFORM 2300-ENVIA-A-REPARACION
                 WHEN P15-ERROR-SQL
                    MOVE P15-SQLCODE TO WS-I-SQLCODE
                    MOVE P15-TEXTO-RECHAZO TO WS-I-MOTIVO
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * AVISA AL TITULAR DEL CONTRATO ORIGEN DE QUE SU TRANSFERENCIA *
      * HA SIDO DEVUELTA Y REABONADA, EN LA MISMA UNIDAD DE TRABAJO  *
      * QUE EL REABONO. EL MODULO SOLO GRABA EL AVISO SI EL CLIENTE  *
      * ESTA SUSCRITO.                                               *
      *****************************************************************
       2260-AVISA-DEVOLUCION.
           MOVE 'TD' TO P52-TIPO-EVENTO
           MOVE TE-CLAVE-CONTRATO OF DCLTRANSFEXT
                                  TO P52-CLAVE-CONTRATO
           MOVE P15-IMPORTE-DESTINO TO P52-IMPORTE
           COMPUTE P52-SALDO-ANTERIOR =
                   P15-SALDO-DESTINO - P15-IMPORTE-DESTINO
           MOVE P15-SALDO-DESTINO TO P52-SALDO-DISPONIBLE
           MOVE WS-E-DV-MOTIVO TO WS-AVD-MOTIVO
           MOVE WS-AVISO-DEVOLUCION TO P52-TEXTO
           MOVE 'PDB2034 ' TO P52-PROGRAMA
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              MOVE P52-SQLCODE TO WS-I-SQLCODE
              MOVE 'ERROR AL GRABAR EL AVISO AL CLIENTE'
                           TO WS-I-MOTIVO
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * DEJA EL MOVIMIENTO RECHAZADO EN LA COLA DE REPARACION, CON   *
      * LOS DATOS QUE SE ACABAN DE PRESENTAR AL MODULO DE POSTEO, SU *
      * FECHA DE VALOR Y EL MOTIVO DEL RECHAZO, EN LA MISMA UNIDAD DE*
      * TRABAJO QUE EL FICHERO: SI EL FICHERO SE DESHACE, LA FILA    *
      * TAMBIEN. EN UNA DEVOLUCION LA REFERENCIA ES LA EMISION, QUE  *
      * SIGUE EN CAMINO ('C') HASTA QUE PB41 REENVIE EL REABONO.     *
      *****************************************************************
       2300-ENVIA-A-REPARACION.
           MOVE 'PDB2034 ' TO P40-PROGRAMA
           MOVE WS-REFERENCIA-REP TO P40-REFERENCIA
           MOVE P15-TIPO-MOV TO P40-TIPO-MOV
           MOVE P15-CONT-ORIGEN TO P40-CONT-ORIGEN
           MOVE P15-CONT-DESTINO TO P40-CONT-DESTINO
           MOVE P15-IMPORTE TO P40-IMPORTE
           MOVE P15-DESCRIPCION TO P40-DESCRIPCION
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P40-FECHA-VALOR
           MOVE P15-RESULTADO TO P40-CODIGO-RECHAZO
           MOVE P15-TEXTO-RECHAZO TO P40-MOTIVO-RECHAZO
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P40-FECHA-CONTABLE
           CALL 'PDB2040' USING PDB2040-AREA
           IF P40-ERROR-SQL
              MOVE P40-SQLCODE TO WS-I-SQLCODE
              MOVE 'ERROR AL DEJAR EL RECHAZO EN LA COLA DE REPARAC.'
                           TO WS-I-MOTIVO
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           ELSE
              ADD 1 TO WS-TOT-REPARACION
           END-IF.

      *****************************************************************
      * CONTRASTA EL REGISTRO DE TOTALES DE LA CAMARA CON LO LEIDO.  *
      * SI EL CONTADOR NO CUADRA, LA TRANSMISION ESTA TRUNCADA.      *
                   WS-TOT-DEVUELTAS
           DISPLAY 'INCIDENCIAS                     : '
                   WS-TOT-INCIDENCIAS
           DISPLAY 'RECHAZOS EN COLA DE REPARACION  : '
                   WS-TOT-REPARACION
           DISPLAY '----------------------------------------------'.

      ******************************************************************
