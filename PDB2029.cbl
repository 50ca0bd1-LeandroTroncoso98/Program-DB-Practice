      * PORQUE EL CONTRATO ORIGEN ESTA BLOQUEADO) GENERAN UNA
      * INCIDENCIA PARA LA OFICINA; LA FECHA AVANZA IGUALMENTE PARA
      * QUE UNA ORDEN ROTA NO SE REINTENTE CADA NOCHE PARA SIEMPRE.
      * LA EJECUCION FALLIDA QUEDA EN LA COLA DE REPARACION (MODULO
      * PDB2040) PARA QUE UN OPERADOR LA REENVIE CORREGIDA O LA
      * DESCARTE DESDE PB41. EL TITULAR DEL CONTRATO DE LA ORDEN SE
      * ENTERA ESA MISMA NOCHE SI ESTA SUSCRITO A ESE AVISO (MODULO
      * PDB2052).
      * EL VENCIMIENTO SE COMPARA CON LA FECHA CONTABLE ABIERTA, ASI
      * QUE UNA EJECUCION QUE CAE EN SABADO, DOMINGO O FESTIVO SE
      * POSTEA LA NOCHE DEL PRIMER DIA HABIL POSTERIOR. LAS ORDENES
      * DIARIAS AVANZAN AL SIGUIENTE DIA HABIL (MODULO DE CALENDARIO
      * PDB2037): NO SE EJECUTAN EN DIAS INHABILES NI SE ACUMULAN.
      * LAS SEMANALES Y MENSUALES CONSERVAN SU CALENDARIO NATURAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * AREA DE COMUNICACION CON EL MODULO PDB2040 DE ALTA EN LA COLA
      * DE REPARACION, DONDE QUEDAN LOS RECHAZOS DE NEGOCIO PARA QUE
      * UN OPERADOR LOS CORRIJA Y REENVIE DESDE PB41
           COPY PDB2040C.

      * AREA DE COMUNICACION CON EL MODULO PDB2052 DE ALTA DE AVISOS
      * AL CLIENTE Y TEXTO DEL AVISO DE ORDEN NO EJECUTADA, CON EL
      * MOTIVO DEL RECHAZO
           COPY PDB2052C.
       01 WS-AVISO-ORDEN.
          05 FILLER               PIC X(20) VALUE
             'ORDEN NO EJECUTADA: '.
          05 WS-AVO-MOTIVO        PIC X(30).

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
          88 WS-FIN-ORDENES-SI    VALUE 'S'.
          88 WS-FIN-ORDENES-NO    VALUE 'N'.

      * SIGUIENTE EJECUCION DE UNA ORDEN DIARIA (DIA HABIL)
       77 WS-NUEVA-EJECUCION      PIC X(10).

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO PDB2037
           COPY PDB2037C.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-GENERADOS        PIC 9(9) COMP.
       77 WS-TOT-FALLIDOS         PIC 9(9) COMP.
       77 WS-TOT-REPARACION       PIC 9(9) COMP.
       77 WS-TOT-FINALIZADAS      PIC 9(9) COMP.
       77 WS-TOT-IMPORTE          PIC 9(13)V99.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE ORDPERM END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-GENERADOS
           INITIALIZE WS-TOT-FALLIDOS
           INITIALIZE WS-TOT-REPARACION
           INITIALIZE WS-TOT-FINALIZADAS
           INITIALIZE WS-TOT-IMPORTE
           MOVE 'N' TO WS-FIN-ORDENES
      * APERTURA DEL FICHERO DE INCIDENCIAS
           OPEN OUTPUT FICHERO-SAL

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO

                    PROXIMA_EJECUCION, FECHA_FIN
             FROM IBMUSER.ORDENES_PERMANENTES
             WHERE ESTADO = 'A'
               AND PROXIMA_EJECUCION <=
                   :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             ORDER BY CLAVE_ORDEN
           END-EXEC

      * LECTURA DE LA PRIMERA ORDEN VENCIDA
           PERFORM 1100-LEE-ORDEN.

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
           MOVE 'PDB2029 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
                 MOVE 0 TO WS-S-SQLCODE
                 MOVE P15-TEXTO-RECHAZO TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 2600-ENVIA-A-REPARACION
                 PERFORM 2700-AVISA-CLIENTE
                 ADD 1 TO WS-TOT-FALLIDOS
              WHEN P15-ERROR-SQL
                 MOVE P15-SQLCODE TO WS-S-SQLCODE
       2500-AVANZA-PROXIMA-EJECUCION.
           EVALUATE OP-FRECUENCIA OF DCLORDPERMANENTES
              WHEN 'D'
                 PERFORM 2550-SIGUIENTE-DIA-HABIL
                 EXEC SQL
                   UPDATE IBMUSER.ORDENES_PERMANENTES
                   SET PROXIMA_EJECUCION = :WS-NUEVA-EJECUCION
                   WHERE CLAVE_ORDEN =
                           :DCLORDPERMANENTES.OP-CLAVE-ORDEN
                 END-EXEC
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * SIGUIENTE EJECUCION DE UNA ORDEN DIARIA: EL PRIMER DIA HABIL *
      * POSTERIOR A LA EJECUCION QUE SE ACABA DE TRATAR.             *
      *****************************************************************
       2550-SIGUIENTE-DIA-HABIL.
           MOVE 'S' TO P37-FUNCION
           MOVE OP-PROXIMA-EJECUCION OF DCLORDPERMANENTES TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           IF NOT P37-OK
              MOVE P37-SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL CALCULAR EL SIGUIENTE DIA HABIL'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           MOVE P37-FECHA-HABIL TO WS-NUEVA-EJECUCION.

      *****************************************************************
      * DEJA EL MOVIMIENTO RECHAZADO EN LA COLA DE REPARACION, CON   *
      * LOS DATOS QUE SE ACABAN DE PRESENTAR AL MODULO DE POSTEO, SU *
      * FECHA DE VALOR Y EL MOTIVO DEL RECHAZO, EN LA MISMA UNIDAD DE*
      * TRABAJO QUE EL RESTO DEL TRATAMIENTO.                        *
      *****************************************************************
       2600-ENVIA-A-REPARACION.
           MOVE 'PDB2029 ' TO P40-PROGRAMA
           MOVE OP-CLAVE-ORDEN OF DCLORDPERMANENTES TO P40-REFERENCIA
           MOVE P15-TIPO-MOV TO P40-TIPO-MOV
           MOVE P15-CONT-ORIGEN TO P40-CONT-ORIGEN
           MOVE P15-CONT-DESTINO TO P40-CONT-DESTINO
           MOVE P15-IMPORTE TO P40-IMPORTE
           MOVE P15-DESCRIPCION TO P40-DESCRIPCION
      * LA FECHA DE VALOR ES LA EJECUCION QUE NO SE PUDO POSTEAR,
      * TODAVIA SIN AVANZAR
           MOVE OP-PROXIMA-EJECUCION OF DCLORDPERMANENTES
                        TO P40-FECHA-VALOR
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

      *****************************************************************
      * AVISA AL TITULAR DE LA ORDEN QUE NO SE HA PODIDO EJECUTAR:   *
      * EL DEL CONTRATO ORIGEN QUE DEBIA PAGARLA (EL DEL DESTINO EN  *
      * UNA ORDEN DE INGRESO), CON EL MOTIVO DEL RECHAZO. EL MODULO  *
      * SOLO GRABA EL AVISO SI EL CLIENTE ESTA SUSCRITO.             *
      *****************************************************************
       2700-AVISA-CLIENTE.
           MOVE 'OF' TO P52-TIPO-EVENTO
           IF OP-TIPO-MOV OF DCLORDPERMANENTES = 'I'
              MOVE OP-DESTINO OF DCLORDPERMANENTES
                           TO P52-CLAVE-CONTRATO
           ELSE
              MOVE OP-ORIGEN OF DCLORDPERMANENTES
                           TO P52-CLAVE-CONTRATO
           END-IF
           MOVE OP-IMPORTE OF DCLORDPERMANENTES TO P52-IMPORTE
           MOVE ZERO TO P52-SALDO-ANTERIOR
           MOVE ZERO TO P52-SALDO-DISPONIBLE
           MOVE P15-TEXTO-RECHAZO TO WS-AVO-MOTIVO
           MOVE WS-AVISO-ORDEN TO P52-TEXTO
           MOVE 'PDB2029 ' TO P52-PROGRAMA
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              MOVE P52-SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL GRABAR EL AVISO AL CLIENTE'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * ESCRIBE UNA INCIDENCIA EN EL FICHERO DE SALIDA. EL PARRAFO   *
      * QUE LA INVOCA YA HA DEJADO PREPARADOS WS-S-SQLCODE Y         *
                   WS-TOT-GENERADOS
           DISPLAY 'ORDENES FALLIDAS                : '
                   WS-TOT-FALLIDOS
           DISPLAY 'FALLIDAS EN COLA DE REPARACION  : '
                   WS-TOT-REPARACION
           DISPLAY 'ORDENES FINALIZADAS             : '
                   WS-TOT-FINALIZADAS
           DISPLAY 'IMPORTE TOTAL POSTEADO          : '
