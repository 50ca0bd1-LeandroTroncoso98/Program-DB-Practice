       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2047.
       AUTHOR. TRONCOSO LEANDRO.

      * COBRO NOCTURNO DE CUOTAS DE PRESTAMOS. RECORRE LAS CUOTAS DE
      * IBMUSER.CUOTAS_PRESTAMO DE PRESTAMOS ACTIVOS QUE YA HAN
      * VENCIDO A LA FECHA CONTABLE Y NO ESTAN COBRADAS (PENDIENTES
      * 'P' QUE VENCEN HOY O IMPAGADAS 'I' DE NOCHES ANTERIORES) Y
      * CARGA CADA UNA EN LA CUENTA ASOCIADA DEL PRESTAMO A TRAVES
      * DEL MODULO COMUN DE POSTEO PDB2015, COMO REINTEGROS
      * SEPARADOS POR CONCEPTO:
      *   - INTERESES DE DEMORA (SOLO SI LA CUOTA YA ESTABA IMPAGADA)
      *   - INTERESES
      *   - AMORTIZACION DEL PRINCIPAL
      * UNA CUOTA SE COBRA ENTERA O NO SE COBRA: SI LA CUENTA NO
      * TIENE SALDO DISPONIBLE PARA TODOS LOS CONCEPTOS (O ESTA
      * BLOQUEADA) SE DESHACEN LOS POSTEOS YA HECHOS DE ESA CUOTA
      * (SAVEPOINT) Y LA CUOTA QUEDA IMPAGADA ('I'), CON UNA
      * INCIDENCIA PARA LA OFICINA. LAS IMPAGADAS SE REINTENTAN CADA
      * NOCHE. NO SE DEJAN EN LA COLA DE REPARACION: EL REINTENTO ES
      * AUTOMATICO Y UN REENVIO MANUAL LA COBRARIA DOS VECES.
      * LOS INTERESES DE DEMORA SE DEVENGAN DESDE EL VENCIMIENTO
      * SOBRE EL IMPORTE DE LA CUOTA (CAPITAL MAS INTERESES), AL
      * TIPO DE DEMORA DEL PRESTAMO Y EN BASE 360. CADA NOCHE QUE LA
      * CUOTA SIGUE IMPAGADA SE ACTUALIZA LA DEMORA DEVENGADA, PARA
      * QUE LA CONSULTA PB46 MUESTRE LO QUE SE DEBE. UNA CUOTA QUE
      * SE COBRA AL PRIMER INTENTO NO GENERA DEMORA, AUNQUE HAYA
      * VENCIDO EN UN DIA INHABIL.
      * LAS CUOTAS DE UN MISMO PRESTAMO SE COBRAN EN ORDEN: SI UNA
      * QUEDA IMPAGADA, LAS SIGUIENTES YA VENCIDAS DEL MISMO
      * PRESTAMO NO SE INTENTAN ESA NOCHE.
      * AL COBRAR UNA CUOTA SE REDUCE EL CAPITAL PENDIENTE DEL
      * PRESTAMO; AL COBRAR LA ULTIMA, EL PRESTAMO PASA A CANCELADO
      * ('C'). EL CAMBIO DE ESTADO DE LA CUOTA VA EN LA MISMA UNIDAD
      * DE TRABAJO QUE SUS POSTEOS, ASI QUE UNA REEJECUCION NO COBRA
      * NADA DOS VECES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE SALIDA DE INCIDENCIAS
           SELECT FICHERO-SAL ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-SAL RECORDING MODE IS F
                      DATA RECORD IS REG-SALIDA.
       01 REG-SALIDA              PIC X(120).

       WORKING-STORAGE SECTION.

      * CAMPOS DE SALIDA. INCLUYE EL PRESTAMO, LA CUOTA, LA CUENTA Y
      * EL IMPORTE DEBIDO PARA QUE CADA INCIDENCIA SEA AUTOCONTENIDA
       01 WS-SALIDA.
          05 WS-S-SQLCODE         PIC -999.
          05 WS-S-CLAVE-PRESTAMO  PIC 9(9).
          05 WS-S-NUM-CUOTA       PIC 9(3).
          05 WS-S-CONTRATO        PIC 9(9).
          05 WS-S-IMPORTE         PIC 9(11)V99.
          05 WS-S-FECHA-VTO       PIC X(10).
          05 WS-S-DESCRIPCION     PIC X(72).

      * FILESTATUS DEL FICHERO SALIDA
       01 FS-SALIDA               PIC 99.

      * DESCRIPCION DE LOS MOVIMIENTOS DE COBRO. EL EXTRACTO
      * CONTABLE PDB2011 RECONOCE EL CONCEPTO POR SU POSICION.
       01 WS-DESC-PRESTAMO.
          05 FILLER               PIC X(09) VALUE 'PRESTAMO '.
          05 WS-DP-CLAVE          PIC 9(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DP-CONCEPTO       PIC X(19).
          05 FILLER               PIC X(07) VALUE ' CUOTA '.
          05 WS-DP-CUOTA          PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.

      * AREA DE COMUNICACION CON EL MODULO COMUN DE POSTEO PDB2015
           COPY PDB2015C.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
       77 WS-FIN-CUOTAS           PIC X.
          88 WS-FIN-CUOTAS-SI     VALUE 'S'.
          88 WS-FIN-CUOTAS-NO     VALUE 'N'.

      * DATOS DE LA CUOTA LEIDA QUE NO ESTAN EN SU TABLA: CUENTA Y
      * TIPO DE DEMORA DEL PRESTAMO Y DIAS DESDE EL VENCIMIENTO
       77 WS-CONTRATO             PIC S9(9) COMP.
       77 WS-TASA-DEMORA          PIC S9V9(4) COMP-3.
       77 WS-DIAS-VENCIDA         PIC S9(9) COMP.
       77 WS-ESTADO-LEIDO         PIC X(01).
       77 WS-IMPORTE-CONCEPTO     PIC S9(11)V99 COMP-3.
       77 WS-IMPORTE-DEBIDO       PIC S9(11)V99 COMP-3.

      * RESULTADO DEL COBRO DE LA CUOTA EN CURSO Y MOTIVO DEL
      * RECHAZO DEL PRIMER CONCEPTO QUE NO SE PUDO CARGAR
       77 WS-COBRO                PIC X.
          88 WS-COBRO-OK          VALUE 'S'.
          88 WS-COBRO-FALLIDO     VALUE 'N'.
       77 WS-MOTIVO-IMPAGO        PIC X(50).

      * CLAVE DE MOVIMIENTO AL EMPEZAR LA CUOTA, PARA RECUPERARLA SI
      * SE DESHACEN SUS POSTEOS
       77 WS-CLAVE-MOV-INICIAL    PIC S9(9) COMP.

      * PRESTAMO CON UNA CUOTA IMPAGADA ESTA NOCHE: SUS CUOTAS
      * POSTERIORES NO SE INTENTAN
       77 WS-PRESTAMO-IMPAGADO    PIC S9(9) COMP.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-COBRADAS         PIC 9(9) COMP.
       77 WS-TOT-NUEVAS-IMPAG     PIC 9(9) COMP.
       77 WS-TOT-SIGUEN-IMPAG     PIC 9(9) COMP.
       77 WS-TOT-CANCELADOS       PIC 9(9) COMP.
       77 WS-TOT-CAPITAL          PIC 9(13)V99.
       77 WS-TOT-INTERESES        PIC 9(13)V99.
       77 WS-TOT-DEMORA           PIC 9(13)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE PRESTAMO END-EXEC.
           EXEC SQL INCLUDE CUOTAPRE END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-CUOTAS-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO COBRO DE CUOTAS DE PRESTAMOS'
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-COBRADAS
           INITIALIZE WS-TOT-NUEVAS-IMPAG
           INITIALIZE WS-TOT-SIGUEN-IMPAG
           INITIALIZE WS-TOT-CANCELADOS
           INITIALIZE WS-TOT-CAPITAL
           INITIALIZE WS-TOT-INTERESES
           INITIALIZE WS-TOT-DEMORA
           MOVE ZERO TO WS-PRESTAMO-IMPAGADO
           MOVE 'N' TO WS-FIN-CUOTAS

      * APERTURA DEL FICHERO DE INCIDENCIAS
           OPEN OUTPUT FICHERO-SAL

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CALCULAMOS EL NUMERO DEL PRIMER MOVIMIENTO A POSTEAR
           PERFORM 1200-CALCULA-NUEVO-MOVIMIENTO

      * CURSOR SOBRE LAS CUOTAS VENCIDAS Y NO COBRADAS DE LOS
      * PRESTAMOS ACTIVOS, EN ORDEN DE PRESTAMO Y CUOTA
           EXEC SQL
             DECLARE CUR-CUOTAS CURSOR WITH HOLD FOR
             SELECT C.CLAVE_PRESTAMO, C.NUM_CUOTA,
                    C.FECHA_VENCIMIENTO, C.IMPORTE_CAPITAL,
                    C.IMPORTE_INTERESES, C.ESTADO,
                    P.CLAVE_CONTRATO, P.TASA_DEMORA,
                    DAYS(:DCLFECHACONTABLE.FC-FECHA-CONTABLE) -
                    DAYS(C.FECHA_VENCIMIENTO)
             FROM IBMUSER.CUOTAS_PRESTAMO C,
                  IBMUSER.PRESTAMOS P
             WHERE P.CLAVE_PRESTAMO = C.CLAVE_PRESTAMO
               AND P.ESTADO = 'A'
               AND C.ESTADO IN ('P', 'I')
               AND C.FECHA_VENCIMIENTO <=
                   :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             ORDER BY C.CLAVE_PRESTAMO, C.NUM_CUOTA
           END-EXEC

           EXEC SQL
             OPEN CUR-CUOTAS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL ABRIR EL CURSOR DE CUOTAS'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA CUOTA VENCIDA
           PERFORM 1100-LEE-CUOTA.

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
      * LEE LA SIGUIENTE CUOTA VENCIDA DEL CURSOR. SQLCODE = 100     *
      * INDICA QUE NO QUEDAN MAS.                                    *
      *****************************************************************
       1100-LEE-CUOTA.
           EXEC SQL
             FETCH CUR-CUOTAS
             INTO :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO,
                  :DCLCUOTASPRESTAMO.CU-NUM-CUOTA,
                  :DCLCUOTASPRESTAMO.CU-FECHA-VENCIMIENTO,
                  :DCLCUOTASPRESTAMO.CU-IMPORTE-CAPITAL,
                  :DCLCUOTASPRESTAMO.CU-IMPORTE-INTERESES,
                  :DCLCUOTASPRESTAMO.CU-ESTADO,
                  :WS-CONTRATO,
                  :WS-TASA-DEMORA,
                  :WS-DIAS-VENCIDA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL LEER CUOTA DEL CURSOR'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CUOTAS
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           DISPLAY 'COBRAMOS PRESTAMO ' CU-CLAVE-PRESTAMO
                   ' CUOTA ' CU-NUM-CUOTA
           ADD 1 TO WS-COMMIT
           MOVE CU-ESTADO TO WS-ESTADO-LEIDO
           PERFORM 2050-CALCULA-DEMORA
           IF CU-CLAVE-PRESTAMO = WS-PRESTAMO-IMPAGADO
      * UNA CUOTA ANTERIOR DEL MISMO PRESTAMO HA QUEDADO IMPAGADA
      * ESTA NOCHE: ESTA NO SE INTENTA
              MOVE 'QUEDA IMPAGADA UNA CUOTA ANTERIOR DEL PRESTAMO'
                           TO WS-MOTIVO-IMPAGO
              PERFORM 2400-MARCA-IMPAGADA
           ELSE
              PERFORM 2100-COBRA-CUOTA
           END-IF
      * SIGUIENTE CUOTA VENCIDA
           PERFORM 1100-LEE-CUOTA
           IF WS-COMMIT = 10 THEN
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT
           END-IF.

      *****************************************************************
      * INTERESES DE DEMORA DE LA CUOTA A LA FECHA CONTABLE: SOLO SI *
      * YA ESTABA IMPAGADA DE UNA NOCHE ANTERIOR. SE DEVENGAN DESDE  *
      * EL VENCIMIENTO SOBRE CAPITAL MAS INTERESES, EN BASE 360.     *
      *****************************************************************
       2050-CALCULA-DEMORA.
           IF WS-ESTADO-LEIDO = 'I' AND WS-DIAS-VENCIDA > 0
              COMPUTE CU-INTERESES-DEMORA ROUNDED =
                      (CU-IMPORTE-CAPITAL + CU-IMPORTE-INTERESES)
                      * WS-TASA-DEMORA * WS-DIAS-VENCIDA / 360
           ELSE
              MOVE ZERO TO CU-INTERESES-DEMORA
           END-IF
           COMPUTE WS-IMPORTE-DEBIDO = CU-IMPORTE-CAPITAL
                                     + CU-IMPORTE-INTERESES
                                     + CU-INTERESES-DEMORA.

      *****************************************************************
      * COBRA LA CUOTA EN CURSO CONCEPTO A CONCEPTO. SI ALGUNO NO SE *
      * PUEDE CARGAR, SE DESHACEN LOS POSTEOS DE LA CUOTA HASTA EL   *
      * SAVEPOINT Y LA CUOTA QUEDA IMPAGADA.                         *
      *****************************************************************
       2100-COBRA-CUOTA.
           EXEC SQL
             SAVEPOINT SVPT2047 ON ROLLBACK RETAIN CURSORS
           END-EXEC
           MOVE CLAVE-MOVIMIENTO TO WS-CLAVE-MOV-INICIAL
           MOVE 'S' TO WS-COBRO
           MOVE SPACES TO WS-MOTIVO-IMPAGO
           IF CU-INTERESES-DEMORA > ZERO
              MOVE 'INTERESES DE DEMORA' TO WS-DP-CONCEPTO
              MOVE CU-INTERESES-DEMORA TO WS-IMPORTE-CONCEPTO
              PERFORM 2200-POSTEA-CONCEPTO
           END-IF
           IF WS-COBRO-OK AND CU-IMPORTE-INTERESES > ZERO
              MOVE 'INTERESES' TO WS-DP-CONCEPTO
              MOVE CU-IMPORTE-INTERESES TO WS-IMPORTE-CONCEPTO
              PERFORM 2200-POSTEA-CONCEPTO
           END-IF
           IF WS-COBRO-OK AND CU-IMPORTE-CAPITAL > ZERO
              MOVE 'AMORTIZACION' TO WS-DP-CONCEPTO
              MOVE CU-IMPORTE-CAPITAL TO WS-IMPORTE-CONCEPTO
              PERFORM 2200-POSTEA-CONCEPTO
           END-IF
           IF WS-COBRO-OK
              PERFORM 2300-MARCA-COBRADA
           ELSE
              EXEC SQL
                ROLLBACK TO SAVEPOINT SVPT2047
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'ERROR AL DESHACER EL COBRO PARCIAL DE LA CUOTA'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
              END-IF
              MOVE WS-CLAVE-MOV-INICIAL TO CLAVE-MOVIMIENTO
              PERFORM 2400-MARCA-IMPAGADA
           END-IF.

      *****************************************************************
      * CARGA UN CONCEPTO DE LA CUOTA EN LA CUENTA ASOCIADA COMO UN  *
      * REINTEGRO, A TRAVES DEL MODULO COMUN PDB2015. EL UMBRAL DE   *
      * AUTORIZACION NO SE APLICA (EL PRESTAMO YA SE APROBO EN SU    *
      * ALTA) NI LA VENTANA DE DUPLICADOS: LO QUE IMPIDE COBRAR DOS  *
      * VECES ES EL ESTADO DE LA CUOTA.                              *
      *****************************************************************
       2200-POSTEA-CONCEPTO.
           MOVE CU-CLAVE-PRESTAMO TO WS-DP-CLAVE
           MOVE CU-NUM-CUOTA TO WS-DP-CUOTA
           MOVE 'P' TO P15-FUNCION
           MOVE WS-CONTRATO TO P15-CONT-ORIGEN
           MOVE ZERO TO P15-CONT-DESTINO
           MOVE WS-IMPORTE-CONCEPTO TO P15-IMPORTE
           MOVE WS-DESC-PRESTAMO TO P15-DESCRIPCION
           MOVE 'R' TO P15-TIPO-MOV
           MOVE CLAVE-MOVIMIENTO TO P15-CLAVE-MOVIMIENTO
           MOVE 'N' TO P15-COMPRUEBA-DUPLICADOS
           MOVE 'N' TO P15-CONTROLA-UMBRAL
           MOVE 'PDB2047 ' TO P15-OPERADOR
           MOVE SPACES TO P15-TERMINAL
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO P15-FECHA-OPERACION
           CALL 'PDB2015' USING PDB2015-AREA
           EVALUATE TRUE
              WHEN P15-OK
                 PERFORM 2450-INCREMENTA-CLAVE-MOV
              WHEN P15-RECHAZO-NEGOCIO
                 MOVE 'N' TO WS-COBRO
                 MOVE P15-TEXTO-RECHAZO TO WS-MOTIVO-IMPAGO
              WHEN OTHER
                 MOVE P15-SQLCODE TO WS-S-SQLCODE
                 MOVE P15-TEXTO-RECHAZO TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * MARCA LA CUOTA COMO COBRADA CON SU DEMORA Y LA FECHA DE      *
      * COBRO, REDUCE EL CAPITAL PENDIENTE DEL PRESTAMO Y, SI YA NO  *
      * LE QUEDAN CUOTAS SIN COBRAR, LO DA POR CANCELADO.            *
      *****************************************************************
       2300-MARCA-COBRADA.
           EXEC SQL
             UPDATE IBMUSER.CUOTAS_PRESTAMO
             SET ESTADO = 'C',
                 INTERESES_DEMORA =
                     :DCLCUOTASPRESTAMO.CU-INTERESES-DEMORA,
                 FECHA_COBRO = :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             WHERE CLAVE_PRESTAMO =
                       :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND NUM_CUOTA = :DCLCUOTASPRESTAMO.CU-NUM-CUOTA
               AND ESTADO = :WS-ESTADO-LEIDO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL MARCAR LA CUOTA COMO COBRADA'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           EXEC SQL
             UPDATE IBMUSER.PRESTAMOS
             SET CAPITAL_PENDIENTE = CAPITAL_PENDIENTE -
                     :DCLCUOTASPRESTAMO.CU-IMPORTE-CAPITAL
             WHERE CLAVE_PRESTAMO =
                       :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL ACTUALIZAR EL CAPITAL PENDIENTE'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           EXEC SQL
             UPDATE IBMUSER.PRESTAMOS
             SET ESTADO = 'C'
             WHERE CLAVE_PRESTAMO =
                       :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND NOT EXISTS
                   (SELECT 1
                    FROM IBMUSER.CUOTAS_PRESTAMO
                    WHERE CLAVE_PRESTAMO =
                              :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
                      AND ESTADO <> 'C')
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-TOT-CANCELADOS
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-S-SQLCODE
                 MOVE 'ERROR AL CANCELAR EL PRESTAMO'
                              TO WS-S-DESCRIPCION
                 PERFORM 2900-ESCRIBE-INCIDENCIA
                 PERFORM 9999-ERROR
           END-EVALUATE
           ADD 1 TO WS-TOT-COBRADAS
           ADD CU-IMPORTE-CAPITAL TO WS-TOT-CAPITAL
           ADD CU-IMPORTE-INTERESES TO WS-TOT-INTERESES
           ADD CU-INTERESES-DEMORA TO WS-TOT-DEMORA.

      *****************************************************************
      * DEJA LA CUOTA IMPAGADA CON LA DEMORA DEVENGADA HASTA HOY, Y  *
      * UNA INCIDENCIA CON EL MOTIVO PARA LA OFICINA. LAS CUOTAS     *
      * POSTERIORES DEL PRESTAMO YA NO SE INTENTAN ESTA NOCHE.       *
      *****************************************************************
       2400-MARCA-IMPAGADA.
           EXEC SQL
             UPDATE IBMUSER.CUOTAS_PRESTAMO
             SET ESTADO = 'I',
                 INTERESES_DEMORA =
                     :DCLCUOTASPRESTAMO.CU-INTERESES-DEMORA
             WHERE CLAVE_PRESTAMO =
                       :DCLCUOTASPRESTAMO.CU-CLAVE-PRESTAMO
               AND NUM_CUOTA = :DCLCUOTASPRESTAMO.CU-NUM-CUOTA
               AND ESTADO = :WS-ESTADO-LEIDO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL MARCAR LA CUOTA COMO IMPAGADA'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           MOVE CU-CLAVE-PRESTAMO TO WS-PRESTAMO-IMPAGADO
           IF WS-ESTADO-LEIDO = 'P'
              ADD 1 TO WS-TOT-NUEVAS-IMPAG
           ELSE
              ADD 1 TO WS-TOT-SIGUEN-IMPAG
           END-IF
           MOVE 0 TO WS-S-SQLCODE
           MOVE WS-MOTIVO-IMPAGO TO WS-S-DESCRIPCION
           PERFORM 2900-ESCRIBE-INCIDENCIA.

      ******************************************************************
      * INCREMENTA EN 1 LA CLAVE DEL MOVIMIENTO ANTES DE INSERTARLA
      * EN LA TABLA DE MOVIMIENTOS
      ******************************************************************
       2450-INCREMENTA-CLAVE-MOV.
           COMPUTE CLAVE-MOVIMIENTO = CLAVE-MOVIMIENTO + 1.

      *****************************************************************
      * ESCRIBE UNA INCIDENCIA EN EL FICHERO DE SALIDA. EL PARRAFO   *
      * QUE LA INVOCA YA HA DEJADO PREPARADOS WS-S-SQLCODE Y         *
      * WS-S-DESCRIPCION; AQUI SE COMPLETA CON LOS DATOS DE LA CUOTA *
      * PARA QUE LA LINEA SEA AUTOCONTENIDA.                         *
      *****************************************************************
       2900-ESCRIBE-INCIDENCIA.
           MOVE CU-CLAVE-PRESTAMO TO WS-S-CLAVE-PRESTAMO
           MOVE CU-NUM-CUOTA TO WS-S-NUM-CUOTA
           MOVE WS-CONTRATO TO WS-S-CONTRATO
           MOVE WS-IMPORTE-DEBIDO TO WS-S-IMPORTE
           MOVE CU-FECHA-VENCIMIENTO TO WS-S-FECHA-VTO
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
           EXEC SQL
             CLOSE CUR-CUOTAS
           END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           CLOSE FICHERO-SAL
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: CUOTAS      *
      * COBRADAS E IMPORTES POR CONCEPTO, CUOTAS QUE HAN QUEDADO     *
      * IMPAGADAS Y PRESTAMOS CANCELADOS.                            *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2047'
           DISPLAY '----------------------------------------------'
           DISPLAY 'CUOTAS COBRADAS                 : '
                   WS-TOT-COBRADAS
           DISPLAY '  CAPITAL AMORTIZADO            : '
                   WS-TOT-CAPITAL
           DISPLAY '  INTERESES                     : '
                   WS-TOT-INTERESES
           DISPLAY '  INTERESES DE DEMORA           : '
                   WS-TOT-DEMORA
           DISPLAY 'CUOTAS IMPAGADAS ESTA NOCHE     : '
                   WS-TOT-NUEVAS-IMPAG
           DISPLAY 'IMPAGADAS QUE SIGUEN SIN COBRAR : '
                   WS-TOT-SIGUEN-IMPAG
           DISPLAY 'PRESTAMOS CANCELADOS            : '
                   WS-TOT-CANCELADOS
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
