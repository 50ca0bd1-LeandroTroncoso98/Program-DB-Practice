      * ALTA (CATALOGO IBMUSER.PRODUCTOS, MANTENIDO DESDE PB22):
      *   - ABONO DE INTERESES A LA TASA ACREEDORA DEL PRODUCTO,
      *     SOLO SI EL SALDO ALCANZA EL MINIMO DE REMUNERACION DEL
      *     PRODUCTO (POR DEBAJO NO SE REMUNERA). EL ABONO SE POSTEA
      *     POR EL BRUTO Y LA RETENCION FISCAL, A LA TASA DEL FICHERO
      *     DE PARAMETROS, SE CARGA COMO MOVIMIENTO APARTE. CADA
      *     LIQUIDACION CON INTERESES DEJA SU FILA EN
      *     LIQUIDACIONES_FISCALES PARA EL CERTIFICADO ANUAL PDB2035.
      *   - CARGO DE LA COMISION DE MANTENIMIENTO DEL PRODUCTO, SI
      *     EL PRODUCTO LA TIENE.
      *   - CARGO DE INTERESES DEUDORES POR LOS DIAS QUE EL
      * LAS INCIDENCIAS Y LOS TOTALES DE CONTROL SE DESGLOSAN POR
      * PRODUCTO PARA PODER CUADRAR EL DEVENGO DE CADA UNO POR
      * SEPARADO.
      * PARAMETRO: TASA DE RETENCION FISCAL SOBRE INTERESES, EN TANTO
      * POR UNO CON CUATRO DECIMALES (9V9999; 01900 = 19%).
      * EL MES QUE SE LIQUIDA ES EL DE LA FECHA CONTABLE ABIERTA, Y
      * LA LIQUIDACION SOLO SE HACE LA NOCHE DEL ULTIMO DIA HABIL DEL
      * MES (MODULO DE CALENDARIO PDB2037); CUALQUIER OTRA NOCHE EL
      * PROCESO TERMINA SIN HACER NADA CON RC=4. LOS DIAS INHABILES
      * QUE QUEDAN HASTA FIN DE MES SE DEVENGAN CON EL ULTIMO SALDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON LA TASA DE RETENCION FISCAL
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

      * FICHERO DE SALIDA DE INCIDENCIAS
           SELECT FICHERO-SAL ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(05).

       FD FICHERO-SAL RECORDING MODE IS F
                      DATA RECORD IS REG-SALIDA.
       01 REG-SALIDA              PIC X(105).
      * FILESTATUS DEL FICHERO SALIDA
       01 FS-SALIDA               PIC 99.

      * PARAMETRO: TASA DE RETENCION FISCAL SOBRE INTERESES
       01 WS-PARM.
          05 WS-P-TASA-RETENCION  PIC 9V9999.

      * FILESTATUS DEL FICHERO DE PARAMETROS
       01 FS-PARM                 PIC 99.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
       77 WS-IMP-ANTERIOR         PIC S9(11)V99.
       77 WS-TOT-COMISIONES       PIC 9(13)V99.

      * RETENCION FISCAL SOBRE LOS INTERESES ABONADOS AL CONTRATO
      * EN CURSO Y CLAVE DEL MOVIMIENTO DE ABONO BRUTO, QUE QUEDA
      * EN LIQUIDACIONES_FISCALES JUNTO A LA DE LA RETENCION
       77 WS-IMP-RETENCION        PIC 9(11)V99.
       77 WS-TOT-RETENCIONES      PIC 9(13)V99.
       77 WS-CLAVE-MOV-BRUTO      PIC S9(9) COMP.

      * CALCULO DEL INTERES DEUDOR POR LOS DIAS QUE EL CONTRATO HA
      * PASADO EN NEGATIVO DURANTE EL MES (DESCUBIERTO AUTORIZADO
      * CONSUMIDO), A LA TASA DE DESCUBIERTO DE SU PRODUCTO. LOS
      * DIAS SE MANEJAN COMO DESPLAZAMIENTO DESDE EL PRIMERO DE MES.
       77 WS-FECHA-PRIMERO        PIC X(10).
       77 WS-DIAS-MES             PIC S9(9) COMP.

      * CONTROL DE FIN DE MES: MES DE LA FECHA CONTABLE Y DEL
      * SIGUIENTE DIA HABIL. SI COINCIDEN NO ES EL ULTIMO DIA HABIL.
       77 WS-MES-CONTABLE         PIC S9(9) COMP.
       77 WS-MES-SIGUIENTE        PIC S9(9) COMP.

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO PDB2037
           COPY PDB2037C.
       77 WS-DIA-SALDO            PIC S9(9) COMP.
       77 WS-DIA-ANTERIOR         PIC S9(9) COMP.
       77 WS-SALDO-TRAMO          PIC S9(11)V99.
             10 WS-TP-CODIGO      PIC X(03).
             10 WS-TP-CONTRATOS   PIC 9(9) COMP.
             10 WS-TP-INTERESES   PIC 9(13)V99.
             10 WS-TP-RETENCIONES PIC 9(13)V99.
             10 WS-TP-COMISIONES  PIC 9(13)V99.
             10 WS-TP-DEUDORES    PIC 9(13)V99.

          88 WS-FIN-CONTRATOS-NO  VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO. CADA
      * CONTRATO PUEDE GENERAR HASTA CUATRO MOVIMIENTOS (INTERESES,
      * RETENCION FISCAL, COMISION E INTERES DEUDOR), ASI QUE LOS
      * MOVIMIENTOS SE CUENTAN APARTE DE LOS CONTRATOS.
       77 WS-TOT-PROCESADOS       PIC 9(9) COMP.
       77 WS-TOT-MOVIMIENTOS      PIC 9(9) COMP.
       77 WS-TOT-IMPORTE          PIC 9(13)V99.
           EXEC SQL INCLUDE CONTHIST END-EXEC.
           EXEC SQL INCLUDE CTLEJEC END-EXEC.
           EXEC SQL INCLUDE PRODUCTO END-EXEC.
           EXEC SQL INCLUDE LIQFISC END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-TOT-IMPORTE
           INITIALIZE WS-TOT-COMISIONES
           INITIALIZE WS-TOT-DEUDORES
           INITIALIZE WS-TOT-RETENCIONES
      * EL IMPORTE DEL MOVIMIENTO EN CURSO SALE EN LAS INCIDENCIAS:
      * DEBE ARRANCAR A CERO POR SI UNA INCIDENCIA SE ESCRIBE ANTES
      * DE LA PRIMERA LIQUIDACION (P.EJ. AL RECUPERAR LA FECHA)
      * APERTURA DEL FICHERO DE SALIDA
           OPEN OUTPUT FICHERO-SAL

      * LECTURA DE LA TASA DE RETENCION FISCAL. SIN ELLA NO SE PUEDE
      * ABONAR NINGUN INTERES, ASI QUE EL PROCESO NO ARRANCA.
           OPEN INPUT FICHERO-PARM
           READ FICHERO-PARM INTO WS-PARM
           IF FS-PARM NOT = 00
              OR WS-P-TASA-RETENCION NOT NUMERIC
              OR WS-P-TASA-RETENCION NOT LESS THAN 1
              DISPLAY 'FALTA O NO ES VALIDA LA TASA DE RETENCION '
                      'FISCAL (9V9999)'
              CLOSE FICHERO-PARM
              CLOSE FICHERO-SAL
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE FICHERO-PARM
           DISPLAY 'TASA DE RETENCION FISCAL: ' WS-P-TASA-RETENCION

      * FECHA CONTABLE DE LA NOCHE. SOLO SE LIQUIDA EL ULTIMO DIA
      * HABIL DEL MES.
           PERFORM 1950-LEE-FECHA-CONTABLE
           PERFORM 1960-COMPRUEBA-FIN-DE-MES

      * REGISTRAMOS LA EJECUCION EN EL CONTROL DE EJECUCIONES. SI YA
      * HAY UNA LIQUIDACION TERMINADA BIEN ESTA NOCHE, EL PROCESO SE
      * NIEGA A ARRANCAR: VOLVERIA A ABONAR INTERESES A TODOS LOS
      * CONTRATOS VIGENTES.
           PERFORM 1300-REGISTRA-INICIO
             ORDER BY FECHA_ACTUALIZACION, CLAVE_MOVIMIENTO
           END-EXEC

           EXEC SQL
             OPEN CUR-CONTRATOS
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL ABRIR EL CURSOR DE CONTRATOS'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DEL PRIMER CONTRATO A LIQUIDAR
           PERFORM 1100-LEE-CONTRATO.

      *****************************************************************
      * RECUPERA LA FECHA CONTABLE ABIERTA, QUE ES LA FECHA DE       *
      * PROCESO DE TODA LA NOCHE AUNQUE EL BATCH CRUCE LA            *
      * MEDIANOCHE. SIN FECHA CONTABLE ABIERTA (APERTURA PDB2039 NO  *
      * EJECUTADA O NOCHE YA CERRADA) EL PROCESO NO ARRANCA. SE      *
      * RECUPERA TAMBIEN EL MOMENTO DE LA APERTURA, QUE ACOTA EL     *
      * CONTROL DE LIQUIDACION DUPLICADA.                            *
      *****************************************************************
       1950-LEE-FECHA-CONTABLE.
           EXEC SQL
             SELECT FECHA_CONTABLE, FECHA_APERTURA
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                  :DCLFECHACONTABLE.FC-FECHA-APERTURA
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
      * COMPRUEBA QUE LA FECHA CONTABLE ES EL ULTIMO DIA HABIL DEL    *
      * MES: EL SIGUIENTE DIA HABIL CAE YA EN OTRO MES. SI NO LO ES,  *
      * NO HAY LIQUIDACION ESTA NOCHE Y EL PROCESO TERMINA CON RC=4.  *
      * SI LO ES, CALCULA EL PRIMER DIA DEL MES Y LOS DIAS DEL MES    *
      * COMPLETO, QUE ACOTAN LOS TRAMOS DE SALDO DEL CALCULO DEL      *
      * INTERES DEUDOR.                                               *
      *****************************************************************
       1960-COMPRUEBA-FIN-DE-MES.
           MOVE 'S' TO P37-FUNCION
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           IF NOT P37-OK
              MOVE P37-SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL CALCULAR EL SIGUIENTE DIA HABIL'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           EXEC SQL
             SELECT DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE) -
                      (DAY(DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE))
                       - 1) DAYS,
                    MONTH(DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE)),
                    MONTH(DATE(:P37-FECHA-HABIL))
             INTO :WS-FECHA-PRIMERO, :WS-MES-CONTABLE,
                  :WS-MES-SIGUIENTE
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL CALCULAR EL MES DE LIQUIDACION'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           IF WS-MES-CONTABLE = WS-MES-SIGUIENTE
              DISPLAY 'LA FECHA CONTABLE NO ES EL ULTIMO DIA HABIL '
                      'DEL MES. NO HAY LIQUIDACION.'
              CLOSE FICHERO-SAL
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           EXEC SQL
             SELECT DAY(DATE(:WS-FECHA-PRIMERO) + 1 MONTH - 1 DAY)
             INTO :WS-DIAS-MES
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL CALCULAR LOS DIAS DEL MES'
                           TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF
           DISPLAY 'LIQUIDACION DEL MES QUE EMPIEZA EL '
                   WS-FECHA-PRIMERO ' (' WS-DIAS-MES ' DIAS)'.

      *****************************************************************
      * REGISTRA ESTA EJECUCION EN IBMUSER.CONTROL_EJECUCIONES. SI   *
      * YA CONSTA UNA LIQUIDACION TERMINADA BIEN ('T') ARRANCADA     *
      * DESDE LA APERTURA DE LA FECHA CONTABLE (LA NOCHE DE FIN DE   *
      * MES), EL PROCESO SE NIEGA A ARRANCAR CON RC=12.              *
      * EL ALTA SE COMMITEA EN EL ACTO PARA QUE SEA VISIBLE DESDE    *
      * OTRAS EJECUCIONES.                                           *
      *****************************************************************
             FROM IBMUSER.CONTROL_EJECUCIONES
             WHERE PROGRAMA = 'PDB2005'
               AND ESTADO = 'T'
               AND FECHA_INICIO >=
                   :DCLFECHACONTABLE.FC-FECHA-APERTURA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CONSULTAR EL CONTROL DE EJECUCIONES. '
      *****************************************************************
       2070-ACUMULA-TOTALES.
           ADD WS-IMP-INTERES TO WS-TOT-IMPORTE
           ADD WS-IMP-RETENCION TO WS-TOT-RETENCIONES
           ADD WS-IMP-COMISION TO WS-TOT-COMISIONES
           ADD WS-IMP-DEUDOR TO WS-TOT-DEUDORES
      * CADA IMPORTE DISTINTO DE CERO HA GENERADO SU MOVIMIENTO
           IF WS-IMP-INTERES GREATER THAN ZERO
              ADD 1 TO WS-TOT-MOVIMIENTOS
           END-IF
           IF WS-IMP-RETENCION GREATER THAN ZERO
              ADD 1 TO WS-TOT-MOVIMIENTOS
           END-IF
           IF WS-IMP-COMISION GREATER THAN ZERO
              ADD 1 TO WS-TOT-MOVIMIENTOS
           END-IF
           END-IF
           ADD 1 TO WS-TP-CONTRATOS(WS-PROD-POS)
           ADD WS-IMP-INTERES TO WS-TP-INTERESES(WS-PROD-POS)
           ADD WS-IMP-RETENCION TO WS-TP-RETENCIONES(WS-PROD-POS)
           ADD WS-IMP-COMISION TO WS-TP-COMISIONES(WS-PROD-POS)
           ADD WS-IMP-DEUDOR TO WS-TP-DEUDORES(WS-PROD-POS).

      * REINTENTO, PARA NO ABONAR EL INTERES MAS DE UNA VEZ):         *
      *   - INTERESES A LA TASA DEL PRODUCTO, SOLO SI EL SALDO        *
      *     ALCANZA EL MINIMO DE REMUNERACION (POR DEBAJO, CERO).     *
      *   - RETENCION FISCAL SOBRE ESOS INTERESES, A LA TASA DEL      *
      *     FICHERO DE PARAMETROS.                                    *
      *   - COMISION DE MANTENIMIENTO FIJA DEL PRODUCTO.              *
      *****************************************************************
       2100-CALCULA-IMPORTES.
           ELSE
              MOVE ZERO TO WS-IMP-INTERES
           END-IF
           COMPUTE WS-IMP-RETENCION ROUNDED =
                   WS-IMP-INTERES * WS-P-TASA-RETENCION
           MOVE PR-COMISION-MANT OF DCLPRODUCTOS TO WS-IMP-COMISION
           PERFORM 2150-CALCULA-INTERES-DEUDOR.

                 EXEC SQL
                   CLOSE CUR-SALDOS-MES
                 END-EXEC
      * ULTIMO TRAMO: DESDE EL ULTIMO CAMBIO HASTA FIN DE MES
                 IF WS-SALDO-TRAMO LESS THAN ZERO
                    COMPUTE WS-ACUM-NEGATIVO = WS-ACUM-NEGATIVO +
                            (WS-DIAS-MES - WS-DIA-ANTERIOR) *
      *****************************************************************
      * ABONA LOS INTERESES DEL PRODUCTO EN EL CONTRATO: ACTUALIZA    *
      * EL SALDO, DEJA CONSTANCIA EN EL HISTORICO E INSERTA EL        *
      * MOVIMIENTO DE ABONO POR EL BRUTO (SIN CONTRATO ORIGEN, LO     *
      * ABONA EL BANCO). A CONTINUACION CARGA LA RETENCION FISCAL     *
      * COMO MOVIMIENTO APARTE Y REGISTRA LA LIQUIDACION FISCAL.      *
      *****************************************************************
       2200-ABONA-INTERESES.
           MOVE WS-IMPORTE-ACTUAL TO WS-IMP-ANTERIOR
              PERFORM 2700-INSERTA-MOVIMIENTO
           END-IF
           IF WS-REINTENTAR-NO
              MOVE CLAVE-MOVIMIENTO TO WS-CLAVE-MOV-BRUTO
              PERFORM 2400-INCREMENTA-CLAVE-MOV
           END-IF
           MOVE ZERO TO LF-CLAVE-MOV-RETENCION
           IF WS-REINTENTAR-NO
              AND WS-IMP-RETENCION GREATER THAN ZERO
              PERFORM 2220-CARGA-RETENCION-FISCAL
           END-IF
           IF WS-REINTENTAR-NO
              PERFORM 2230-INSERTA-LIQUIDACION-FISCAL
           END-IF.

      *****************************************************************
      * CARGA EN EL CONTRATO LA RETENCION FISCAL SOBRE LOS INTERESES  *
      * RECIEN ABONADOS: ACTUALIZA EL SALDO, DEJA CONSTANCIA EN EL    *
      * HISTORICO E INSERTA EL MOVIMIENTO DE CARGO (SIN CONTRATO      *
      * DESTINO, LO INGRESA EL BANCO EN HACIENDA).                    *
      *****************************************************************
       2220-CARGA-RETENCION-FISCAL.
           MOVE WS-IMPORTE-ACTUAL TO WS-IMP-ANTERIOR
           COMPUTE WS-IMPORTE-ACTUAL = WS-IMPORTE-ACTUAL -
                   WS-IMP-RETENCION
           MOVE WS-IMP-RETENCION TO WS-IMP-MOVIMIENTO
           PERFORM 2210-ACTUALIZA-SALDO-CONTRATO
           IF WS-REINTENTAR-NO
              MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO ORIGEN
                                                     OF DCLMOVIMIENTOS
              MOVE 0 TO DESTINO OF DCLMOVIMIENTOS
              MOVE WS-IMP-RETENCION TO IMPORTE OF DCLMOVIMIENTOS
              MOVE 'RETENCION FISCAL SOBRE INTERESES'
                           TO DESCRIPCION OF DCLMOVIMIENTOS
              PERFORM 2700-INSERTA-MOVIMIENTO
           END-IF
           IF WS-REINTENTAR-NO
              MOVE CLAVE-MOVIMIENTO TO LF-CLAVE-MOV-RETENCION
              PERFORM 2400-INCREMENTA-CLAVE-MOV
           END-IF.

      *****************************************************************
      * REGISTRA EN LIQUIDACIONES_FISCALES EL BRUTO, LA TASA Y LA     *
      * RETENCION DE LA LIQUIDACION DEL CONTRATO, CON LAS CLAVES DE   *
      * SUS MOVIMIENTOS, PARA EL CERTIFICADO FISCAL ANUAL.            *
      *****************************************************************
       2230-INSERTA-LIQUIDACION-FISCAL.
           MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO LF-CLAVE-CONTRATO
           MOVE MONEDA OF DCLCONTRATOS TO LF-MONEDA
           MOVE WS-IMP-INTERES TO LF-IMPORTE-BRUTO
           MOVE WS-P-TASA-RETENCION TO LF-TASA-RETENCION
           MOVE WS-IMP-RETENCION TO LF-IMPORTE-RETENCION
           MOVE WS-CLAVE-MOV-BRUTO TO LF-CLAVE-MOV-BRUTO
           EXEC SQL
             INSERT INTO IBMUSER.LIQUIDACIONES_FISCALES
               (CLAVE_CONTRATO,
                FECHA_LIQUIDACION,
                MONEDA,
                IMPORTE_BRUTO,
                TASA_RETENCION,
                IMPORTE_RETENCION,
                CLAVE_MOV_BRUTO,
                CLAVE_MOV_RETENCION)
             VALUES(:DCLLIQFISCALES.LF-CLAVE-CONTRATO,
                    :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                    :DCLLIQFISCALES.LF-MONEDA,
                    :DCLLIQFISCALES.LF-IMPORTE-BRUTO,
                    :DCLLIQFISCALES.LF-TASA-RETENCION,
                    :DCLLIQFISCALES.LF-IMPORTE-RETENCION,
                    :DCLLIQFISCALES.LF-CLAVE-MOV-BRUTO,
                    :DCLLIQFISCALES.LF-CLAVE-MOV-RETENCION)
           END-EXEC
      * EN CASO DE ERROR SALIMOS DEL PROGRAMA
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-S-SQLCODE
              MOVE 'ERROR AL INSERTAR LIQUIDACION FISCAL'
                                        TO WS-S-DESCRIPCION
              PERFORM 2900-ESCRIBE-INCIDENCIA
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * CARGA LA COMISION DE MANTENIMIENTO DEL PRODUCTO EN EL         *
      * CONTRATO: ACTUALIZA EL SALDO, DEJA CONSTANCIA EN EL           *

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: NUMERO DE    *
      * CONTRATOS LIQUIDADOS, INTERESES ABONADOS, RETENCIONES Y       *
      * COMISIONES CARGADAS, CON EL DESGLOSE POR PRODUCTO PARA PODER  *
      * CUADRAR EL DEVENGO DE CADA PRODUCTO POR SEPARADO.             *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
                   WS-TOT-PROCESADOS
           DISPLAY 'MOVIMIENTOS INSERTADOS          : '
                   WS-TOT-MOVIMIENTOS
           DISPLAY 'INTERESES ABONADOS (BRUTO)      : '
                   WS-TOT-IMPORTE
           DISPLAY 'RETENCIONES FISCALES CARGADAS   : '
                   WS-TOT-RETENCIONES
           DISPLAY 'COMISIONES CARGADAS             : '
                   WS-TOT-COMISIONES
           DISPLAY 'INTERESES DE DESCUBIERTO        : '
           DISPLAY '  PRODUCTO ' WS-TP-CODIGO(WS-PROD-IDX)
                   ' CONTRATOS: ' WS-TP-CONTRATOS(WS-PROD-IDX)
                   ' INTERESES: ' WS-TP-INTERESES(WS-PROD-IDX)
                   ' RETENCIONES: ' WS-TP-RETENCIONES(WS-PROD-IDX)
                   ' COMISIONES: ' WS-TP-COMISIONES(WS-PROD-IDX)
                   ' DEUDORES: ' WS-TP-DEUDORES(WS-PROD-IDX).
      ******************************************************************
