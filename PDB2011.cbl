      *   'ANU' ANULACION (CLAVE_MOVIMIENTO_ORIGINAL INFORMADA)
      *   'INT' INTERESES (ORIGEN 0 CON DESCRIPCION DE LIQUIDACION
      *         DE PDB2005)
      *   'RTF' RETENCION FISCAL SOBRE INTERESES (DESTINO 0 CON
      *         DESCRIPCION DE RETENCION DE PDB2005)
      *   'DPR' DESEMBOLSO DE PRESTAMO (ORIGEN 0 CON DESCRIPCION DE
      *         ABONO DEL PRINCIPAL DE PB46)
      *   'APR' AMORTIZACION DE PRESTAMO (DESTINO 0 CON DESCRIPCION
      *         DE COBRO DE CAPITAL DE PDB2047)
      *   'IPR' INTERESES DE PRESTAMO, ORDINARIOS O DE DEMORA
      *         (DESTINO 0 CON DESCRIPCION DE COBRO DE INTERESES DE
      *         PDB2047)
      *   'ING' INGRESO (SIN CONTRATO ORIGEN)
      *   'REI' REINTEGRO (SIN CONTRATO DESTINO)
      *   'TRF' TRASPASO (RESTO)
      * EN EL IMPORTE NETO, LOS REINTEGROS, RETENCIONES FISCALES,
      * COBROS DE CUOTAS DE PRESTAMOS Y ANULACIONES RESTAN Y EL RESTO
      * SUMA.
      * EL CORTE SOLO SE AVANZA (A LA FECHA DE HOY) SI EL PROCESO
      * TERMINA BIEN: UNA REEJECUCION TRAS UN ABEND REPRODUCE EL
      * MISMO FICHERO, Y UNA REEJECUCION EL MISMO DIA PRODUCE UN
      * FICHERO VACIO EN LUGAR DE REENVIAR MOVIMIENTOS YA ENVIADOS.
      * "HOY" ES LA FECHA CONTABLE ABIERTA DE LA NOCHE, NO LA FECHA
      * DEL SISTEMA: UN EXTRACTO LANZADO DESPUES DE MEDIANOCHE CORTA
      * IGUAL QUE SI SE HUBIERA LANZADO ANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 FS-CORTE-NO-EXISTE   VALUE 05, 35.

      * VENTANA DE EXTRACCION: DESDE EL ULTIMO CORTE (INCLUIDO)
      * HASTA LA FECHA CONTABLE (EXCLUIDA), DE FORMA QUE SOLO SE
      * EXTRAEN DIAS COMPLETOS YA CERRADOS
       01 WS-FECHA-DESDE          PIC X(10).
       01 WS-FECHA-HOY            PIC X(10).

      * VISTA DE LA DESCRIPCION DE LOS MOVIMIENTOS DE PRESTAMOS
      * ('PRESTAMO NNNNNNNNN CONCEPTO ...'), CON EL CONCEPTO EN LA
      * POSICION EN QUE LO GRABAN PB46 Y PDB2047
       01 WS-DESC-MOVIMIENTO.
          05 WS-DM-LITERAL        PIC X(09).
          05 FILLER               PIC X(10).
          05 WS-DM-CONCEPTO       PIC X(19).
          05 FILLER               PIC X(12).

      * VARIABLES IN PROGRAM.
       77 IND-CLAVE-ORIGINAL      PIC S9(4) COMP-5.
       77 WS-FIN-MOVIMIENTOS      PIC X.
       77 WS-TOT-ING              PIC 9(9) COMP.
       77 WS-TOT-REI              PIC 9(9) COMP.
       77 WS-TOT-INT              PIC 9(9) COMP.
       77 WS-TOT-RTF              PIC 9(9) COMP.
       77 WS-TOT-ANU              PIC 9(9) COMP.
       77 WS-TOT-DPR              PIC 9(9) COMP.
       77 WS-TOT-APR              PIC 9(9) COMP.
       77 WS-TOT-IPR              PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-TOT-ING
           INITIALIZE WS-TOT-REI
           INITIALIZE WS-TOT-INT
           INITIALIZE WS-TOT-RTF
           INITIALIZE WS-TOT-ANU
           INITIALIZE WS-TOT-DPR
           INITIALIZE WS-TOT-APR
           INITIALIZE WS-TOT-IPR
           INITIALIZE WS-NUM-MONEDAS
           INITIALIZE WS-TABLA-MONEDAS
           MOVE 'N' TO WS-FIN-MOVIMIENTOS
      * EXISTE (PRIMERA EJECUCION) SE EXTRAE DESDE EL PRINCIPIO.
           PERFORM 1100-LEE-CORTE

      * FIJAMOS EL LIMITE SUPERIOR DE LA VENTANA A LA FECHA CONTABLE
      * (EXCLUIDA), PARA EXTRAER SOLO DIAS COMPLETOS
           PERFORM 1950-LEE-FECHA-CONTABLE
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO WS-FECHA-HOY
           DISPLAY 'VENTANA DE EXTRACCION: ' WS-FECHA-DESDE
                   ' A ' WS-FECHA-HOY ' (EXCLUIDA)'

      * LECTURA DEL PRIMER MOVIMIENTO A EXTRAER
           PERFORM 1200-LEE-MOVIMIENTO.

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
      * RECUPERA LA FECHA DEL ULTIMO CORTE DEL FICHERO PERSISTENTE.  *
      * SI NO EXISTE O ESTA VACIO, SE ARRANCA DESDE EL ORIGEN DE LOS *

      *****************************************************************
      * CLASIFICA EL MOVIMIENTO EN TERMINOS CONTABLES Y DETERMINA    *
      * EL SIGNO CON EL QUE ENTRA EN EL IMPORTE NETO: REINTEGROS,    *
      * RETENCIONES FISCALES, COBROS DE CUOTAS DE PRESTAMOS Y        *
      * ANULACIONES RESTAN, EL RESTO SUMA. LOS MOVIMIENTOS DE        *
      * PRESTAMOS SE RECONOCEN POR EL CONCEPTO DE SU DESCRIPCION.    *
      *****************************************************************
       2100-CLASIFICA-MOVIMIENTO.
           MOVE DESCRIPCION OF DCLMOVIMIENTOS TO WS-DESC-MOVIMIENTO
           EVALUATE TRUE
              WHEN IND-CLAVE-ORIGINAL NOT = -1
                 MOVE 'ANU' TO WS-DET-TIPO-GL
                 MOVE 'INT' TO WS-DET-TIPO-GL
                 MOVE '+' TO WS-DET-SIGNO
                 ADD 1 TO WS-TOT-INT
              WHEN DESTINO OF DCLMOVIMIENTOS = ZERO
                   AND DESCRIPCION OF DCLMOVIMIENTOS =
                       'RETENCION FISCAL SOBRE INTERESES'
                 MOVE 'RTF' TO WS-DET-TIPO-GL
                 MOVE '-' TO WS-DET-SIGNO
                 ADD 1 TO WS-TOT-RTF
              WHEN ORIGEN OF DCLMOVIMIENTOS = ZERO
                   AND WS-DM-LITERAL = 'PRESTAMO '
                   AND WS-DM-CONCEPTO = 'DESEMBOLSO'
                 MOVE 'DPR' TO WS-DET-TIPO-GL
                 MOVE '+' TO WS-DET-SIGNO
                 ADD 1 TO WS-TOT-DPR
              WHEN DESTINO OF DCLMOVIMIENTOS = ZERO
                   AND WS-DM-LITERAL = 'PRESTAMO '
                   AND WS-DM-CONCEPTO = 'AMORTIZACION'
                 MOVE 'APR' TO WS-DET-TIPO-GL
                 MOVE '-' TO WS-DET-SIGNO
                 ADD 1 TO WS-TOT-APR
              WHEN DESTINO OF DCLMOVIMIENTOS = ZERO
                   AND WS-DM-LITERAL = 'PRESTAMO '
                   AND (WS-DM-CONCEPTO = 'INTERESES'
                        OR WS-DM-CONCEPTO = 'INTERESES DE DEMORA')
                 MOVE 'IPR' TO WS-DET-TIPO-GL
                 MOVE '-' TO WS-DET-SIGNO
                 ADD 1 TO WS-TOT-IPR
              WHEN ORIGEN OF DCLMOVIMIENTOS = ZERO
                 MOVE 'ING' TO WS-DET-TIPO-GL
                 MOVE '+' TO WS-DET-SIGNO
           DISPLAY '  INGRESOS                      : ' WS-TOT-ING
           DISPLAY '  REINTEGROS                    : ' WS-TOT-REI
           DISPLAY '  INTERESES                     : ' WS-TOT-INT
           DISPLAY '  RETENCIONES FISCALES          : ' WS-TOT-RTF
           DISPLAY '  ANULACIONES                   : ' WS-TOT-ANU
           DISPLAY '  DESEMBOLSOS DE PRESTAMOS      : ' WS-TOT-DPR
           DISPLAY '  AMORTIZACIONES DE PRESTAMOS   : ' WS-TOT-APR
           DISPLAY '  INTERESES DE PRESTAMOS        : ' WS-TOT-IPR
           DISPLAY 'DESGLOSE POR MONEDA'
           PERFORM 3110-INFORME-MONEDA
              VARYING WS-MON-IDX FROM 1 BY 1
