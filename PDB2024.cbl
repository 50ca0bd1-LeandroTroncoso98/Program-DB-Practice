      * MODULO DE POSTEO PDB2015 (QUE ADEMAS IGNORA POR SI MISMO LAS
      * VENCIDAS, ASI QUE UNA NOCHE SIN ESTE PROCESO NO RETIENE
      * SALDO DE MAS).
      * EL VENCIMIENTO SE COMPARA CON LA FECHA CONTABLE ABIERTA Y NO
      * CON LA DEL SISTEMA: UNA RETENCION VENCE LA NOCHE DEL PRIMER
      * DIA CONTABLE POSTERIOR A SU VENCIMIENTO. PB23 YA RUEDA AL
      * DIA HABIL SIGUIENTE LOS VENCIMIENTOS QUE CAEN EN INHABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE RETENCIO END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           INITIALIZE WS-TOT-IMPORTE
           MOVE 'N' TO WS-FIN-RETENCIONES

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * APERTURA DEL FICHERO DE SALIDA
           OPEN OUTPUT FICHERO-SAL

                    FECHA_VENCIMIENTO
             FROM IBMUSER.RETENCIONES
             WHERE ESTADO = 'A'
               AND FECHA_VENCIMIENTO <
                   :DCLFECHACONTABLE.FC-FECHA-CONTABLE
             ORDER BY CLAVE_RETENCION
           END-EXEC

              MOVE 'S' TO WS-FIN-RETENCIONES
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
       2000-PROCESO.
      *****************************************************************
