       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2050.
       AUTHOR. TRONCOSO LEANDRO.

      * FICHERO DE DEVOLUCIONES DE RECIBOS A LOS ACREEDORES. RECORRE
      * LOS RECIBOS DE IBMUSER.RECIBOS CON LA DEVOLUCION PENDIENTE DE
      * ENVIAR ('P'), QUE SON DE DOS CLASES:
      *   - RECIBOS QUE EL COBRO PDB2049 NO PUDO CARGAR (ESTADO 'D':
      *     SIN MANDATO, CONTRATO CANCELADO O BLOQUEADO, SIN SALDO...)
      *   - RECIBOS CARGADOS QUE EL CLIENTE HA DISPUTADO EN PLAZO
      *     DESDE LA TRANSACCION PB51 Y YA SE LE HAN REEMBOLSADO
      *     (ESTADO 'R', MOTIVO MD06).
      * ESCRIBE CADA UNA EN EL FICHERO DE DEVOLUCIONES CON SU CODIGO
      * NORMALIZADO DE MOTIVO, CON EL MISMO CONTROL QUE LOS FICHEROS
      * DE RECIBOS QUE NOS ENVIAN LOS ACREEDORES (CABECERA 'CAB' +
      * FECHA Y TOTALES 'FIN' + NUMERO DE DEVOLUCIONES + SUMA DE
      * IMPORTES), Y LAS MARCA COMO ENVIADAS ('E').
      * EL PROCESO ES UNA UNICA UNIDAD DE TRABAJO: LAS MARCAS DE
      * ENVIADA NO SE COMMITEAN HASTA QUE EL FICHERO HA CERRADO
      * COMPLETO CON SUS TOTALES, COMO EN EL EMISOR DE TRANSFERENCIAS
      * PDB2033. SI EL PROCESO ABENDA, TODO VUELVE A 'P' Y LA
      * REEJECUCION GENERA EL FICHERO COMPLETO: NINGUNA DEVOLUCION
      * QUEDA MARCADA COMO ENVIADA FUERA DE UN FICHERO CONSERVADO.
      * LA FECHA DEL FICHERO ES LA FECHA CONTABLE ABIERTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE DEVOLUCIONES PARA LOS ACREEDORES
           SELECT FICHERO-DEV ASSIGN TO DEVOLUC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEVOLUC.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-DEV RECORDING MODE IS F
                      DATA RECORD IS REG-DEVOLUCION.
       01 REG-DEVOLUCION          PIC X(100).

       WORKING-STORAGE SECTION.

      * REGISTRO DE CABECERA DEL FICHERO DE DEVOLUCIONES
       01 WS-CABECERA.
          05 FILLER               PIC X(03) VALUE 'CAB'.
          05 WS-CAB-FECHA         PIC X(08).
          05 FILLER               PIC X(89) VALUE SPACES.

      * REGISTRO DE DETALLE: EL RECIBO TAL COMO LO ENVIO EL
      * ACREEDOR, EL CODIGO DE DEVOLUCION, EL ORIGEN DE LA
      * DEVOLUCION ('C' NO SE PUDO CARGAR / 'R' REEMBOLSADO AL
      * CLIENTE POR DISPUTA) Y LAS FECHAS DE CARGO Y DE DEVOLUCION
       01 WS-DETALLE.
          05 WS-DET-ACREEDOR      PIC X(10).
          05 WS-DET-MANDATO       PIC X(20).
          05 WS-DET-RECIBO        PIC X(20).
          05 WS-DET-CONTRATO      PIC 9(09).
          05 WS-DET-IMPORTE       PIC 9(11)V99.
          05 WS-DET-MOTIVO        PIC X(04).
          05 WS-DET-ORIGEN        PIC X(01).
          05 WS-DET-FECHA-CARGO   PIC X(08).
          05 WS-DET-FECHA-DEVOL   PIC X(08).
          05 FILLER               PIC X(07) VALUE SPACES.

      * REGISTRO DE TOTALES DEL FICHERO DE DEVOLUCIONES
       01 WS-TOTALES.
          05 FILLER               PIC X(03) VALUE 'FIN'.
          05 WS-TOT-CONTADOR      PIC 9(09).
          05 WS-TOT-HASH          PIC 9(13)V99.
          05 FILLER               PIC X(73) VALUE SPACES.

      * FECHA DE DB2 (FORMATO ISO) Y SU VISTA AAAAMMDD PARA EL
      * FICHERO
       01 WS-FECHA-ISO.
          05 WS-FI-ANO            PIC X(04).
          05 FILLER               PIC X(01).
          05 WS-FI-MES            PIC X(02).
          05 FILLER               PIC X(01).
          05 WS-FI-DIA            PIC X(02).
       01 WS-FECHA-AMD.
          05 WS-FA-ANO            PIC X(04).
          05 WS-FA-MES            PIC X(02).
          05 WS-FA-DIA            PIC X(02).

      * FILESTATUS DEL FICHERO DE DEVOLUCIONES
       01 FS-DEVOLUC              PIC 99.

      * VARIABLES IN PROGRAM.
       77 WS-FIN-PENDIENTES       PIC X.
          88 WS-FIN-PENDIENTES-SI VALUE 'S'.
          88 WS-FIN-PENDIENTES-NO VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-RECHAZOS         PIC 9(9) COMP.
       77 WS-TOT-DISPUTAS         PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE RECIBO END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-PENDIENTES-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO FICHERO DE DEVOLUCIONES DE RECIBOS'
           INITIALIZE WS-TOT-CONTADOR
           INITIALIZE WS-TOT-HASH
           INITIALIZE WS-TOT-RECHAZOS
           INITIALIZE WS-TOT-DISPUTAS
           MOVE 'N' TO WS-FIN-PENDIENTES

      * FECHA CONTABLE DE LA NOCHE
           PERFORM 1950-LEE-FECHA-CONTABLE

      * APERTURA DEL FICHERO Y CABECERA CON LA FECHA CONTABLE
           OPEN OUTPUT FICHERO-DEV
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO WS-FECHA-ISO
           PERFORM 2800-CONVIERTE-FECHA
           MOVE WS-FECHA-AMD TO WS-CAB-FECHA
           MOVE WS-CABECERA TO REG-DEVOLUCION
           WRITE REG-DEVOLUCION

      * CURSOR SOBRE LAS DEVOLUCIONES PENDIENTES DE ENVIAR, POR
      * ACREEDOR. LA MARCA DE ENVIO SE ACTUALIZA POR CLAVE (EL ORDEN
      * DEL CURSOR LO HACE DE SOLO LECTURA).
           EXEC SQL
             DECLARE CUR-DEVOLUCIONES CURSOR FOR
             SELECT CLAVE_RECIBO, CODIGO_ACREEDOR,
                    REFERENCIA_MANDATO, REFERENCIA_RECIBO,
                    CLAVE_CONTRATO, IMPORTE, FECHA_CARGO, ESTADO,
                    MOTIVO_DEVOLUCION, FECHA_DEVOLUCION
             FROM IBMUSER.RECIBOS
             WHERE ENVIO_DEVOLUCION = 'P'
             ORDER BY CODIGO_ACREEDOR, CLAVE_RECIBO
           END-EXEC

           EXEC SQL
             OPEN CUR-DEVOLUCIONES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE DEVOLUCIONES. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA DEVOLUCION PENDIENTE
           PERFORM 1100-LEE-DEVOLUCION.

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
                 DISPLAY 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL RECUPERAR LA FECHA CONTABLE. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * LEE LA SIGUIENTE DEVOLUCION PENDIENTE DEL CURSOR. SQLCODE =  *
      * 100 INDICA QUE NO QUEDAN MAS.                                *
      *****************************************************************
       1100-LEE-DEVOLUCION.
           EXEC SQL
             FETCH CUR-DEVOLUCIONES
             INTO :DCLRECIBOS.RB-CLAVE-RECIBO,
                  :DCLRECIBOS.RB-CODIGO-ACREEDOR,
                  :DCLRECIBOS.RB-REFERENCIA-MANDATO,
                  :DCLRECIBOS.RB-REFERENCIA-RECIBO,
                  :DCLRECIBOS.RB-CLAVE-CONTRATO,
                  :DCLRECIBOS.RB-IMPORTE,
                  :DCLRECIBOS.RB-FECHA-CARGO,
                  :DCLRECIBOS.RB-ESTADO,
                  :DCLRECIBOS.RB-MOTIVO-DEVOLUCION,
                  :DCLRECIBOS.RB-FECHA-DEVOLUCION
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER DEVOLUCION DEL CURSOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-PENDIENTES
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           DISPLAY 'DEVOLVEMOS RECIBO ' RB-CLAVE-RECIBO
           PERFORM 2100-ESCRIBE-DEVOLUCION
           PERFORM 2200-MARCA-ENVIADA
      * SIGUIENTE DEVOLUCION PENDIENTE. NO HAY COMMITS INTERMEDIOS:
      * TODO SE CONFIRMA EN 3000-FIN, DESPUES DE CERRAR EL FICHERO
      * CON SUS TOTALES.
           PERFORM 1100-LEE-DEVOLUCION.

      *****************************************************************
      * ESCRIBE LA DEVOLUCION EN EL FICHERO Y LA SUMA A LOS TOTALES  *
      * DE CONTROL.                                                  *
      *****************************************************************
       2100-ESCRIBE-DEVOLUCION.
           MOVE RB-CODIGO-ACREEDOR TO WS-DET-ACREEDOR
           MOVE RB-REFERENCIA-MANDATO TO WS-DET-MANDATO
           MOVE RB-REFERENCIA-RECIBO TO WS-DET-RECIBO
           MOVE RB-CLAVE-CONTRATO TO WS-DET-CONTRATO
           MOVE RB-IMPORTE TO WS-DET-IMPORTE
           MOVE RB-MOTIVO-DEVOLUCION TO WS-DET-MOTIVO
           IF RB-ESTADO = 'R'
              MOVE 'R' TO WS-DET-ORIGEN
              ADD 1 TO WS-TOT-DISPUTAS
           ELSE
              MOVE 'C' TO WS-DET-ORIGEN
              ADD 1 TO WS-TOT-RECHAZOS
           END-IF
           MOVE RB-FECHA-CARGO TO WS-FECHA-ISO
           PERFORM 2800-CONVIERTE-FECHA
           MOVE WS-FECHA-AMD TO WS-DET-FECHA-CARGO
           MOVE RB-FECHA-DEVOLUCION TO WS-FECHA-ISO
           PERFORM 2800-CONVIERTE-FECHA
           MOVE WS-FECHA-AMD TO WS-DET-FECHA-DEVOL
           MOVE WS-DETALLE TO REG-DEVOLUCION
           WRITE REG-DEVOLUCION
           ADD 1 TO WS-TOT-CONTADOR
           ADD RB-IMPORTE TO WS-TOT-HASH.

      *****************************************************************
      * MARCA LA DEVOLUCION COMO ENVIADA ('E'), EN LA MISMA UNIDAD   *
      * DE TRABAJO QUE EL RESTO DEL FICHERO.                         *
      *****************************************************************
       2200-MARCA-ENVIADA.
           EXEC SQL
             UPDATE IBMUSER.RECIBOS
             SET ENVIO_DEVOLUCION = 'E'
             WHERE CLAVE_RECIBO = :DCLRECIBOS.RB-CLAVE-RECIBO
               AND ENVIO_DEVOLUCION = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR LA DEVOLUCION COMO ENVIADA. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * PASA LA FECHA DE WS-FECHA-ISO (AAAA-MM-DD) A WS-FECHA-AMD    *
      * (AAAAMMDD), EL FORMATO DE FECHA DE LOS FICHEROS DE RECIBOS.  *
      *****************************************************************
       2800-CONVIERTE-FECHA.
           MOVE WS-FI-ANO TO WS-FA-ANO
           MOVE WS-FI-MES TO WS-FA-MES
           MOVE WS-FI-DIA TO WS-FA-DIA.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-DEVOLUCIONES
           END-EXEC
      * REGISTRO DE TOTALES PARA QUE EL ACREEDOR VERIFIQUE LA
      * RECEPCION
           MOVE WS-TOTALES TO REG-DEVOLUCION
           WRITE REG-DEVOLUCION
      * CERRAMOS EL FICHERO ANTES DE CONFIRMAR EN DB2: LOS BLOQUES
      * DE QSAM NO ESTAN ASEGURADOS EN DISCO HASTA EL CLOSE, Y UN
      * COMMIT ANTERIOR DEJARIA DEVOLUCIONES MARCADAS COMO ENVIADAS
      * QUE NO ESTAN EN NINGUN FICHERO CONSERVADO
           CLOSE FICHERO-DEV
           EXEC SQL COMMIT END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO.             *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2050'
           DISPLAY '----------------------------------------------'
           DISPLAY 'DEVOLUCIONES ENVIADAS           : '
                   WS-TOT-CONTADOR
           DISPLAY '  RECIBOS NO CARGADOS           : '
                   WS-TOT-RECHAZOS
           DISPLAY '  RECIBOS DISPUTADOS            : '
                   WS-TOT-DISPUTAS
           DISPLAY 'IMPORTE TOTAL DEVUELTO          : '
                   WS-TOT-HASH
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
