       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2053.
       AUTHOR. TRONCOSO LEANDRO.

      * FICHERO DE AVISOS AL CLIENTE PARA LA PASARELA DE SMS Y
      * CORREO. RECORRE LOS AVISOS DE IBMUSER.NOTIFICACIONES
      * PENDIENTES DE ENVIAR ('P'), QUE DEJA EL MODULO PDB2052 DESDE
      * EL POSTEO (PDB2015), LAS RETENCIONES DE PB23 Y LOS PROCESOS
      * NOCTURNOS DE INACTIVIDAD (PDB2031), DEVOLUCIONES DE
      * TRANSFERENCIAS (PDB2034) Y ORDENES PERMANENTES (PDB2029).
      * ESCRIBE CADA AVISO EN EL FICHERO CON SU CANAL Y DESTINO, CON
      * CABECERA 'CAB' + FECHA Y HORA DE GENERACION Y TOTALES 'FIN'
      * + NUMERO DE AVISOS, Y LOS MARCA COMO ENVIADOS ('E') CON LA
      * FECHA DE ENVIO.
      * SE EJECUTA AL FINAL DE LA CADENA NOCTURNA Y, DURANTE EL DIA,
      * CADA POCOS MINUTOS PARA QUE LOS AVISOS DE LAS TRANSACCIONES
      * EN LINEA LLEGUEN AL CLIENTE CASI AL MOMENTO. POR ESO LA
      * CABECERA LLEVA LA FECHA Y HORA REALES (CURRENT TIMESTAMP) Y
      * NO LA FECHA CONTABLE: CADA EJECUCION GENERA UN FICHERO
      * DISTINTO Y LA PASARELA LOS DISTINGUE POR ELLA.
      * EL PROCESO ES UNA UNICA UNIDAD DE TRABAJO, COMO PDB2050: LAS
      * MARCAS DE ENVIADO NO SE COMMITEAN HASTA QUE EL FICHERO HA
      * CERRADO COMPLETO CON SUS TOTALES. SI EL PROCESO ABENDA, TODO
      * VUELVE A 'P' Y LA SIGUIENTE EJECUCION LOS ENVIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE AVISOS PARA LA PASARELA DE SMS Y CORREO
           SELECT FICHERO-AVI ASSIGN TO AVISOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVISOS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-AVI RECORDING MODE IS F
                      DATA RECORD IS REG-AVISO.
       01 REG-AVISO               PIC X(200).

       WORKING-STORAGE SECTION.

      * REGISTRO DE CABECERA DEL FICHERO DE AVISOS
       01 WS-CABECERA.
          05 FILLER               PIC X(03) VALUE 'CAB'.
          05 WS-CAB-FECHA         PIC X(08).
          05 WS-CAB-HORA          PIC X(06).
          05 FILLER               PIC X(183) VALUE SPACES.

      * REGISTRO DE DETALLE: EL AVISO CON SU CANAL ('E' EMAIL, 'S'
      * SMS, 'A' AMBOS) Y DESTINOS, EL IMPORTE DEL HECHO Y EL SALDO
      * CON SU SIGNO ('+' / '-') Y LA FECHA Y HORA DEL HECHO
       01 WS-DETALLE.
          05 WS-DET-AVISO         PIC 9(09).
          05 WS-DET-TIPO-EVENTO   PIC X(02).
          05 WS-DET-CLIENTE       PIC 9(09).
          05 WS-DET-CONTRATO      PIC 9(09).
          05 WS-DET-CANAL         PIC X(01).
          05 WS-DET-EMAIL         PIC X(50).
          05 WS-DET-TELEFONO      PIC X(15).
          05 WS-DET-SIGNO-IMPORTE PIC X(01).
          05 WS-DET-IMPORTE       PIC 9(11)V99.
          05 WS-DET-SIGNO-SALDO   PIC X(01).
          05 WS-DET-SALDO         PIC 9(11)V99.
          05 WS-DET-MONEDA        PIC X(03).
          05 WS-DET-TEXTO         PIC X(50).
          05 WS-DET-FECHA-EVENTO  PIC X(08).
          05 WS-DET-HORA-EVENTO   PIC X(06).
          05 FILLER               PIC X(10) VALUE SPACES.

      * REGISTRO DE TOTALES DEL FICHERO DE AVISOS
       01 WS-TOTALES.
          05 FILLER               PIC X(03) VALUE 'FIN'.
          05 WS-TOT-CONTADOR      PIC 9(09).
          05 FILLER               PIC X(188) VALUE SPACES.

      * FECHA Y HORA DE DB2 (FORMATO TIMESTAMP) Y SUS VISTAS
      * AAAAMMDD Y HHMMSS PARA EL FICHERO
       01 WS-TIMESTAMP.
          05 WS-TS-ANO            PIC X(04).
          05 FILLER               PIC X(01).
          05 WS-TS-MES            PIC X(02).
          05 FILLER               PIC X(01).
          05 WS-TS-DIA            PIC X(02).
          05 FILLER               PIC X(01).
          05 WS-TS-HOR            PIC X(02).
          05 FILLER               PIC X(01).
          05 WS-TS-MIN            PIC X(02).
          05 FILLER               PIC X(01).
          05 WS-TS-SEG            PIC X(02).
          05 FILLER               PIC X(07).
       01 WS-FECHA-AMD.
          05 WS-FA-ANO            PIC X(04).
          05 WS-FA-MES            PIC X(02).
          05 WS-FA-DIA            PIC X(02).
       01 WS-HORA-HMS.
          05 WS-HM-HOR            PIC X(02).
          05 WS-HM-MIN            PIC X(02).
          05 WS-HM-SEG            PIC X(02).

      * FILESTATUS DEL FICHERO DE AVISOS
       01 FS-AVISOS               PIC 99.

      * VARIABLES IN PROGRAM.
       77 WS-FIN-PENDIENTES       PIC X.
          88 WS-FIN-PENDIENTES-SI VALUE 'S'.
          88 WS-FIN-PENDIENTES-NO VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-SALDO-BAJO       PIC 9(9) COMP.
       77 WS-TOT-MOVIMIENTO       PIC 9(9) COMP.
       77 WS-TOT-RETENCION        PIC 9(9) COMP.
       77 WS-TOT-INACTIVIDAD      PIC 9(9) COMP.
       77 WS-TOT-DEVOLUCION       PIC 9(9) COMP.
       77 WS-TOT-ORDEN            PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE NOTIFIC END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-PENDIENTES-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO FICHERO DE AVISOS AL CLIENTE'
           INITIALIZE WS-TOT-CONTADOR
           INITIALIZE WS-TOT-SALDO-BAJO
           INITIALIZE WS-TOT-MOVIMIENTO
           INITIALIZE WS-TOT-RETENCION
           INITIALIZE WS-TOT-INACTIVIDAD
           INITIALIZE WS-TOT-DEVOLUCION
           INITIALIZE WS-TOT-ORDEN
           MOVE 'N' TO WS-FIN-PENDIENTES

      * FECHA Y HORA DE GENERACION DEL FICHERO
           EXEC SQL
             SELECT CURRENT TIMESTAMP
             INTO :WS-TIMESTAMP
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL RECUPERAR LA FECHA Y HORA. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * APERTURA DEL FICHERO Y CABECERA CON LA FECHA Y HORA
           OPEN OUTPUT FICHERO-AVI
           PERFORM 2800-CONVIERTE-TIMESTAMP
           MOVE WS-FECHA-AMD TO WS-CAB-FECHA
           MOVE WS-HORA-HMS TO WS-CAB-HORA
           DISPLAY 'FICHERO DE ' WS-CAB-FECHA ' ' WS-CAB-HORA
           MOVE WS-CABECERA TO REG-AVISO
           WRITE REG-AVISO

      * CURSOR SOBRE LOS AVISOS PENDIENTES DE ENVIAR, EN EL ORDEN EN
      * QUE SE GENERARON. LA MARCA DE ENVIO SE ACTUALIZA POR CLAVE
      * (EL ORDEN DEL CURSOR LO HACE DE SOLO LECTURA).
           EXEC SQL
             DECLARE CUR-AVISOS CURSOR FOR
             SELECT CLAVE_NOTIFICACION, TIPO_EVENTO, CLAVE_CLIENTE,
                    CLAVE_CONTRATO, CANAL, EMAIL, TELEFONO,
                    IMPORTE, SALDO, MONEDA, TEXTO, FECHA_EVENTO
             FROM IBMUSER.NOTIFICACIONES
             WHERE ESTADO = 'P'
             ORDER BY CLAVE_NOTIFICACION
           END-EXEC

           EXEC SQL
             OPEN CUR-AVISOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE AVISOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DEL PRIMER AVISO PENDIENTE
           PERFORM 1100-LEE-AVISO.

      *****************************************************************
      * LEE EL SIGUIENTE AVISO PENDIENTE DEL CURSOR. SQLCODE = 100   *
      * INDICA QUE NO QUEDAN MAS.                                    *
      *****************************************************************
       1100-LEE-AVISO.
           EXEC SQL
             FETCH CUR-AVISOS
             INTO :DCLNOTIFICACIONES.NT-CLAVE-NOTIFICACION,
                  :DCLNOTIFICACIONES.NT-TIPO-EVENTO,
                  :DCLNOTIFICACIONES.NT-CLAVE-CLIENTE,
                  :DCLNOTIFICACIONES.NT-CLAVE-CONTRATO,
                  :DCLNOTIFICACIONES.NT-CANAL,
                  :DCLNOTIFICACIONES.NT-EMAIL,
                  :DCLNOTIFICACIONES.NT-TELEFONO,
                  :DCLNOTIFICACIONES.NT-IMPORTE,
                  :DCLNOTIFICACIONES.NT-SALDO,
                  :DCLNOTIFICACIONES.NT-MONEDA,
                  :DCLNOTIFICACIONES.NT-TEXTO,
                  :DCLNOTIFICACIONES.NT-FECHA-EVENTO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER AVISO DEL CURSOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-PENDIENTES
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           PERFORM 2100-ESCRIBE-AVISO
           PERFORM 2200-MARCA-ENVIADO
      * SIGUIENTE AVISO PENDIENTE. NO HAY COMMITS INTERMEDIOS: TODO
      * SE CONFIRMA EN 3000-FIN, DESPUES DE CERRAR EL FICHERO CON
      * SUS TOTALES.
           PERFORM 1100-LEE-AVISO.

      *****************************************************************
      * ESCRIBE EL AVISO EN EL FICHERO Y LO SUMA A LOS TOTALES DE    *
      * CONTROL.                                                     *
      *****************************************************************
       2100-ESCRIBE-AVISO.
           MOVE NT-CLAVE-NOTIFICACION TO WS-DET-AVISO
           MOVE NT-TIPO-EVENTO TO WS-DET-TIPO-EVENTO
           MOVE NT-CLAVE-CLIENTE TO WS-DET-CLIENTE
           MOVE NT-CLAVE-CONTRATO TO WS-DET-CONTRATO
           MOVE NT-CANAL TO WS-DET-CANAL
           MOVE NT-EMAIL TO WS-DET-EMAIL
           MOVE NT-TELEFONO TO WS-DET-TELEFONO
           IF NT-IMPORTE < 0
              MOVE '-' TO WS-DET-SIGNO-IMPORTE
           ELSE
              MOVE '+' TO WS-DET-SIGNO-IMPORTE
           END-IF
           MOVE NT-IMPORTE TO WS-DET-IMPORTE
           IF NT-SALDO < 0
              MOVE '-' TO WS-DET-SIGNO-SALDO
           ELSE
              MOVE '+' TO WS-DET-SIGNO-SALDO
           END-IF
           MOVE NT-SALDO TO WS-DET-SALDO
           MOVE NT-MONEDA TO WS-DET-MONEDA
           MOVE NT-TEXTO TO WS-DET-TEXTO
           MOVE NT-FECHA-EVENTO TO WS-TIMESTAMP
           PERFORM 2800-CONVIERTE-TIMESTAMP
           MOVE WS-FECHA-AMD TO WS-DET-FECHA-EVENTO
           MOVE WS-HORA-HMS TO WS-DET-HORA-EVENTO
           MOVE WS-DETALLE TO REG-AVISO
           WRITE REG-AVISO
           ADD 1 TO WS-TOT-CONTADOR
           EVALUATE NT-TIPO-EVENTO
              WHEN 'SB'
                 ADD 1 TO WS-TOT-SALDO-BAJO
              WHEN 'MV'
                 ADD 1 TO WS-TOT-MOVIMIENTO
              WHEN 'RT'
                 ADD 1 TO WS-TOT-RETENCION
              WHEN 'IN'
                 ADD 1 TO WS-TOT-INACTIVIDAD
              WHEN 'TD'
                 ADD 1 TO WS-TOT-DEVOLUCION
              WHEN 'OF'
                 ADD 1 TO WS-TOT-ORDEN
           END-EVALUATE.

      *****************************************************************
      * MARCA EL AVISO COMO ENVIADO ('E') CON LA FECHA DE ENVIO, EN  *
      * LA MISMA UNIDAD DE TRABAJO QUE EL RESTO DEL FICHERO.         *
      *****************************************************************
       2200-MARCA-ENVIADO.
           EXEC SQL
             UPDATE IBMUSER.NOTIFICACIONES
             SET ESTADO = 'E',
                 FECHA_ENVIO = CURRENT TIMESTAMP
             WHERE CLAVE_NOTIFICACION =
                   :DCLNOTIFICACIONES.NT-CLAVE-NOTIFICACION
               AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR EL AVISO COMO ENVIADO. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * PASA EL TIMESTAMP DE WS-TIMESTAMP (AAAA-MM-DD-HH.MM.SS.NNNNNN)*
      * A WS-FECHA-AMD (AAAAMMDD) Y WS-HORA-HMS (HHMMSS), EL FORMATO *
      * DE FECHA Y HORA DEL FICHERO DE LA PASARELA.                  *
      *****************************************************************
       2800-CONVIERTE-TIMESTAMP.
           MOVE WS-TS-ANO TO WS-FA-ANO
           MOVE WS-TS-MES TO WS-FA-MES
           MOVE WS-TS-DIA TO WS-FA-DIA
           MOVE WS-TS-HOR TO WS-HM-HOR
           MOVE WS-TS-MIN TO WS-HM-MIN
           MOVE WS-TS-SEG TO WS-HM-SEG.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-AVISOS
           END-EXEC
      * REGISTRO DE TOTALES PARA QUE LA PASARELA VERIFIQUE LA
      * RECEPCION
           MOVE WS-TOTALES TO REG-AVISO
           WRITE REG-AVISO
      * CERRAMOS EL FICHERO ANTES DE CONFIRMAR EN DB2: LOS BLOQUES
      * DE QSAM NO ESTAN ASEGURADOS EN DISCO HASTA EL CLOSE, Y UN
      * COMMIT ANTERIOR DEJARIA AVISOS MARCADOS COMO ENVIADOS QUE NO
      * ESTAN EN NINGUN FICHERO CONSERVADO
           CLOSE FICHERO-AVI
           EXEC SQL COMMIT END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO.             *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2053'
           DISPLAY '----------------------------------------------'
           DISPLAY 'AVISOS ENVIADOS A LA PASARELA   : '
                   WS-TOT-CONTADOR
           DISPLAY '  SALDO POR DEBAJO DEL MINIMO   : '
                   WS-TOT-SALDO-BAJO
           DISPLAY '  MOVIMIENTOS POR ENCIMA        : '
                   WS-TOT-MOVIMIENTO
           DISPLAY '  RETENCIONES                   : '
                   WS-TOT-RETENCION
           DISPLAY '  INACTIVIDAD                   : '
                   WS-TOT-INACTIVIDAD
           DISPLAY '  TRANSFERENCIAS DEVUELTAS      : '
                   WS-TOT-DEVOLUCION
           DISPLAY '  ORDENES NO EJECUTADAS         : '
                   WS-TOT-ORDEN
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
