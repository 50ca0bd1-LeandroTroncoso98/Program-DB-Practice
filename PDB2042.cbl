       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2042.
       AUTHOR. TRONCOSO LEANDRO.

      * INFORME MATINAL DE LA COLA DE REPARACION. LISTA, AL ESTILO
      * DEL INFORME DE LA COLA DE AUTORIZACION PDB2027, LOS
      * MOVIMIENTOS RECHAZADOS POR LOS PROCESOS NOCTURNOS QUE SIGUEN
      * PENDIENTES ('P') EN IBMUSER.REPARACIONES, DEL MAS ANTIGUO AL
      * MAS RECIENTE, CON EL MOTIVO DEL RECHAZO Y SU ANTIGUEDAD EN
      * DIAS: CADA LINEA ES DINERO DE UN CLIENTE QUE NO SE HA MOVIDO
      * Y QUE ALGUIEN DEBE REENVIAR O DESCARTAR DESDE PB41.
      * PROCESO DE SOLO LECTURA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * INFORME DE LA COLA DE REPARACION
           SELECT FICHERO-INF ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

      * LINEAS DE IMPRESION CON CARACTER DE CONTROL ASA EN LA
      * PRIMERA POSICION
       FD FICHERO-INF RECORDING MODE IS F
                      DATA RECORD IS REG-INFORME.
       01 REG-INFORME             PIC X(133).

       WORKING-STORAGE SECTION.

      * FILESTATUS DEL FICHERO
       01 FS-INFORME              PIC 99.

      * LINEA DE CABECERA DEL INFORME
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(01) VALUE '1'.
          05 FILLER               PIC X(46) VALUE
             'COLA DE REPARACION - MOVIMIENTOS PENDIENTES A '.
          05 WS-CAB-FECHA         PIC X(10).
          05 FILLER               PIC X(76) VALUE SPACES.

      * LINEA DE TITULOS DE COLUMNAS
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'CLAVE'.
          05 FILLER               PIC X(10) VALUE 'PROGRAMA'.
          05 FILLER               PIC X(11) VALUE 'REFERENCIA'.
          05 FILLER               PIC X(03) VALUE 'T'.
          05 FILLER               PIC X(11) VALUE 'ORIGEN'.
          05 FILLER               PIC X(11) VALUE 'DESTINO'.
          05 FILLER               PIC X(16) VALUE '      IMPORTE   '.
          05 FILLER               PIC X(45) VALUE 'MOTIVO DEL RECHAZO'.
          05 FILLER               PIC X(05) VALUE ' DIAS'.
          05 FILLER               PIC X(09) VALUE SPACES.

      * LINEA DE DETALLE DE UNA REPARACION PENDIENTE
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-CLAVE         PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-PROGRAMA      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-REFERENCIA    PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-ORIGEN        PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-DESTINO       PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-IMPORTE       PIC ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CODIGO        PIC X(02).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-MOTIVO        PIC X(40).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-DIAS          PIC ZZZZ9.
          05 FILLER               PIC X(09) VALUE SPACES.

      * LINEA DE TOTALES AL PIE DEL INFORME
       01 WS-LIN-TOTAL.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(24) VALUE
             'TOTAL PENDIENTES       :'.
          05 WS-TOT-LIN-NUMERO    PIC ZZZZZZZZ9.
          05 FILLER               PIC X(14) VALUE
             '   IMPORTE   :'.
          05 WS-TOT-LIN-IMPORTE   PIC ZZZZZZZZZZZZ9.99.
          05 FILLER               PIC X(21) VALUE
             '  MAS ANTIGUO (DIAS):'.
          05 WS-TOT-LIN-DIAS      PIC ZZZZ9.
          05 FILLER               PIC X(43) VALUE SPACES.

      * LINEA EN BLANCO DE SEPARACION
       01 WS-LIN-BLANCO           PIC X(133) VALUE SPACES.

      * VARIABLES IN PROGRAM.
       77 WS-FECHA-HOY            PIC X(10).
       77 WS-DIAS                 PIC S9(9) COMP.
       77 WS-FIN-REPARACIONES     PIC X.
          88 WS-FIN-REPARACIONES-SI VALUE 'S'.
          88 WS-FIN-REPARACIONES-NO VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP.
       77 WS-TOT-IMPORTE          PIC 9(13)V99.
       77 WS-TOT-DIAS-MAX         PIC S9(9) COMP.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE REPARAC END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-REPARACIONES-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO INFORME DE LA COLA DE REPARACION'
           INITIALIZE WS-TOT-PENDIENTES
           INITIALIZE WS-TOT-IMPORTE
           INITIALIZE WS-TOT-DIAS-MAX
           MOVE 'N' TO WS-FIN-REPARACIONES

      * FECHA DEL INFORME: LA ANTIGUEDAD SE CUENTA HASTA HOY
           EXEC SQL
             SELECT CURRENT DATE
             INTO :WS-FECHA-HOY
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL RECUPERAR LA FECHA ACTUAL. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE WS-FECHA-HOY TO WS-CAB-FECHA

      * APERTURA DEL FICHERO Y CABECERA DEL INFORME
           OPEN OUTPUT FICHERO-INF
           MOVE WS-LIN-CABECERA TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-COLUMNAS TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME

      * CURSOR SOBRE LAS REPARACIONES PENDIENTES, LA MAS ANTIGUA
      * PRIMERO
           EXEC SQL
             DECLARE CUR-REPARACIONES CURSOR FOR
             SELECT CLAVE_REPARACION, PROGRAMA, REFERENCIA, TIPO_MOV,
                    ORIGEN, DESTINO, IMPORTE, CODIGO_RECHAZO,
                    MOTIVO_RECHAZO,
                    DAYS(:WS-FECHA-HOY) - DAYS(DATE(FECHA_ALTA))
             FROM IBMUSER.REPARACIONES
             WHERE ESTADO = 'P'
             ORDER BY FECHA_ALTA, CLAVE_REPARACION
           END-EXEC

           EXEC SQL
             OPEN CUR-REPARACIONES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE REPARACIONES. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA REPARACION PENDIENTE
           PERFORM 1100-LEE-REPARACION.

      *****************************************************************
      * LEE LA SIGUIENTE REPARACION DEL CURSOR. SQLCODE = 100 INDICA *
      * QUE NO QUEDAN MAS.                                           *
      *****************************************************************
       1100-LEE-REPARACION.
           EXEC SQL
             FETCH CUR-REPARACIONES
             INTO :DCLREPARACIONES.RP-CLAVE-REPARACION,
                  :DCLREPARACIONES.RP-PROGRAMA,
                  :DCLREPARACIONES.RP-REFERENCIA,
                  :DCLREPARACIONES.RP-TIPO-MOV,
                  :DCLREPARACIONES.RP-ORIGEN,
                  :DCLREPARACIONES.RP-DESTINO,
                  :DCLREPARACIONES.RP-IMPORTE,
                  :DCLREPARACIONES.RP-CODIGO-RECHAZO,
                  :DCLREPARACIONES.RP-MOTIVO-RECHAZO,
                  :WS-DIAS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER REPARACION DEL CURSOR. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-REPARACIONES
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           MOVE RP-CLAVE-REPARACION TO WS-DET-CLAVE
           MOVE RP-PROGRAMA TO WS-DET-PROGRAMA
           MOVE RP-REFERENCIA TO WS-DET-REFERENCIA
           MOVE RP-TIPO-MOV TO WS-DET-TIPO
           MOVE RP-ORIGEN TO WS-DET-ORIGEN
           MOVE RP-DESTINO TO WS-DET-DESTINO
           MOVE RP-IMPORTE TO WS-DET-IMPORTE
           MOVE RP-CODIGO-RECHAZO TO WS-DET-CODIGO
           MOVE RP-MOTIVO-RECHAZO TO WS-DET-MOTIVO
           MOVE WS-DIAS TO WS-DET-DIAS
           MOVE WS-LIN-DETALLE TO REG-INFORME
           WRITE REG-INFORME
           ADD 1 TO WS-TOT-PENDIENTES
           ADD RP-IMPORTE TO WS-TOT-IMPORTE
           IF WS-DIAS GREATER THAN WS-TOT-DIAS-MAX
              MOVE WS-DIAS TO WS-TOT-DIAS-MAX
           END-IF
      * SIGUIENTE REPARACION DEL CURSOR
           PERFORM 1100-LEE-REPARACION.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-REPARACIONES
           END-EXEC
      * PIE DEL INFORME CON LOS TOTALES
           MOVE WS-TOT-PENDIENTES TO WS-TOT-LIN-NUMERO
           MOVE WS-TOT-IMPORTE TO WS-TOT-LIN-IMPORTE
           MOVE WS-TOT-DIAS-MAX TO WS-TOT-LIN-DIAS
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           MOVE WS-LIN-TOTAL TO REG-INFORME
           WRITE REG-INFORME
           DISPLAY 'REPARACIONES PENDIENTES : ' WS-TOT-PENDIENTES
           DISPLAY 'IMPORTE PENDIENTE       : ' WS-TOT-IMPORTE
           DISPLAY 'MAS ANTIGUA (DIAS)      : ' WS-TOT-DIAS-MAX
           CLOSE FICHERO-INF
           STOP RUN.

      ******************************************************************
      * PARRAFO DE ERROR. EL INFORME ES UN PROCESO DE SOLO LECTURA,   *
      * ASI QUE BASTA CON DEVOLVER AL SISTEMA UN RC=8.                *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR. SQLCODE = ' SQLCODE
           MOVE 8 TO RETURN-CODE
           GOBACK.
