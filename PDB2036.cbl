       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2036.
       AUTHOR. TRONCOSO LEANDRO.

      * INFORME DIARIO POR OFICINA. PARA LA FECHA DE PROCESO, QUE ES
      * LA FECHA CONTABLE ABIERTA DE LA NOCHE, IMPRIME UNA LINEA POR
      * CADA OFICINA DEL MAESTRO IBMUSER.OFICINAS CON:
      *   - CONTRATOS ABIERTOS EN EL DIA (FECHA_APERTURA).
      *   - CONTRATOS CERRADOS EN EL DIA (CAMBIOS A ESTADO 'C'
      *     REGISTRADOS EN CONTRATOS_EST_HIST).
      *   - MOVIMIENTOS POSTEADOS EN EL DIA SOBRE SUS CONTRATOS (UNA
      *     FILA DE CONTRATOS_HIST POR CONTRATO AFECTADO: UN TRASPASO
      *     ENTRE DOS OFICINAS CUENTA EN LAS DOS).
      *   - CONTRATOS VIGENTES (NO CERRADOS).
      *   - SALDO TOTAL DE SUS CONTRATOS EN EUROS, CONVIRTIENDO CADA
      *     MONEDA AL ULTIMO CAMBIO DE TIPOS_CAMBIO NO POSTERIOR A LA
      *     FECHA DE PROCESO. SIN CAMBIO PARA UNA MONEDA EL PROCESO
      *     TERMINA CON RC=8.
      * AL FINAL, UNA LINEA DE TOTAL DE LA ENTIDAD.
      * LA FECHA CONTABLE NO CAMBIA AL CRUZAR LA MEDIANOCHE, ASI QUE
      * UNA EJECUCION TARDIA INFORMA DEL DIA CORRECTO. EL INFORME
      * CORRE ANTES DEL CIERRE DE LA FECHA CONTABLE (PDB2039).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE IMPRESION DEL INFORME
           SELECT FICHERO-IMP ASSIGN TO INFOFI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INFOFI.

       DATA DIVISION.
       FILE SECTION.

      * LINEAS DE IMPRESION CON CARACTER DE CONTROL ASA EN LA
      * PRIMERA POSICION ('1' SALTO DE PAGINA, ' ' LINEA NORMAL)
       FD FICHERO-IMP RECORDING MODE IS F
                      DATA RECORD IS REG-IMPRESION.
       01 REG-IMPRESION           PIC X(133).

       WORKING-STORAGE SECTION.

      * FECHA DE PROCESO: LA FECHA CONTABLE ABIERTA
       01 WS-FECHA-PROCESO        PIC X(10).

      * FILESTATUS DE LOS FICHEROS
       01 FS-INFOFI               PIC 99.

      * LINEA DE CABECERA DE PAGINA
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(01) VALUE '1'.
          05 FILLER               PIC X(26) VALUE
             'INFORME DIARIO POR OFICINA'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'FECHA '.
          05 WS-CAB-FECHA         PIC X(10).
          05 FILLER               PIC X(74) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'PAGINA '.
          05 WS-CAB-PAGINA        PIC ZZZZ9.

      * LINEA DE TITULOS DE COLUMNAS
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(04) VALUE 'OFIC'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'NOMBRE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE '  ALTAS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE '  BAJAS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE '   MOVIM.'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE ' VIGENTES'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(17) VALUE
             '  SALDO TOTAL EUR'.
          05 FILLER               PIC X(37) VALUE SPACES.

      * LINEA DE DETALLE DE UNA OFICINA
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-OFICINA       PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-NOMBRE        PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-ABIERTOS      PIC ZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CERRADOS      PIC ZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-MOVIMIENTOS   PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-VIGENTES      PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-SALDO         PIC -ZZZZZZZZZZZZ9.99.
          05 FILLER               PIC X(37) VALUE SPACES.

      * LINEA DE TOTAL DE LA ENTIDAD, ALINEADA CON EL DETALLE
       01 WS-LIN-TOTAL.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(38) VALUE 'TOTAL ENTIDAD'.
          05 WS-TOT-LIN-ABIERTOS  PIC ZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-CERRADOS  PIC ZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-MOVIM     PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-VIGENTES  PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-SALDO     PIC -ZZZZZZZZZZZZ9.99.
          05 FILLER               PIC X(37) VALUE SPACES.

      * LINEA EN BLANCO DE SEPARACION
       01 WS-LIN-BLANCO           PIC X(133) VALUE SPACES.

      * LINEA PENDIENTE DE ESCRIBIR MIENTRAS SE IMPRIME LA CABECERA
      * DE UNA PAGINA NUEVA
       01 WS-LIN-GUARDADA         PIC X(133).

      * CONTADORES DE LA OFICINA EN CURSO, DEVUELTOS POR EL CURSOR
       77 WS-OFI-ABIERTOS         PIC S9(9) COMP.
       77 WS-OFI-CERRADOS         PIC S9(9) COMP.
       77 WS-OFI-MOVIMIENTOS      PIC S9(9) COMP.
       77 WS-OFI-VIGENTES         PIC S9(9) COMP.

      * SALDO DE UNA MONEDA DE LA OFICINA EN CURSO, CAMBIO LEIDO Y
      * SALDO TOTAL DE LA OFICINA EN EUROS
       77 WS-SALDO-MONEDA         PIC S9(13)V99 COMP-3.
       77 WS-TASA-LEIDA           PIC S9(7)V9(6).
       77 WS-SALDO-EUR            PIC S9(13)V99.
       77 WS-OFI-SALDO-EUR        PIC S9(13)V99.

      * VARIABLES IN PROGRAM.
       77 WS-PAGINA               PIC 9(5) COMP.
       77 WS-LINEAS-PAGINA        PIC 9(2) COMP.
       77 WS-MAX-LINEAS-PAGINA    PIC 9(2) COMP VALUE 58.
       77 WS-FIN-OFICINAS         PIC X.
          88 WS-FIN-OFICINAS-SI   VALUE 'S'.
          88 WS-FIN-OFICINAS-NO   VALUE 'N'.
       77 WS-FIN-SALDOS           PIC X.
          88 WS-FIN-SALDOS-SI     VALUE 'S'.
          88 WS-FIN-SALDOS-NO     VALUE 'N'.

      * TOTALES DE LA ENTIDAD PARA LA LINEA FINAL Y EL INFORME DE
      * FIN DE PROCESO
       77 WS-TOT-OFICINAS         PIC 9(9) COMP.
       77 WS-TOT-ABIERTOS         PIC 9(9) COMP.
       77 WS-TOT-CERRADOS         PIC 9(9) COMP.
       77 WS-TOT-MOVIMIENTOS      PIC 9(9) COMP.
       77 WS-TOT-VIGENTES         PIC 9(9) COMP.
       77 WS-TOT-SALDO-EUR        PIC S9(15)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE OFICINA END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE TIPOCAMB END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-OFICINAS-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO INFORME DIARIO POR OFICINA'
           INITIALIZE WS-TOT-OFICINAS
           INITIALIZE WS-TOT-ABIERTOS
           INITIALIZE WS-TOT-CERRADOS
           INITIALIZE WS-TOT-MOVIMIENTOS
           INITIALIZE WS-TOT-VIGENTES
           INITIALIZE WS-TOT-SALDO-EUR
           INITIALIZE WS-PAGINA
           MOVE 'N' TO WS-FIN-OFICINAS

      * APERTURA DEL FICHERO Y LECTURA DE LA FECHA DE PROCESO
           OPEN OUTPUT FICHERO-IMP
           PERFORM 1950-LEE-FECHA-CONTABLE
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                  TO WS-FECHA-PROCESO
           DISPLAY 'INFORMAMOS DEL DIA ' WS-FECHA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA

      * CURSOR SOBRE LAS OFICINAS CON SUS CONTADORES DEL DIA
           EXEC SQL
             DECLARE CUR-OFICINAS CURSOR WITH HOLD FOR
             SELECT O.CODIGO_OFICINA, O.NOMBRE,
                    (SELECT COUNT(*)
                     FROM IBMUSER.CONTRATOS C
                     WHERE C.CODIGO_OFICINA = O.CODIGO_OFICINA
                       AND C.FECHA_APERTURA = :WS-FECHA-PROCESO),
                    (SELECT COUNT(*)
                     FROM IBMUSER.CONTRATOS_EST_HIST E,
                          IBMUSER.CONTRATOS C
                     WHERE C.CLAVE_CONTRATO = E.CLAVE_CONTRATO
                       AND C.CODIGO_OFICINA = O.CODIGO_OFICINA
                       AND E.ESTADO_NUEVO = 'C'
                       AND DATE(E.FECHA_CAMBIO) = :WS-FECHA-PROCESO),
                    (SELECT COUNT(*)
                     FROM IBMUSER.CONTRATOS_HIST H,
                          IBMUSER.CONTRATOS C
                     WHERE C.CLAVE_CONTRATO = H.CLAVE_CONTRATO
                       AND C.CODIGO_OFICINA = O.CODIGO_OFICINA
                       AND DATE(H.FECHA_ACTUALIZACION) =
                           :WS-FECHA-PROCESO),
                    (SELECT COUNT(*)
                     FROM IBMUSER.CONTRATOS C
                     WHERE C.CODIGO_OFICINA = O.CODIGO_OFICINA
                       AND C.ESTADO <> 'C')
             FROM IBMUSER.OFICINAS O
             ORDER BY O.CODIGO_OFICINA
           END-EXEC

      * CURSOR DE SALDOS POR MONEDA DE LA OFICINA EN CURSO. SE ABRE
      * Y SE CIERRA UNA VEZ POR OFICINA.
           EXEC SQL
             DECLARE CUR-SALDOS CURSOR FOR
             SELECT MONEDA, SUM(IMPORTE)
             FROM IBMUSER.CONTRATOS
             WHERE CODIGO_OFICINA = :DCLOFICINAS.OC-CODIGO-OFICINA
             GROUP BY MONEDA
           END-EXEC

           EXEC SQL
             OPEN CUR-OFICINAS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE OFICINAS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

           PERFORM 2800-CABECERA-PAGINA
      * LECTURA DE LA PRIMERA OFICINA
           PERFORM 1100-LEE-OFICINA.

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
      * LEE LA SIGUIENTE OFICINA CON SUS CONTADORES DEL DIA.         *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS OFICINAS.             *
      *****************************************************************
       1100-LEE-OFICINA.
           EXEC SQL
             FETCH CUR-OFICINAS
             INTO :DCLOFICINAS.OC-CODIGO-OFICINA,
                  :DCLOFICINAS.OC-NOMBRE,
                  :WS-OFI-ABIERTOS,
                  :WS-OFI-CERRADOS,
                  :WS-OFI-MOVIMIENTOS,
                  :WS-OFI-VIGENTES
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER OFICINA DEL CURSOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-OFICINAS
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
      * UNA LINEA POR OFICINA: SALDO EN EUROS, DETALLE Y ACUMULADO
      * EN LOS TOTALES DE LA ENTIDAD
           PERFORM 2100-SALDO-OFICINA
           MOVE OC-CODIGO-OFICINA TO WS-DET-OFICINA
           MOVE OC-NOMBRE TO WS-DET-NOMBRE
           MOVE WS-OFI-ABIERTOS TO WS-DET-ABIERTOS
           MOVE WS-OFI-CERRADOS TO WS-DET-CERRADOS
           MOVE WS-OFI-MOVIMIENTOS TO WS-DET-MOVIMIENTOS
           MOVE WS-OFI-VIGENTES TO WS-DET-VIGENTES
           MOVE WS-OFI-SALDO-EUR TO WS-DET-SALDO
           MOVE WS-LIN-DETALLE TO REG-IMPRESION
           PERFORM 2850-ESCRIBE-LINEA

           ADD 1 TO WS-TOT-OFICINAS
           ADD WS-OFI-ABIERTOS TO WS-TOT-ABIERTOS
           ADD WS-OFI-CERRADOS TO WS-TOT-CERRADOS
           ADD WS-OFI-MOVIMIENTOS TO WS-TOT-MOVIMIENTOS
           ADD WS-OFI-VIGENTES TO WS-TOT-VIGENTES
           ADD WS-OFI-SALDO-EUR TO WS-TOT-SALDO-EUR
      * SIGUIENTE OFICINA DEL CURSOR
           PERFORM 1100-LEE-OFICINA.

      *****************************************************************
      * SALDO TOTAL DE LOS CONTRATOS DE LA OFICINA EN CURSO EN       *
      * EUROS: SUMA DE LOS SALDOS DE CADA MONEDA CONVERTIDOS AL      *
      * CAMBIO DEL DIA.                                              *
      *****************************************************************
       2100-SALDO-OFICINA.
           MOVE ZERO TO WS-OFI-SALDO-EUR
           MOVE 'N' TO WS-FIN-SALDOS
           EXEC SQL
             OPEN CUR-SALDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE SALDOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2110-LEE-SALDO
           PERFORM 2120-ACUMULA-SALDO UNTIL WS-FIN-SALDOS-SI
           EXEC SQL
             CLOSE CUR-SALDOS
           END-EXEC.

      *****************************************************************
      * LEE EL SALDO DE LA SIGUIENTE MONEDA DE LA OFICINA.           *
      *****************************************************************
       2110-LEE-SALDO.
           EXEC SQL
             FETCH CUR-SALDOS
             INTO :DCLCONTRATOS.MONEDA,
                  :WS-SALDO-MONEDA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER SALDO DEL CURSOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-SALDOS
           END-IF.

      *****************************************************************
      * CONVIERTE A EUROS EL SALDO DE LA MONEDA LEIDA Y LO ACUMULA   *
      * EN LA OFICINA.                                               *
      *****************************************************************
       2120-ACUMULA-SALDO.
           PERFORM 2250-LEE-CAMBIO
           COMPUTE WS-SALDO-EUR ROUNDED =
                   WS-SALDO-MONEDA * WS-TASA-LEIDA
           ADD WS-SALDO-EUR TO WS-OFI-SALDO-EUR
           PERFORM 2110-LEE-SALDO.

      *****************************************************************
      * LEE EL CAMBIO DE LA MONEDA EN CURSO FRENTE AL EURO: EL       *
      * ULTIMO CARGADO EN TIPOS_CAMBIO NO POSTERIOR A LA FECHA DE    *
      * PROCESO. EL EURO VALE 1 POR DEFINICION.                      *
      *****************************************************************
       2250-LEE-CAMBIO.
           IF MONEDA OF DCLCONTRATOS = 'EUR'
              MOVE 1 TO WS-TASA-LEIDA
           ELSE
              MOVE MONEDA OF DCLCONTRATOS TO TC-MONEDA OF DCLTIPOSCAMBIO
              EXEC SQL
                SELECT TASA
                INTO :DCLTIPOSCAMBIO.TC-TASA
                FROM IBMUSER.TIPOS_CAMBIO
                WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                  AND FECHA =
                      (SELECT MAX(FECHA)
                       FROM IBMUSER.TIPOS_CAMBIO
                       WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                         AND FECHA <= :WS-FECHA-PROCESO)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE TC-TASA OF DCLTIPOSCAMBIO TO WS-TASA-LEIDA
                 WHEN 100
                    DISPLAY 'SIN CAMBIO PARA LA MONEDA '
                            MONEDA OF DCLCONTRATOS
                    PERFORM 9999-ERROR
                 WHEN OTHER
                    DISPLAY 'ERROR AL RECUPERAR EL CAMBIO. '
                            'SQLCODE = ' SQLCODE
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF.

      *****************************************************************
      * IMPRIME LA CABECERA DE PAGINA: TITULO CON FECHA Y PAGINA Y   *
      * TITULOS DE COLUMNA.                                          *
      *****************************************************************
       2800-CABECERA-PAGINA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE WS-LIN-CABECERA TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-COLUMNAS TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 4 TO WS-LINEAS-PAGINA.

      *****************************************************************
      * ESCRIBE UNA LINEA YA PREPARADA EN REG-IMPRESION, SALTANDO DE *
      * PAGINA CUANDO LA PAGINA ACTUAL SE LLENA.                     *
      *****************************************************************
       2850-ESCRIBE-LINEA.
           IF WS-LINEAS-PAGINA NOT LESS THAN WS-MAX-LINEAS-PAGINA
              MOVE REG-IMPRESION TO WS-LIN-GUARDADA
              PERFORM 2800-CABECERA-PAGINA
              MOVE WS-LIN-GUARDADA TO REG-IMPRESION
           END-IF
           WRITE REG-IMPRESION
           ADD 1 TO WS-LINEAS-PAGINA.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-OFICINAS
           END-EXEC
      * LINEA DE TOTAL DE LA ENTIDAD
           MOVE WS-TOT-ABIERTOS TO WS-TOT-LIN-ABIERTOS
           MOVE WS-TOT-CERRADOS TO WS-TOT-LIN-CERRADOS
           MOVE WS-TOT-MOVIMIENTOS TO WS-TOT-LIN-MOVIM
           MOVE WS-TOT-VIGENTES TO WS-TOT-LIN-VIGENTES
           MOVE WS-TOT-SALDO-EUR TO WS-TOT-LIN-SALDO
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           PERFORM 2850-ESCRIBE-LINEA
           MOVE WS-LIN-TOTAL TO REG-IMPRESION
           PERFORM 2850-ESCRIBE-LINEA
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           CLOSE FICHERO-IMP
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO              *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2036'
           DISPLAY '----------------------------------------------'
           DISPLAY 'FECHA DE PROCESO                : '
                   WS-FECHA-PROCESO
           DISPLAY 'OFICINAS INFORMADAS             : '
                   WS-TOT-OFICINAS
           DISPLAY 'CONTRATOS ABIERTOS EN EL DIA    : '
                   WS-TOT-ABIERTOS
           DISPLAY 'CONTRATOS CERRADOS EN EL DIA    : '
                   WS-TOT-CERRADOS
           DISPLAY 'MOVIMIENTOS POSTEADOS           : '
                   WS-TOT-MOVIMIENTOS
           DISPLAY 'CONTRATOS VIGENTES              : '
                   WS-TOT-VIGENTES
           DISPLAY 'SALDO TOTAL (EUR)               : '
                   WS-TOT-SALDO-EUR
           DISPLAY '----------------------------------------------'.

      ******************************************************************
      * PARRAFO DE ERROR. EL INFORME ES UN PROCESO DE SOLO LECTURA,   *
      * ASI QUE BASTA CON DEVOLVER AL SISTEMA UN RC=8.                *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR. SQLCODE = ' SQLCODE
           MOVE 8 TO RETURN-CODE
           GOBACK.
