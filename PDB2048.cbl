       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2048.
       AUTHOR. TRONCOSO LEANDRO.

      * VALIDACION PREVIA DEL FICHERO DE RECIBOS DOMICILIADOS QUE
      * ENVIA UN ACREEDOR (COMPANIA DE SUMINISTROS, ASEGURADORA...),
      * ANTES DE QUE EL COBRO PDB2049 CARGUE NADA A LOS CLIENTES.
      * EL FICHERO LLEGA CON EL MISMO CONTROL QUE EL FICHERO DE
      * MOVIMIENTOS DE PDB2007: UN REGISTRO DE CABECERA ('CAB' +
      * FECHA DE EMISION) Y UN REGISTRO DE TOTALES ('FIN' + NUMERO
      * DE RECIBOS + SUMA DE IMPORTES). ESTE PROGRAMA:
      *   - EXIGE Y VERIFICA LA CABECERA Y LOS TOTALES. SI NO
      *     CUADRAN SE RECHAZA EL FICHERO COMPLETO CON RC=8 Y EL
      *     FICHERO LIMPIO SE DEJA VACIO, DE FORMA QUE PDB2049 NO
      *     CARGUE NI UN SOLO RECIBO.
      *   - VALIDA LA SINTAXIS DE CADA RECIBO (ACREEDOR, MANDATO Y
      *     REFERENCIA INFORMADOS, CONTRATO E IMPORTE NUMERICOS Y
      *     DISTINTOS DE CERO) Y SEPARA EL FICHERO EN UN FICHERO
      *     LIMPIO QUE ALIMENTA A PDB2049 Y UN FICHERO DE RECHAZOS
      *     CON EL MOTIVO DE CADA UNO.
      * LAS COMPROBACIONES CONTRA DB2 (MANDATO ACTIVO, CONTRATO
      * OPERATIVO, SALDO) LAS HACE PDB2049, QUE DEVUELVE AL
      * ACREEDOR LOS RECIBOS QUE NO PUEDE CARGAR.
      * SI HAY RECHAZOS DE DETALLE PERO LOS TOTALES CUADRAN, EL
      * PROGRAMA TERMINA CON RC=4 Y EL FICHERO LIMPIO ES UTILIZABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE RECIBOS, TAL COMO LLEGA DEL ACREEDOR
      * (CABECERA + DETALLES + TOTALES)
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

      * FICHERO LIMPIO DE SALIDA: SOLO LOS RECIBOS VALIDOS, SIN
      * CABECERA NI TOTALES. ES LA ENTRADA DE PDB2049.
           SELECT FICHERO-LIM ASSIGN TO LIMPIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LIMPIO.

      * FICHERO DE RECHAZOS: CADA RECIBO INVALIDO CON SU MOTIVO
           SELECT FICHERO-REC ASSIGN TO RECHAZOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA             PIC X(100).

       FD FICHERO-LIM RECORDING MODE IS F
                      DATA RECORD IS REG-LIMPIO.
       01 REG-LIMPIO              PIC X(100).

       FD FICHERO-REC RECORDING MODE IS F
                      DATA RECORD IS REG-RECHAZO.
       01 REG-RECHAZO             PIC X(140).

       WORKING-STORAGE SECTION.

      * REGISTRO DE ENTRADA CON SUS TRES VISTAS: CABECERA, TOTALES
      * Y RECIBO. LOS CAMPOS NUMERICOS DEL RECIBO TIENEN ADEMAS UNA
      * VISTA ALFANUMERICA PARA PODER COMPROBAR SU CONTENIDO ANTES
      * DE USARLOS EN NINGUN CALCULO.
       01 WS-ENTRADA.
          05 WS-E-REGISTRO        PIC X(100).
          05 WS-E-CABECERA REDEFINES WS-E-REGISTRO.
             10 WS-E-CAB-ID       PIC X(03).
                88 WS-E-ES-CABECERA VALUE 'CAB'.
             10 WS-E-CAB-FECHA    PIC X(08).
             10 FILLER            PIC X(89).
          05 WS-E-TOTALES REDEFINES WS-E-REGISTRO.
             10 WS-E-TOT-ID       PIC X(03).
                88 WS-E-ES-TOTALES VALUE 'FIN'.
             10 WS-E-TOT-CONTADOR PIC 9(09).
             10 WS-E-TOT-HASH     PIC 9(13)V99.
             10 FILLER            PIC X(73).
          05 WS-E-DETALLE REDEFINES WS-E-REGISTRO.
             10 WS-E-ACREEDOR     PIC X(10).
             10 WS-E-MANDATO      PIC X(20).
             10 WS-E-RECIBO       PIC X(20).
             10 WS-E-CONTRATO     PIC X(09).
             10 WS-E-CONTRATO-N REDEFINES WS-E-CONTRATO
                                  PIC 9(09).
             10 WS-E-IMPORTE      PIC X(13).
             10 WS-E-IMPORTE-N REDEFINES WS-E-IMPORTE
                                  PIC 9(11)V99.
             10 WS-E-CONCEPTO     PIC X(28).

      * REGISTRO DE RECHAZO: EL RECIBO ORIGINAL COMPLETO MAS EL
      * MOTIVO DEL RECHAZO, PARA QUE CADA LINEA SEA AUTOCONTENIDA
       01 WS-RECHAZO.
          05 WS-R-REGISTRO        PIC X(100).
          05 WS-R-MOTIVO          PIC X(40).

      * FILESTATUS DEL FICHERO ENTRADA
       01 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

      * FILESTATUS DEL FICHERO LIMPIO
       01 FS-LIMPIO               PIC 99.

      * FILESTATUS DEL FICHERO DE RECHAZOS
       01 FS-RECHAZOS             PIC 99.

      * VARIABLES IN PROGRAM.
       77 WS-ERROR                PIC X.
          88 WS-ERROR-SI          VALUE 'S'.
          88 WS-ERROR-NO          VALUE 'N'.
       77 WS-TOTALES-LEIDOS       PIC X.
          88 WS-TOTALES-LEIDOS-SI VALUE 'S'.
          88 WS-TOTALES-LEIDOS-NO VALUE 'N'.

      * TOTALES DE CONTROL ACUMULADOS SOBRE LOS RECIBOS LEIDOS,
      * PARA CONTRASTARLOS CON EL REGISTRO DE TOTALES DEL ACREEDOR
       77 WS-CONT-DETALLES        PIC 9(9).
       77 WS-HASH-IMPORTES        PIC 9(13)V99.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-VALIDOS          PIC 9(9) COMP.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL FS-ENTRADA-END.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO VALIDACION PREVIA DEL FICHERO DE RECIBOS'
           INITIALIZE WS-CONT-DETALLES
           INITIALIZE WS-HASH-IMPORTES
           INITIALIZE WS-TOT-VALIDOS
           INITIALIZE WS-TOT-RECHAZADOS
           MOVE 'N' TO WS-TOTALES-LEIDOS

      * APERTURA DE FICHEROS DE ENTRADA Y SALIDA
           OPEN INPUT FICHERO-ENT
           OPEN OUTPUT FICHERO-LIM
           OPEN OUTPUT FICHERO-REC

      * LECTURA DEL PRIMER REGISTRO, QUE DEBE SER LA CABECERA DEL
      * ACREEDOR
           READ FICHERO-ENT INTO WS-ENTRADA
           IF FS-ENTRADA-END
              MOVE 'FICHERO DE RECIBOS VACIO' TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF
           IF NOT WS-E-ES-CABECERA
              MOVE 'FALTA EL REGISTRO DE CABECERA' TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF
           DISPLAY 'CABECERA RECIBIDA. FECHA DE EMISION '
                   WS-E-CAB-FECHA

      * LECTURA DEL PRIMER REGISTRO DE DATOS
           READ FICHERO-ENT INTO WS-ENTRADA.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
      * CLASIFICAMOS EL REGISTRO LEIDO. DESPUES DEL REGISTRO DE
      * TOTALES NO PUEDE VENIR NINGUN OTRO.
           IF WS-TOTALES-LEIDOS-SI
              MOVE 'REGISTROS DETRAS DEL REGISTRO DE TOTALES'
                           TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF
           EVALUATE TRUE
              WHEN WS-E-ES-CABECERA
                 MOVE 'CABECERA DUPLICADA EN EL FICHERO'
                              TO WS-R-MOTIVO
                 PERFORM 9000-RECHAZA-FICHERO
              WHEN WS-E-ES-TOTALES
                 PERFORM 2700-VERIFICA-TOTALES
                 MOVE 'S' TO WS-TOTALES-LEIDOS
              WHEN OTHER
                 PERFORM 2100-VALIDA-DETALLE
           END-EVALUATE
      * SIGUIENTE LECTURA DEL FICHERO DE ENTRADA
           READ FICHERO-ENT INTO WS-ENTRADA.

      *****************************************************************
      * VALIDA LA SINTAXIS DE UN RECIBO. EL PRIMER ERROR DETECTADO   *
      * ES EL QUE SE INFORMA COMO MOTIVO DEL RECHAZO. LOS RECIBOS    *
      * VALIDOS SE ESCRIBEN EN EL FICHERO LIMPIO Y LOS INVALIDOS EN  *
      * EL DE RECHAZOS.                                              *
      *****************************************************************
       2100-VALIDA-DETALLE.
           ADD 1 TO WS-CONT-DETALLES
      * ACUMULAMOS EL HASH DE IMPORTES SOBRE TODOS LOS RECIBOS, COMO
      * HACE EL ACREEDOR. UN IMPORTE NO NUMERICO NO SE PUEDE
      * ACUMULAR Y HARA QUE EL HASH NO CUADRE Y EL FICHERO COMPLETO
      * SE RECHACE, QUE ES LO PRUDENTE ANTE UN FICHERO CORRUPTO.
           IF WS-E-IMPORTE IS NUMERIC
              ADD WS-E-IMPORTE-N TO WS-HASH-IMPORTES
           END-IF
           MOVE 'N' TO WS-ERROR
           MOVE SPACES TO WS-R-MOTIVO
           PERFORM 2110-EDITA-CAMPOS
           IF WS-ERROR-NO
              MOVE WS-E-REGISTRO TO REG-LIMPIO
              WRITE REG-LIMPIO
              ADD 1 TO WS-TOT-VALIDOS
           ELSE
              PERFORM 2900-ESCRIBE-RECHAZO
           END-IF.

      *****************************************************************
      * EDITA CAMPO A CAMPO LA SINTAXIS DEL RECIBO: IDENTIFICACION   *
      * DEL ACREEDOR, DEL MANDATO Y DEL RECIBO INFORMADAS, CONTRATO  *
      * E IMPORTE NUMERICOS Y DISTINTOS DE CERO.                     *
      *****************************************************************
       2110-EDITA-CAMPOS.
           IF WS-E-ACREEDOR = SPACES
              MOVE 'CODIGO DE ACREEDOR OBLIGATORIO' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-MANDATO = SPACES
              MOVE 'REFERENCIA DE MANDATO OBLIGATORIA'
                           TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-RECIBO = SPACES
              MOVE 'REFERENCIA DE RECIBO OBLIGATORIA' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-CONTRATO NOT NUMERIC
              MOVE 'CONTRATO NO NUMERICO' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-CONTRATO-N = ZERO
              MOVE 'CONTRATO OBLIGATORIO' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-IMPORTE NOT NUMERIC
              MOVE 'IMPORTE NO NUMERICO' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-NO AND WS-E-IMPORTE-N = ZERO
              MOVE 'IMPORTE A CERO' TO WS-R-MOTIVO
              MOVE 'S' TO WS-ERROR
           END-IF.

      *****************************************************************
      * CONTRASTA EL REGISTRO DE TOTALES DEL ACREEDOR CON LO        *
      * REALMENTE LEIDO. SI EL CONTADOR O EL HASH DE IMPORTES NO    *
      * CUADRAN, EL FICHERO COMPLETO SE RECHAZA: UNA TRANSMISION    *
      * TRUNCADA NO DEBE CARGAR NI UN RECIBO.                       *
      *****************************************************************
       2700-VERIFICA-TOTALES.
           DISPLAY 'VERIFICAMOS TOTALES DE CONTROL DEL ACREEDOR'
           IF WS-E-TOT-CONTADOR NOT = WS-CONT-DETALLES
              DISPLAY 'CONTADOR DEL ACREEDOR: ' WS-E-TOT-CONTADOR
              DISPLAY 'RECIBOS LEIDOS       : ' WS-CONT-DETALLES
              MOVE 'CONTADOR DE TOTALES NO CUADRA' TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF
           IF WS-E-TOT-HASH NOT = WS-HASH-IMPORTES
              DISPLAY 'HASH DEL ACREEDOR    : ' WS-E-TOT-HASH
              DISPLAY 'HASH CALCULADO       : ' WS-HASH-IMPORTES
              MOVE 'HASH DE IMPORTES NO CUADRA' TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF.

      *****************************************************************
      * ESCRIBE UN RECHAZO DE DETALLE EN EL FICHERO DE RECHAZOS,    *
      * CON EL REGISTRO ORIGINAL COMPLETO Y EL MOTIVO YA PREPARADO  *
      * POR EL PARRAFO QUE LO INVOCA.                               *
      *****************************************************************
       2900-ESCRIBE-RECHAZO.
           MOVE WS-E-REGISTRO TO WS-R-REGISTRO
           MOVE WS-RECHAZO TO REG-RECHAZO
           WRITE REG-RECHAZO
           ADD 1 TO WS-TOT-RECHAZADOS.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
      * SI EL FICHERO HA TERMINADO SIN REGISTRO DE TOTALES, LA
      * TRANSMISION ESTA TRUNCADA Y EL FICHERO COMPLETO SE RECHAZA
           IF WS-TOTALES-LEIDOS-NO
              MOVE 'FALTA EL REGISTRO DE TOTALES' TO WS-R-MOTIVO
              PERFORM 9000-RECHAZA-FICHERO
           END-IF
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
      * SI HA HABIDO RECHAZOS DE DETALLE DEVOLVEMOS RC=4 PARA QUE
      * OPERACIONES REVISE EL FICHERO DE RECHAZOS CON EL ACREEDOR
           IF WS-TOT-RECHAZADOS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
      * CERRAMOS FICHEROS Y DEVOLVEMOS EL CONTROL AL SO.
           CLOSE FICHERO-ENT
           CLOSE FICHERO-LIM
           CLOSE FICHERO-REC
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: RECIBOS    *
      * LEIDOS, VALIDOS, RECHAZADOS Y HASH DE IMPORTES CALCULADO.   *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2048'
           DISPLAY '----------------------------------------------'
           DISPLAY 'RECIBOS LEIDOS                  : '
                   WS-CONT-DETALLES
           DISPLAY 'RECIBOS VALIDOS                 : '
                   WS-TOT-VALIDOS
           DISPLAY 'RECIBOS RECHAZADOS              : '
                   WS-TOT-RECHAZADOS
           DISPLAY 'HASH DE IMPORTES CALCULADO      : '
                   WS-HASH-IMPORTES
           DISPLAY '----------------------------------------------'.

      ******************************************************************
      * RECHAZO DEL FICHERO COMPLETO. SE INFORMA EL MOTIVO, SE DEJA  *
      * EL FICHERO LIMPIO VACIO PARA QUE PDB2049 NO CARGUE NADA Y SE *
      * DEVUELVE AL SISTEMA UN RC=8.                                 *
      ******************************************************************
       9000-RECHAZA-FICHERO.
           DISPLAY 'FICHERO DE RECIBOS RECHAZADO COMPLETO. MOTIVO: '
                   WS-R-MOTIVO
      * VACIAMOS EL FICHERO LIMPIO VOLVIENDO A ABRIRLO EN MODO
      * SALIDA, COMO HACE PDB2007 CON EL FICHERO DE MOVIMIENTOS
           CLOSE FICHERO-LIM
           OPEN OUTPUT FICHERO-LIM
           CLOSE FICHERO-LIM
           CLOSE FICHERO-ENT
           CLOSE FICHERO-REC
           MOVE 8 TO RETURN-CODE
           STOP RUN.
