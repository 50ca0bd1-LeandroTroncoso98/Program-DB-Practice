       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2055.
       AUTHOR. TRONCOSO LEANDRO.

      * INFORME MENSUAL DE GESTION DE SALDOS POR PRODUCTO Y MONEDA.
      * PARA EL MES INDICADO EN EL FICHERO DE PARAMETROS EXPLOTA LAS
      * FOTOS DIARIAS DE IBMUSER.SALDOS_DIARIOS (PDB2054) Y EMITE UNA
      * LINEA POR CODIGO DE PRODUCTO Y MONEDA CON:
      *   - EL NUMERO DE CONTRATOS CON SALDO EN EL MES.
      *   - EL SALDO MEDIO, EN LA MONEDA Y EN EUROS.
      *   - LOS INTERESES BRUTOS ABONADOS Y LAS COMISIONES DE
      *     MANTENIMIENTO COBRADAS POR LA LIQUIDACION PDB2005.
      *   - EL USO DEL DESCUBIERTO: SALDO DEUDOR MEDIO, PORCENTAJE
      *     SOBRE EL LIMITE MEDIO CONCEDIDO, CONTRATOS QUE HAN ESTADO
      *     EN DESCUBIERTO E INTERESES DE DESCUBIERTO COBRADOS.
      * Y AL PIE UNA LINEA DE TOTAL CONVERTIDO A EUROS CON EL CAMBIO
      * DE CADA FOTO.
      * EL SALDO MEDIO ES LA MEDIA DE DIAS NATURALES DEL MES: CADA
      * FOTO PESA LOS DIAS QUE REPRESENTA (LOS INHABILES CUENTAN CON
      * EL SALDO DEL ULTIMO DIA HABIL, AUNQUE LA FOTO SEA DEL MES
      * ANTERIOR) RECORTADOS AL MES. LOS DIAS SIN FOTO DE UN CONTRATO
      * (ANTES DE SU ALTA O DESPUES DE SU CIERRE) CUENTAN CON SALDO
      * CERO, DE MODO QUE LA SUMA DE LOS SALDOS MEDIOS DE LOS
      * CONTRATOS ES EL SALDO MEDIO DEL PRODUCTO.
      * PROCESO DE SOLO LECTURA.
      * PARAMETRO: MES A INFORMAR (AAAA-MM).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON EL MES A INFORMAR
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

      * INFORME MENSUAL DE SALDOS
           SELECT FICHERO-INF ASSIGN TO INFORME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

      * REGISTRO DEL FICHERO DE PARAMETROS: MES AAAA-MM
       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(07).

      * LINEAS DE IMPRESION CON CARACTER DE CONTROL ASA EN LA
      * PRIMERA POSICION
       FD FICHERO-INF RECORDING MODE IS F
                      DATA RECORD IS REG-INFORME.
       01 REG-INFORME             PIC X(133).

       WORKING-STORAGE SECTION.

      * MES SOLICITADO, LEIDO DEL FICHERO DE PARAMETROS
       01 WS-PARM.
          05 WS-P-ANIO            PIC 9(04).
          05 WS-P-GUION           PIC X(01).
          05 WS-P-MES             PIC 9(02).

      * PRIMER Y ULTIMO DIA DEL MES Y DIAS NATURALES DEL MES
       01 WS-FECHA-DESDE.
          05 WS-FD-ANIO           PIC 9(04).
          05 FILLER               PIC X(01) VALUE '-'.
          05 WS-FD-MES            PIC 9(02).
          05 FILLER               PIC X(03) VALUE '-01'.
       77 WS-FECHA-HASTA          PIC X(10).
       77 WS-FECHA-HOY            PIC X(10).
       77 WS-DIAS-MES             PIC S9(4) COMP.

      * FILESTATUS DE LOS FICHEROS
       01 FS-PARM                 PIC 99.
       01 FS-INFORME              PIC 99.

      * LINEA DE CABECERA DEL INFORME
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(01) VALUE '1'.
          05 FILLER               PIC X(50) VALUE
             'SALDOS MEDIOS POR PRODUCTO Y MONEDA - INFORME DEL '.
          05 FILLER               PIC X(04) VALUE 'MES '.
          05 WS-CAB-ANIO          PIC 9(04).
          05 FILLER               PIC X(01) VALUE '-'.
          05 WS-CAB-MES           PIC 9(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'EMITIDO EL'.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-CAB-FECHA         PIC X(10).
          05 FILLER               PIC X(46) VALUE SPACES.

      * LINEA DE TITULOS DE COLUMNAS
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(05) VALUE 'PRD'.
          05 FILLER               PIC X(05) VALUE 'MON'.
          05 FILLER               PIC X(09) VALUE 'CONTRATOS'.
          05 FILLER               PIC X(17) VALUE '      SALDO MEDIO'.
          05 FILLER               PIC X(17) VALUE '  SALDO MEDIO EUR'.
          05 FILLER               PIC X(15) VALUE '      INTERESES'.
          05 FILLER               PIC X(15) VALUE '     COMISIONES'.
          05 FILLER               PIC X(15) VALUE '  DESCUB. MEDIO'.
          05 FILLER               PIC X(09) VALUE '    % USO'.
          05 FILLER               PIC X(08) VALUE ' CT.DESC'.
          05 FILLER               PIC X(13) VALUE ' INT. DESCUB.'.
          05 FILLER               PIC X(04) VALUE SPACES.

      * LINEA DE DETALLE DE UN PRODUCTO Y MONEDA. LOS IMPORTES VAN EN
      * LA MONEDA SALVO EL SALDO MEDIO EN EUROS
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-PRODUCTO      PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-MONEDA        PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CONTRATOS     PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-SALDO-MEDIO   PIC -ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-SALDO-EUR     PIC -ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-INTERESES     PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-COMISIONES    PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-DESCUBIERTO   PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-PORCENTAJE    PIC ZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CON-DESCUB    PIC ZZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-INT-DESCUB    PIC ZZZZZZZZ9.99.
          05 FILLER               PIC X(04) VALUE SPACES.

      * LINEA DE TOTAL EN EUROS DE TODOS LOS PRODUCTOS Y MONEDAS
       01 WS-LIN-TOTAL.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(10) VALUE 'TOTAL EUR'.
          05 WS-TOT-CONTRATOS     PIC ZZZZZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-SALDO-MEDIO   PIC -ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-SALDO-EUR     PIC -ZZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-INTERESES     PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-COMISIONES    PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-DESCUBIERTO   PIC ZZZZZZZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-PORCENTAJE    PIC ZZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-CON-DESCUB    PIC ZZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-TOT-INT-DESCUB    PIC ZZZZZZZZ9.99.
          05 FILLER               PIC X(04) VALUE SPACES.

      * LINEA EN BLANCO DE SEPARACION
       01 WS-LIN-BLANCO           PIC X(133) VALUE SPACES.

      * PRODUCTO Y MONEDA EN CURSO Y ULTIMO CONTRATO LEIDO
       01 WS-GRUPO.
          05 WS-GR-PRODUCTO       PIC X(03).
          05 WS-GR-MONEDA         PIC X(03).
       77 WS-CONTRATO-ANTERIOR    PIC S9(9) COMP.
       77 WS-CONTRATO-DESCUB      PIC X.
          88 WS-CONTRATO-DESCUB-SI VALUE 'S'.
          88 WS-CONTRATO-DESCUB-NO VALUE 'N'.

      * DATOS DE LA FOTO LEIDA QUE NO ESTAN EN LA TABLA: DIA DEL MES
      * DE LA FOTO RELATIVO AL DIA 1 (NEGATIVO SI ES DEL MES ANTERIOR)
      * Y DIAS DEL MES QUE CUENTAN CON SU SALDO
       77 WS-DESPLAZAMIENTO       PIC S9(4) COMP.
       77 WS-DIA-INICIO           PIC S9(4) COMP.
       77 WS-DIA-FIN              PIC S9(4) COMP.
       77 WS-PESO                 PIC S9(4) COMP.
       77 WS-DEUDOR               PIC S9(13)V99 COMP-3.

      * ACUMULADOS DEL PRODUCTO Y MONEDA EN CURSO, EN LA MONEDA. LOS
      * SALDOS VAN MULTIPLICADOS POR LOS DIAS QUE REPRESENTAN
       77 WS-GR-CONTRATOS         PIC 9(9) COMP.
       77 WS-GR-CON-DESCUB        PIC 9(9) COMP.
       77 WS-GR-SALDO-DIAS        PIC S9(15)V99 COMP-3.
       77 WS-GR-SALDO-EUR-DIAS    PIC S9(15)V99 COMP-3.
       77 WS-GR-DEUDOR-DIAS       PIC S9(15)V99 COMP-3.
       77 WS-GR-LIMITE-DIAS       PIC S9(15)V99 COMP-3.
       77 WS-GR-INTERESES         PIC S9(13)V99 COMP-3.
       77 WS-GR-COMISIONES        PIC S9(13)V99 COMP-3.
       77 WS-GR-INT-DESCUB        PIC S9(13)V99 COMP-3.

      * ACUMULADOS TOTALES CONVERTIDOS A EUROS CON EL CAMBIO DE CADA
      * FOTO
       77 WS-TT-CONTRATOS         PIC 9(9) COMP.
       77 WS-TT-CON-DESCUB        PIC 9(9) COMP.
       77 WS-TT-SALDO-EUR-DIAS    PIC S9(15)V99 COMP-3.
       77 WS-TT-DEUDOR-EUR-DIAS   PIC S9(15)V99 COMP-3.
       77 WS-TT-LIMITE-EUR-DIAS   PIC S9(15)V99 COMP-3.
       77 WS-TT-INTERESES-EUR     PIC S9(13)V99 COMP-3.
       77 WS-TT-COMISIONES-EUR    PIC S9(13)V99 COMP-3.
       77 WS-TT-INT-DESCUB-EUR    PIC S9(13)V99 COMP-3.

      * CALCULO DE MEDIAS Y PORCENTAJE DE USO PARA LA LINEA
       77 WS-MEDIA                PIC S9(13)V99 COMP-3.
       77 WS-PORCENTAJE           PIC S9(7)V99 COMP-3.

      * VARIABLES IN PROGRAM.
       77 WS-FIN-FOTOS            PIC X.
          88 WS-FIN-FOTOS-SI      VALUE 'S'.
          88 WS-FIN-FOTOS-NO      VALUE 'N'.
       77 WS-TOT-FOTOS            PIC 9(9) COMP.
       77 WS-TOT-LINEAS           PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE SALDODIA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-FOTOS-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO INFORME MENSUAL DE SALDOS MEDIOS'
           INITIALIZE WS-TOT-FOTOS
           INITIALIZE WS-TOT-LINEAS
           INITIALIZE WS-TT-CONTRATOS
           INITIALIZE WS-TT-CON-DESCUB
           INITIALIZE WS-TT-SALDO-EUR-DIAS
           INITIALIZE WS-TT-DEUDOR-EUR-DIAS
           INITIALIZE WS-TT-LIMITE-EUR-DIAS
           INITIALIZE WS-TT-INTERESES-EUR
           INITIALIZE WS-TT-COMISIONES-EUR
           INITIALIZE WS-TT-INT-DESCUB-EUR
           MOVE 'N' TO WS-FIN-FOTOS

      * LECTURA DEL MES SOLICITADO
           OPEN INPUT FICHERO-PARM
           READ FICHERO-PARM INTO WS-PARM
           IF FS-PARM NOT = 00
              OR WS-P-ANIO NOT NUMERIC
              OR WS-P-MES NOT NUMERIC
              OR WS-P-MES = ZERO
              OR WS-P-MES GREATER THAN 12
              DISPLAY 'FALTA O NO ES VALIDO EL PARAMETRO DE MES '
                      '(AAAA-MM)'
              PERFORM 9999-ERROR
           END-IF
           CLOSE FICHERO-PARM
           DISPLAY 'MES SOLICITADO: ' WS-P-ANIO '-' WS-P-MES
           MOVE WS-P-ANIO TO WS-FD-ANIO
           MOVE WS-P-MES TO WS-FD-MES
           MOVE WS-P-ANIO TO WS-CAB-ANIO
           MOVE WS-P-MES TO WS-CAB-MES

      * ULTIMO DIA DEL MES, DIAS DEL MES Y FECHA DE EMISION
           EXEC SQL
             SELECT DATE(:WS-FECHA-DESDE) + 1 MONTH - 1 DAY,
                    DAY(DATE(:WS-FECHA-DESDE) + 1 MONTH - 1 DAY),
                    CURRENT DATE
             INTO :WS-FECHA-HASTA, :WS-DIAS-MES, :WS-FECHA-HOY
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR LAS FECHAS DEL MES. SQLCODE = '
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

      * CURSOR SOBRE LAS FOTOS CUYOS DIAS CAEN EN EL MES: LAS DEL MES
      * Y LA ULTIMA DEL MES ANTERIOR SI CUBRE LOS PRIMEROS DIAS
      * INHABILES. POR PRODUCTO Y MONEDA PARA EL CORTE DE CONTROL Y
      * POR CONTRATO PARA CONTARLOS
           EXEC SQL
             DECLARE CUR-FOTOS CURSOR FOR
             SELECT S.CODIGO_PRODUCTO, S.MONEDA, S.CLAVE_CONTRATO,
                    S.SALDO, S.LIMITE_DESCUBIERTO, S.TASA_CAMBIO,
                    S.SALDO_EUR, S.DIAS, S.INTERESES_ABONADOS,
                    S.COMISIONES, S.INTERESES_DESCUBIERTO,
                    DAYS(S.FECHA) - DAYS(DATE(:WS-FECHA-DESDE))
             FROM IBMUSER.SALDOS_DIARIOS S
             WHERE S.FECHA <= :WS-FECHA-HASTA
               AND S.FECHA > DATE(:WS-FECHA-DESDE) - 31 DAYS
               AND DAYS(S.FECHA) + S.DIAS >
                   DAYS(DATE(:WS-FECHA-DESDE))
             ORDER BY S.CODIGO_PRODUCTO, S.MONEDA, S.CLAVE_CONTRATO,
                      S.FECHA
           END-EXEC

           EXEC SQL
             OPEN CUR-FOTOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE FOTOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA FOTO DEL MES
           PERFORM 1100-LEE-FOTO.

      *****************************************************************
      * LEE LA SIGUIENTE FOTO DEL CURSOR. SQLCODE = 100 INDICA QUE   *
      * NO QUEDAN MAS.                                               *
      *****************************************************************
       1100-LEE-FOTO.
           EXEC SQL
             FETCH CUR-FOTOS
             INTO :DCLSALDOSDIARIOS.SD-CODIGO-PRODUCTO,
                  :DCLSALDOSDIARIOS.SD-MONEDA,
                  :DCLSALDOSDIARIOS.SD-CLAVE-CONTRATO,
                  :DCLSALDOSDIARIOS.SD-SALDO,
                  :DCLSALDOSDIARIOS.SD-LIMITE-DESCUBIERTO,
                  :DCLSALDOSDIARIOS.SD-TASA-CAMBIO,
                  :DCLSALDOSDIARIOS.SD-SALDO-EUR,
                  :DCLSALDOSDIARIOS.SD-DIAS,
                  :DCLSALDOSDIARIOS.SD-INTERESES-ABONADOS,
                  :DCLSALDOSDIARIOS.SD-COMISIONES,
                  :DCLSALDOSDIARIOS.SD-INTERESES-DESCUBIERTO,
                  :WS-DESPLAZAMIENTO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER FOTO DEL CURSOR. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-FOTOS
           ELSE
              ADD 1 TO WS-TOT-FOTOS
           END-IF.

      *****************************************************************
      * CORTE DE CONTROL POR PRODUCTO Y MONEDA: ACUMULA TODAS LAS    *
      * FOTOS DEL GRUPO Y ESCRIBE SU LINEA.                          *
      *****************************************************************
       2000-PROCESO.
           MOVE SD-CODIGO-PRODUCTO TO WS-GR-PRODUCTO
           MOVE SD-MONEDA TO WS-GR-MONEDA
           MOVE ZERO TO WS-CONTRATO-ANTERIOR
           MOVE 'N' TO WS-CONTRATO-DESCUB
           INITIALIZE WS-GR-CONTRATOS
           INITIALIZE WS-GR-CON-DESCUB
           INITIALIZE WS-GR-SALDO-DIAS
           INITIALIZE WS-GR-SALDO-EUR-DIAS
           INITIALIZE WS-GR-DEUDOR-DIAS
           INITIALIZE WS-GR-LIMITE-DIAS
           INITIALIZE WS-GR-INTERESES
           INITIALIZE WS-GR-COMISIONES
           INITIALIZE WS-GR-INT-DESCUB
           PERFORM 2100-ACUMULA-FOTO
              UNTIL WS-FIN-FOTOS-SI
                 OR SD-CODIGO-PRODUCTO NOT = WS-GR-PRODUCTO
                 OR SD-MONEDA NOT = WS-GR-MONEDA
           PERFORM 2200-ESCRIBE-DETALLE.

      *****************************************************************
      * ACUMULA LA FOTO LEIDA EN EL GRUPO Y EN EL TOTAL EN EUROS Y   *
      * LEE LA SIGUIENTE. EL SALDO PESA LOS DIAS QUE REPRESENTA LA   *
      * FOTO DENTRO DEL MES; LO LIQUIDADO SOLO CUENTA SI LA FOTO ES  *
      * DEL MES.                                                     *
      *****************************************************************
       2100-ACUMULA-FOTO.
      * CONTRATO NUEVO DENTRO DEL GRUPO
           IF SD-CLAVE-CONTRATO NOT = WS-CONTRATO-ANTERIOR
              MOVE SD-CLAVE-CONTRATO TO WS-CONTRATO-ANTERIOR
              MOVE 'N' TO WS-CONTRATO-DESCUB
              ADD 1 TO WS-GR-CONTRATOS
              ADD 1 TO WS-TT-CONTRATOS
           END-IF

      * DIAS DEL MES QUE CUENTAN CON EL SALDO DE ESTA FOTO
           MOVE WS-DESPLAZAMIENTO TO WS-DIA-INICIO
           IF WS-DIA-INICIO LESS THAN ZERO
              MOVE ZERO TO WS-DIA-INICIO
           END-IF
           COMPUTE WS-DIA-FIN = WS-DESPLAZAMIENTO + SD-DIAS
           IF WS-DIA-FIN GREATER THAN WS-DIAS-MES
              MOVE WS-DIAS-MES TO WS-DIA-FIN
           END-IF
           COMPUTE WS-PESO = WS-DIA-FIN - WS-DIA-INICIO

           COMPUTE WS-GR-SALDO-DIAS =
                   WS-GR-SALDO-DIAS + SD-SALDO * WS-PESO
           COMPUTE WS-GR-SALDO-EUR-DIAS =
                   WS-GR-SALDO-EUR-DIAS + SD-SALDO-EUR * WS-PESO
           COMPUTE WS-TT-SALDO-EUR-DIAS =
                   WS-TT-SALDO-EUR-DIAS + SD-SALDO-EUR * WS-PESO
           COMPUTE WS-GR-LIMITE-DIAS =
                   WS-GR-LIMITE-DIAS + SD-LIMITE-DESCUBIERTO * WS-PESO
           COMPUTE WS-TT-LIMITE-EUR-DIAS ROUNDED =
                   WS-TT-LIMITE-EUR-DIAS + SD-LIMITE-DESCUBIERTO *
                   SD-TASA-CAMBIO * WS-PESO

      * SALDO DEUDOR: USO DEL DESCUBIERTO
           IF SD-SALDO LESS THAN ZERO
              COMPUTE WS-DEUDOR = ZERO - SD-SALDO
              COMPUTE WS-GR-DEUDOR-DIAS =
                      WS-GR-DEUDOR-DIAS + WS-DEUDOR * WS-PESO
              COMPUTE WS-DEUDOR = ZERO - SD-SALDO-EUR
              COMPUTE WS-TT-DEUDOR-EUR-DIAS =
                      WS-TT-DEUDOR-EUR-DIAS + WS-DEUDOR * WS-PESO
              IF WS-CONTRATO-DESCUB-NO
                 MOVE 'S' TO WS-CONTRATO-DESCUB
                 ADD 1 TO WS-GR-CON-DESCUB
                 ADD 1 TO WS-TT-CON-DESCUB
              END-IF
           END-IF

      * LIQUIDACION DE LA NOCHE DE LA FOTO, SI ES DEL MES
           IF WS-DESPLAZAMIENTO NOT LESS THAN ZERO
              ADD SD-INTERESES-ABONADOS TO WS-GR-INTERESES
              ADD SD-COMISIONES TO WS-GR-COMISIONES
              ADD SD-INTERESES-DESCUBIERTO TO WS-GR-INT-DESCUB
              COMPUTE WS-TT-INTERESES-EUR ROUNDED =
                      WS-TT-INTERESES-EUR +
                      SD-INTERESES-ABONADOS * SD-TASA-CAMBIO
              COMPUTE WS-TT-COMISIONES-EUR ROUNDED =
                      WS-TT-COMISIONES-EUR +
                      SD-COMISIONES * SD-TASA-CAMBIO
              COMPUTE WS-TT-INT-DESCUB-EUR ROUNDED =
                      WS-TT-INT-DESCUB-EUR +
                      SD-INTERESES-DESCUBIERTO * SD-TASA-CAMBIO
           END-IF

      * SIGUIENTE FOTO DEL CURSOR
           PERFORM 1100-LEE-FOTO.

      *****************************************************************
      * ESCRIBE LA LINEA DEL PRODUCTO Y MONEDA CON SUS MEDIAS SOBRE  *
      * LOS DIAS NATURALES DEL MES.                                  *
      *****************************************************************
       2200-ESCRIBE-DETALLE.
           MOVE WS-GR-PRODUCTO TO WS-DET-PRODUCTO
           MOVE WS-GR-MONEDA TO WS-DET-MONEDA
           MOVE WS-GR-CONTRATOS TO WS-DET-CONTRATOS
           COMPUTE WS-MEDIA ROUNDED = WS-GR-SALDO-DIAS / WS-DIAS-MES
           MOVE WS-MEDIA TO WS-DET-SALDO-MEDIO
           COMPUTE WS-MEDIA ROUNDED =
                   WS-GR-SALDO-EUR-DIAS / WS-DIAS-MES
           MOVE WS-MEDIA TO WS-DET-SALDO-EUR
           MOVE WS-GR-INTERESES TO WS-DET-INTERESES
           MOVE WS-GR-COMISIONES TO WS-DET-COMISIONES
           COMPUTE WS-MEDIA ROUNDED = WS-GR-DEUDOR-DIAS / WS-DIAS-MES
           MOVE WS-MEDIA TO WS-DET-DESCUBIERTO
           PERFORM 2250-PORCENTAJE-GRUPO
           MOVE WS-PORCENTAJE TO WS-DET-PORCENTAJE
           MOVE WS-GR-CON-DESCUB TO WS-DET-CON-DESCUB
           MOVE WS-GR-INT-DESCUB TO WS-DET-INT-DESCUB
           MOVE WS-LIN-DETALLE TO REG-INFORME
           WRITE REG-INFORME
           ADD 1 TO WS-TOT-LINEAS.

      *****************************************************************
      * PORCENTAJE DE USO DEL DESCUBIERTO DEL GRUPO: SALDO DEUDOR    *
      * MEDIO SOBRE LIMITE MEDIO CONCEDIDO. SIN LIMITE ES CERO AUNQUE*
      * HAYA DEUDOR (DESCUBIERTO NO AUTORIZADO), Y SE TOPA AL MAXIMO *
      * QUE CABE EN LA LINEA.                                        *
      *****************************************************************
       2250-PORCENTAJE-GRUPO.
           MOVE ZERO TO WS-PORCENTAJE
           IF WS-GR-LIMITE-DIAS GREATER THAN ZERO
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-GR-DEUDOR-DIAS * 100 / WS-GR-LIMITE-DIAS
           END-IF
           IF WS-PORCENTAJE GREATER THAN 9999.99
              MOVE 9999.99 TO WS-PORCENTAJE
           END-IF.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-FOTOS
           END-EXEC
      * LINEA DE TOTAL EN EUROS AL PIE DEL INFORME
           MOVE WS-LIN-BLANCO TO REG-INFORME
           WRITE REG-INFORME
           PERFORM 3100-ESCRIBE-TOTAL
           DISPLAY 'FOTOS LEIDAS            : ' WS-TOT-FOTOS
           DISPLAY 'LINEAS PRODUCTO/MONEDA  : ' WS-TOT-LINEAS
           DISPLAY 'CONTRATOS               : ' WS-TT-CONTRATOS
           DISPLAY 'DIAS DEL MES            : ' WS-DIAS-MES
           CLOSE FICHERO-INF
           STOP RUN.

      *****************************************************************
      * ESCRIBE LA LINEA DE TOTAL, CON TODOS LOS IMPORTES EN EUROS.  *
      *****************************************************************
       3100-ESCRIBE-TOTAL.
           MOVE WS-TT-CONTRATOS TO WS-TOT-CONTRATOS
           COMPUTE WS-MEDIA ROUNDED =
                   WS-TT-SALDO-EUR-DIAS / WS-DIAS-MES
           MOVE WS-MEDIA TO WS-TOT-SALDO-MEDIO
           MOVE WS-MEDIA TO WS-TOT-SALDO-EUR
           MOVE WS-TT-INTERESES-EUR TO WS-TOT-INTERESES
           MOVE WS-TT-COMISIONES-EUR TO WS-TOT-COMISIONES
           COMPUTE WS-MEDIA ROUNDED =
                   WS-TT-DEUDOR-EUR-DIAS / WS-DIAS-MES
           MOVE WS-MEDIA TO WS-TOT-DESCUBIERTO
           MOVE ZERO TO WS-PORCENTAJE
           IF WS-TT-LIMITE-EUR-DIAS GREATER THAN ZERO
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-TT-DEUDOR-EUR-DIAS * 100 /
                      WS-TT-LIMITE-EUR-DIAS
           END-IF
           IF WS-PORCENTAJE GREATER THAN 9999.99
              MOVE 9999.99 TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO WS-TOT-PORCENTAJE
           MOVE WS-TT-CON-DESCUB TO WS-TOT-CON-DESCUB
           MOVE WS-TT-INT-DESCUB-EUR TO WS-TOT-INT-DESCUB
           MOVE WS-LIN-TOTAL TO REG-INFORME
           WRITE REG-INFORME.

      ******************************************************************
      * PARRAFO DE ERROR. EL INFORME ES UN PROCESO DE SOLO LECTURA,   *
      * ASI QUE BASTA CON DEVOLVER AL SISTEMA UN RC=8.                *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR. SQLCODE = ' SQLCODE
           MOVE 8 TO RETURN-CODE
           GOBACK.
