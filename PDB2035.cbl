       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2035.
       AUTHOR. TRONCOSO LEANDRO.

      * CERTIFICADO FISCAL ANUAL DE RENDIMIENTOS Y RETENCIONES. PARA
      * EL EJERCICIO INDICADO EN EL FICHERO DE PARAMETROS, TOTALIZA
      * POR CLIENTE (CLIENTES.DOCUMENTO, A TRAVES DE
      * CONTRATOS.CLAVE_CLIENTE) LOS INTERESES BRUTOS ABONADOS, LA
      * RETENCION FISCAL PRACTICADA Y EL NETO, A PARTIR DE LAS
      * LIQUIDACIONES_FISCALES QUE DEJA PDB2005 EN CADA LIQUIDACION
      * MENSUAL. POR CADA CLIENTE:
      *   - IMPRIME UN CERTIFICADO EN PAGINA NUEVA, CON UNA LINEA
      *     POR MONEDA Y EL TOTAL A CERTIFICAR EN EUROS.
      *   - ESCRIBE UN REGISTRO EN EL FICHERO ANUAL PARA HACIENDA,
      *     DE FORMATO FIJO CON CABECERA, DETALLE POR CLIENTE Y
      *     TOTALES DE CONTROL.
      * LOS IMPORTES EN OTRAS MONEDAS SE CONVIERTEN A EUROS AL
      * CAMBIO DE CIERRE DEL EJERCICIO (EL ULTIMO DE TIPOS_CAMBIO NO
      * POSTERIOR AL 31 DE DICIEMBRE). SIN CAMBIO DE CIERRE PARA UNA
      * MONEDA EL PROCESO TERMINA CON RC=8: EL FICHERO PARA HACIENDA
      * NO PUEDE SALIR INCOMPLETO.
      * PARAMETRO: EJERCICIO A CERTIFICAR (AAAA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON EL EJERCICIO A CERTIFICAR
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

      * FICHERO DE IMPRESION DE LOS CERTIFICADOS
           SELECT FICHERO-IMP ASSIGN TO CERTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERTIF.

      * FICHERO ANUAL DE RETENCIONES PARA HACIENDA
           SELECT FICHERO-FIS ASSIGN TO FISCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FISCAL.

       DATA DIVISION.
       FILE SECTION.

      * REGISTRO DEL FICHERO DE PARAMETROS: EJERCICIO AAAA
       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(04).

      * LINEAS DE IMPRESION CON CARACTER DE CONTROL ASA EN LA
      * PRIMERA POSICION ('1' SALTO DE PAGINA, ' ' LINEA NORMAL)
       FD FICHERO-IMP RECORDING MODE IS F
                      DATA RECORD IS REG-IMPRESION.
       01 REG-IMPRESION           PIC X(133).

       FD FICHERO-FIS RECORDING MODE IS F
                      DATA RECORD IS REG-FISCAL.
       01 REG-FISCAL              PIC X(140).

       WORKING-STORAGE SECTION.

      * EJERCICIO SOLICITADO, LEIDO DEL FICHERO DE PARAMETROS
       01 WS-PARM.
          05 WS-P-EJERCICIO       PIC 9(04).

      * FILESTATUS DE LOS FICHEROS
       01 FS-PARM                 PIC 99.
       01 FS-CERTIF               PIC 99.
       01 FS-FISCAL               PIC 99.

      * EJERCICIO COMO ENTERO PARA EL CURSOR Y FECHA DE CIERRE DEL
      * EJERCICIO PARA EL CAMBIO DE LAS MONEDAS
       77 WS-EJERCICIO-SQL        PIC S9(9) COMP.
       01 WS-FECHA-CIERRE.
          05 WS-FC-ANIO           PIC 9(04).
          05 FILLER               PIC X(06) VALUE '-12-31'.
       01 WS-FECHA-HOY            PIC X(10).

      * REGISTRO DE CABECERA DEL FICHERO PARA HACIENDA
       01 WS-FIS-CABECERA.
          05 WS-FCB-TIPO-REG      PIC X(01) VALUE '1'.
          05 WS-FCB-EJERCICIO     PIC 9(04).
          05 WS-FCB-FECHA-GEN     PIC X(10).
          05 FILLER               PIC X(125) VALUE SPACES.

      * REGISTRO DE DETALLE DEL FICHERO PARA HACIENDA: UNO POR
      * CLIENTE, CON LOS IMPORTES YA EN EUROS
       01 WS-FIS-DETALLE.
          05 WS-FDT-TIPO-REG      PIC X(01) VALUE '2'.
          05 WS-FDT-EJERCICIO     PIC 9(04).
          05 WS-FDT-DOCUMENTO     PIC X(15).
          05 WS-FDT-NOMBRE        PIC X(30).
          05 WS-FDT-DOMICILIO     PIC X(40).
          05 WS-FDT-BRUTO         PIC 9(13)V99.
          05 WS-FDT-RETENCION     PIC 9(13)V99.
          05 WS-FDT-NETO          PIC 9(13)V99.
          05 FILLER               PIC X(05) VALUE SPACES.

      * REGISTRO DE TOTALES DEL FICHERO PARA HACIENDA, PARA QUE EL
      * RECEPTOR PUEDA VERIFICAR LA RECEPCION COMPLETA
       01 WS-FIS-TOTALES.
          05 WS-FTT-TIPO-REG      PIC X(01) VALUE '9'.
          05 WS-FTT-EJERCICIO     PIC 9(04).
          05 WS-FTT-CONTADOR      PIC 9(09).
          05 WS-FTT-BRUTO         PIC 9(15)V99.
          05 WS-FTT-RETENCION     PIC 9(15)V99.
          05 WS-FTT-NETO          PIC 9(15)V99.
          05 FILLER               PIC X(75) VALUE SPACES.

      * LINEA DE CABECERA DE PAGINA DEL CERTIFICADO
       01 WS-LIN-CABECERA.
          05 FILLER               PIC X(01) VALUE '1'.
          05 FILLER               PIC X(46) VALUE
             'CERTIFICADO DE RETENCIONES E INGRESOS A CUENTA'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'EJERCICIO '.
          05 WS-CAB-EJERCICIO     PIC 9(04).
          05 FILLER               PIC X(56) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'PAGINA '.
          05 WS-CAB-PAGINA        PIC ZZZZ9.

      * LINEA DE IDENTIFICACION DEL TITULAR
       01 WS-LIN-TITULAR.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'TITULAR:   '.
          05 WS-TIT-NOMBRE        PIC X(30).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'DOCUMENTO: '.
          05 WS-TIT-DOCUMENTO     PIC X(15).
          05 FILLER               PIC X(61) VALUE SPACES.

      * LINEA DEL DOMICILIO DEL TITULAR
       01 WS-LIN-DOMICILIO.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(11) VALUE 'DOMICILIO: '.
          05 WS-DOM-DIRECCION     PIC X(40).
          05 FILLER               PIC X(81) VALUE SPACES.

      * LINEA DE TEXTO LIBRE (CONCEPTO Y LEYENDA DEL CERTIFICADO)
       01 WS-LIN-TEXTO.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-TXT-TEXTO         PIC X(132).

      * LINEA DE TITULOS DE COLUMNAS DEL DETALLE POR MONEDA
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(06) VALUE 'MONEDA'.
          05 FILLER               PIC X(14) VALUE '         BRUTO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '     RETENCION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '          NETO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '   TIPO CAMBIO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '     BRUTO EUR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ' RETENCION EUR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '      NETO EUR'.
          05 FILLER               PIC X(16) VALUE SPACES.

      * LINEA DE DETALLE DE UNA MONEDA DEL CLIENTE
       01 WS-LIN-DETALLE.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WS-DET-MONEDA        PIC X(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WS-DET-BRUTO         PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-RETENCION     PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-NETO          PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-CAMBIO        PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-BRUTO-EUR     PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-RETENCION-EUR PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-DET-NETO-EUR      PIC X(14).
          05 FILLER               PIC X(16) VALUE SPACES.

      * LINEA DE TOTAL A CERTIFICAR, ALINEADA CON LAS COLUMNAS EN
      * EUROS DEL DETALLE
       01 WS-LIN-TOTAL.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(70) VALUE
             'TOTAL A CERTIFICAR EN EUROS'.
          05 WS-TOT-LIN-BRUTO     PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-RETENCION PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-TOT-LIN-NETO      PIC X(14).
          05 FILLER               PIC X(16) VALUE SPACES.

      * LINEA EN BLANCO DE SEPARACION
       01 WS-LIN-BLANCO           PIC X(133) VALUE SPACES.

      * CAMPOS DE TRABAJO PARA EDITAR IMPORTES Y CAMBIOS
       77 WS-IMPORTE-EDICION      PIC ZZZZZZZZZZ9.99.
       77 WS-TASA-EDICION         PIC ZZZZZZ9.999999.

      * CLIENTE EN CURSO (RUPTURA POR DOCUMENTO) Y SUS ACUMULADOS
      * EN EUROS
       01 WS-CLIENTE-ACTUAL.
          05 WS-CA-DOCUMENTO      PIC X(15).
          05 WS-CA-NOMBRE         PIC X(30).
          05 WS-CA-DIRECCION      PIC X(40).
       77 WS-CLI-BRUTO-EUR        PIC 9(13)V99.
       77 WS-CLI-RETENCION-EUR    PIC 9(13)V99.
       77 WS-CLI-NETO-EUR         PIC 9(13)V99.

      * IMPORTES DE LA MONEDA EN CURSO: NETO EN SU MONEDA, CAMBIO
      * DE CIERRE E IMPORTES CONVERTIDOS A EUROS
       77 WS-NETO                 PIC 9(11)V99.
       77 WS-TASA-LEIDA           PIC S9(7)V9(6).
       77 WS-BRUTO-EUR            PIC 9(13)V99.
       77 WS-RETENCION-EUR        PIC 9(13)V99.
       77 WS-NETO-EUR             PIC 9(13)V99.

      * VARIABLES IN PROGRAM.
       77 WS-PAGINA               PIC 9(5) COMP.
       77 WS-FIN-CLIENTES         PIC X.
          88 WS-FIN-CLIENTES-SI   VALUE 'S'.
          88 WS-FIN-CLIENTES-NO   VALUE 'N'.

      * TOTALES DE CONTROL PARA EL FICHERO DE HACIENDA Y EL INFORME
      * DE FIN DE PROCESO
       77 WS-TOT-CERTIFICADOS     PIC 9(9) COMP.
       77 WS-TOT-LINEAS           PIC 9(9) COMP.
       77 WS-TOT-BRUTO-EUR        PIC 9(15)V99.
       77 WS-TOT-RETENCION-EUR    PIC 9(15)V99.
       77 WS-TOT-NETO-EUR         PIC 9(15)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE LIQFISC END-EXEC.
           EXEC SQL INCLUDE TIPOCAMB END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-CLIENTES-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO CERTIFICADO FISCAL ANUAL'
           INITIALIZE WS-TOT-CERTIFICADOS
           INITIALIZE WS-TOT-LINEAS
           INITIALIZE WS-TOT-BRUTO-EUR
           INITIALIZE WS-TOT-RETENCION-EUR
           INITIALIZE WS-TOT-NETO-EUR
           INITIALIZE WS-PAGINA
           MOVE 'N' TO WS-FIN-CLIENTES

      * APERTURA DE FICHEROS Y LECTURA DEL EJERCICIO SOLICITADO
           OPEN INPUT FICHERO-PARM
           OPEN OUTPUT FICHERO-IMP
           OPEN OUTPUT FICHERO-FIS
           READ FICHERO-PARM INTO WS-PARM
           IF FS-PARM NOT = 00 OR WS-P-EJERCICIO NOT NUMERIC
              DISPLAY 'FALTA EL PARAMETRO DE EJERCICIO (AAAA)'
              PERFORM 9999-ERROR
           END-IF
           CLOSE FICHERO-PARM
           DISPLAY 'EJERCICIO SOLICITADO: ' WS-P-EJERCICIO
           MOVE WS-P-EJERCICIO TO WS-EJERCICIO-SQL
           MOVE WS-P-EJERCICIO TO WS-FC-ANIO
           MOVE WS-P-EJERCICIO TO WS-CAB-EJERCICIO

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

      * CABECERA DEL FICHERO PARA HACIENDA
           MOVE WS-P-EJERCICIO TO WS-FCB-EJERCICIO
           MOVE WS-FECHA-HOY TO WS-FCB-FECHA-GEN
           MOVE WS-FIS-CABECERA TO REG-FISCAL
           WRITE REG-FISCAL

      * CURSOR SOBRE LOS RENDIMIENTOS DEL EJERCICIO, TOTALIZADOS POR
      * DOCUMENTO DEL CLIENTE Y MONEDA. UN MISMO DOCUMENTO PUEDE
      * TENER MAS DE UNA CLAVE DE CLIENTE: EL CERTIFICADO ES POR
      * PERSONA, NO POR FICHA.
           EXEC SQL
             DECLARE CUR-RENDIMIENTOS CURSOR WITH HOLD FOR
             SELECT CL.DOCUMENTO, MAX(CL.NOMBRE), MAX(CL.DIRECCION),
                    F.MONEDA,
                    SUM(F.IMPORTE_BRUTO), SUM(F.IMPORTE_RETENCION)
             FROM IBMUSER.LIQUIDACIONES_FISCALES F,
                  IBMUSER.CONTRATOS C,
                  IBMUSER.CLIENTES CL
             WHERE YEAR(F.FECHA_LIQUIDACION) = :WS-EJERCICIO-SQL
               AND C.CLAVE_CONTRATO = F.CLAVE_CONTRATO
               AND CL.CLAVE_CLIENTE = C.CLAVE_CLIENTE
             GROUP BY CL.DOCUMENTO, F.MONEDA
             ORDER BY CL.DOCUMENTO, F.MONEDA
           END-EXEC

           EXEC SQL
             OPEN CUR-RENDIMIENTOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE RENDIMIENTOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DE LA PRIMERA LINEA A CERTIFICAR
           PERFORM 1100-LEE-RENDIMIENTO.

      *****************************************************************
      * LEE LA SIGUIENTE LINEA CLIENTE/MONEDA DEL EJERCICIO.         *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS LINEAS.               *
      *****************************************************************
       1100-LEE-RENDIMIENTO.
           EXEC SQL
             FETCH CUR-RENDIMIENTOS
             INTO :DCLCLIENTES.CL-DOCUMENTO,
                  :DCLCLIENTES.CL-NOMBRE,
                  :DCLCLIENTES.CL-DIRECCION,
                  :DCLLIQFISCALES.LF-MONEDA,
                  :DCLLIQFISCALES.LF-IMPORTE-BRUTO,
                  :DCLLIQFISCALES.LF-IMPORTE-RETENCION
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER RENDIMIENTO DEL CURSOR. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CLIENTES
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
      * UN CERTIFICADO POR CLIENTE: CABECERA, UNA LINEA POR CADA
      * MONEDA DEL CLIENTE Y TOTAL EN EUROS
           PERFORM 2100-INICIA-CERTIFICADO
           PERFORM 2200-TRATA-MONEDA
              UNTIL WS-FIN-CLIENTES-SI
                 OR CL-DOCUMENTO NOT = WS-CA-DOCUMENTO
           PERFORM 2300-CIERRA-CERTIFICADO.

      *****************************************************************
      * ARRANCA EL CERTIFICADO DEL CLIENTE DE LA LINEA LEIDA: GUARDA *
      * SUS DATOS PARA LA RUPTURA, PONE A CERO SUS ACUMULADOS E      *
      * IMPRIME LA CABECERA EN PAGINA NUEVA.                         *
      *****************************************************************
       2100-INICIA-CERTIFICADO.
           DISPLAY 'CERTIFICADO DEL DOCUMENTO ' CL-DOCUMENTO
           MOVE CL-DOCUMENTO TO WS-CA-DOCUMENTO
           MOVE CL-NOMBRE TO WS-CA-NOMBRE
           MOVE CL-DIRECCION TO WS-CA-DIRECCION
           MOVE ZERO TO WS-CLI-BRUTO-EUR
           MOVE ZERO TO WS-CLI-RETENCION-EUR
           MOVE ZERO TO WS-CLI-NETO-EUR
           PERFORM 2800-CABECERA-CERTIFICADO.

      *****************************************************************
      * TRATA UNA MONEDA DEL CLIENTE: CALCULA EL NETO, LO CONVIERTE  *
      * A EUROS AL CAMBIO DE CIERRE, IMPRIME LA LINEA Y LA ACUMULA   *
      * EN EL CERTIFICADO.                                           *
      *****************************************************************
       2200-TRATA-MONEDA.
           COMPUTE WS-NETO = LF-IMPORTE-BRUTO - LF-IMPORTE-RETENCION
           PERFORM 2250-LEE-CAMBIO-CIERRE
           COMPUTE WS-BRUTO-EUR ROUNDED =
                   LF-IMPORTE-BRUTO * WS-TASA-LEIDA
           COMPUTE WS-RETENCION-EUR ROUNDED =
                   LF-IMPORTE-RETENCION * WS-TASA-LEIDA
      * EL NETO EN EUROS SE OBTIENE POR DIFERENCIA PARA QUE BRUTO,
      * RETENCION Y NETO CUADREN AL CENTIMO TRAS EL REDONDEO
           COMPUTE WS-NETO-EUR = WS-BRUTO-EUR - WS-RETENCION-EUR

           MOVE LF-MONEDA TO WS-DET-MONEDA
           MOVE LF-IMPORTE-BRUTO TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-BRUTO
           MOVE LF-IMPORTE-RETENCION TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-RETENCION
           MOVE WS-NETO TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-NETO
           MOVE WS-TASA-LEIDA TO WS-TASA-EDICION
           MOVE WS-TASA-EDICION TO WS-DET-CAMBIO
           MOVE WS-BRUTO-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-BRUTO-EUR
           MOVE WS-RETENCION-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-RETENCION-EUR
           MOVE WS-NETO-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-DET-NETO-EUR
           MOVE WS-LIN-DETALLE TO REG-IMPRESION
           WRITE REG-IMPRESION
           ADD 1 TO WS-TOT-LINEAS

           ADD WS-BRUTO-EUR TO WS-CLI-BRUTO-EUR
           ADD WS-RETENCION-EUR TO WS-CLI-RETENCION-EUR
           ADD WS-NETO-EUR TO WS-CLI-NETO-EUR
      * SIGUIENTE LINEA DEL CURSOR
           PERFORM 1100-LEE-RENDIMIENTO.

      *****************************************************************
      * LEE EL CAMBIO DE CIERRE DEL EJERCICIO DE LA MONEDA EN CURSO  *
      * FRENTE AL EURO: EL ULTIMO CARGADO EN TIPOS_CAMBIO NO         *
      * POSTERIOR AL 31 DE DICIEMBRE. EL EURO VALE 1 POR DEFINICION. *
      *****************************************************************
       2250-LEE-CAMBIO-CIERRE.
           IF LF-MONEDA = 'EUR'
              MOVE 1 TO WS-TASA-LEIDA
           ELSE
              MOVE LF-MONEDA TO TC-MONEDA OF DCLTIPOSCAMBIO
              EXEC SQL
                SELECT TASA
                INTO :DCLTIPOSCAMBIO.TC-TASA
                FROM IBMUSER.TIPOS_CAMBIO
                WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                  AND FECHA =
                      (SELECT MAX(FECHA)
                       FROM IBMUSER.TIPOS_CAMBIO
                       WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                         AND FECHA <= :WS-FECHA-CIERRE)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE TC-TASA OF DCLTIPOSCAMBIO TO WS-TASA-LEIDA
                 WHEN 100
                    DISPLAY 'SIN CAMBIO DE CIERRE PARA LA MONEDA '
                            LF-MONEDA
                    PERFORM 9999-ERROR
                 WHEN OTHER
                    DISPLAY 'ERROR AL RECUPERAR EL CAMBIO DE CIERRE. '
                            'SQLCODE = ' SQLCODE
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF.

      *****************************************************************
      * CIERRA EL CERTIFICADO DEL CLIENTE: IMPRIME EL TOTAL A        *
      * CERTIFICAR EN EUROS Y LA LEYENDA, Y ESCRIBE SU REGISTRO EN   *
      * EL FICHERO PARA HACIENDA.                                    *
      *****************************************************************
       2300-CIERRA-CERTIFICADO.
           MOVE WS-CLI-BRUTO-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-TOT-LIN-BRUTO
           MOVE WS-CLI-RETENCION-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-TOT-LIN-RETENCION
           MOVE WS-CLI-NETO-EUR TO WS-IMPORTE-EDICION
           MOVE WS-IMPORTE-EDICION TO WS-TOT-LIN-NETO
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-TOTAL TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 'LA ENTIDAD CERTIFICA HABER ABONADO AL TITULAR LOS '
                        TO WS-TXT-TEXTO
           MOVE WS-LIN-TEXTO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 'RENDIMIENTOS INDICADOS Y HABER PRACTICADO E INGRESADO '
                        TO WS-TXT-TEXTO
           MOVE WS-LIN-TEXTO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 'EN HACIENDA LAS RETENCIONES CORRESPONDIENTES.'
                        TO WS-TXT-TEXTO
           MOVE WS-LIN-TEXTO TO REG-IMPRESION
           WRITE REG-IMPRESION

           MOVE WS-P-EJERCICIO TO WS-FDT-EJERCICIO
           MOVE WS-CA-DOCUMENTO TO WS-FDT-DOCUMENTO
           MOVE WS-CA-NOMBRE TO WS-FDT-NOMBRE
           MOVE WS-CA-DIRECCION TO WS-FDT-DOMICILIO
           MOVE WS-CLI-BRUTO-EUR TO WS-FDT-BRUTO
           MOVE WS-CLI-RETENCION-EUR TO WS-FDT-RETENCION
           MOVE WS-CLI-NETO-EUR TO WS-FDT-NETO
           MOVE WS-FIS-DETALLE TO REG-FISCAL
           WRITE REG-FISCAL

           ADD 1 TO WS-TOT-CERTIFICADOS
           ADD WS-CLI-BRUTO-EUR TO WS-TOT-BRUTO-EUR
           ADD WS-CLI-RETENCION-EUR TO WS-TOT-RETENCION-EUR
           ADD WS-CLI-NETO-EUR TO WS-TOT-NETO-EUR.

      *****************************************************************
      * IMPRIME LA CABECERA DEL CERTIFICADO EN PAGINA NUEVA: TITULO  *
      * CON EJERCICIO Y PAGINA, TITULAR, DOMICILIO, CONCEPTO Y       *
      * TITULOS DE COLUMNA.                                          *
      *****************************************************************
       2800-CABECERA-CERTIFICADO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO WS-CAB-PAGINA
           MOVE WS-LIN-CABECERA TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-CA-NOMBRE TO WS-TIT-NOMBRE
           MOVE WS-CA-DOCUMENTO TO WS-TIT-DOCUMENTO
           MOVE WS-LIN-TITULAR TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-CA-DIRECCION TO WS-DOM-DIRECCION
           MOVE WS-LIN-DOMICILIO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 'RENDIMIENTOS DEL CAPITAL MOBILIARIO: INTERESES DE '
                        TO WS-TXT-TEXTO
           MOVE WS-LIN-TEXTO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE 'CUENTAS ABONADOS EN EL EJERCICIO'
                        TO WS-TXT-TEXTO
           MOVE WS-LIN-TEXTO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-COLUMNAS TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-RENDIMIENTOS
           END-EXEC
      * REGISTRO DE TOTALES DEL FICHERO PARA HACIENDA. SE ESCRIBE
      * SIEMPRE, AUNQUE NO HAYA CLIENTES, PARA QUE EL RECEPTOR SEPA
      * QUE EL FICHERO ESTA COMPLETO
           MOVE WS-P-EJERCICIO TO WS-FTT-EJERCICIO
           MOVE WS-TOT-CERTIFICADOS TO WS-FTT-CONTADOR
           MOVE WS-TOT-BRUTO-EUR TO WS-FTT-BRUTO
           MOVE WS-TOT-RETENCION-EUR TO WS-FTT-RETENCION
           MOVE WS-TOT-NETO-EUR TO WS-FTT-NETO
           MOVE WS-FIS-TOTALES TO REG-FISCAL
           WRITE REG-FISCAL
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           CLOSE FICHERO-IMP
           CLOSE FICHERO-FIS
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO: CERTIFICADOS*
      * EMITIDOS E IMPORTES TOTALES ENVIADOS A HACIENDA.             *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2035'
           DISPLAY '----------------------------------------------'
           DISPLAY 'EJERCICIO                       : '
                   WS-P-EJERCICIO
           DISPLAY 'CERTIFICADOS EMITIDOS           : '
                   WS-TOT-CERTIFICADOS
           DISPLAY 'LINEAS CLIENTE/MONEDA           : '
                   WS-TOT-LINEAS
           DISPLAY 'RENDIMIENTO BRUTO (EUR)         : '
                   WS-TOT-BRUTO-EUR
           DISPLAY 'RETENCION PRACTICADA (EUR)      : '
                   WS-TOT-RETENCION-EUR
           DISPLAY 'RENDIMIENTO NETO (EUR)          : '
                   WS-TOT-NETO-EUR
           DISPLAY '----------------------------------------------'.

      ******************************************************************
      * PARRAFO DE ERROR. EL CERTIFICADO ES UN PROCESO DE SOLO        *
      * LECTURA, ASI QUE BASTA CON DEVOLVER AL SISTEMA UN RC=8: EL    *
      * FICHERO PARA HACIENDA QUEDA SIN REGISTRO DE TOTALES Y NO DEBE *
      * ENVIARSE.                                                     *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR. SQLCODE = ' SQLCODE
           MOVE 8 TO RETURN-CODE
           GOBACK.
