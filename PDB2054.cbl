       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2054.
       AUTHOR. TRONCOSO LEANDRO.

      * FOTO DIARIA DE SALDOS DE CIERRE. PARA CADA CONTRATO NO
      * CERRADO GRABA EN IBMUSER.SALDOS_DIARIOS, CON LA FECHA
      * CONTABLE DE LA NOCHE:
      *   - EL SALDO CONTABLE (CONTRATOS.IMPORTE).
      *   - EL SALDO DISPONIBLE: SALDO MENOS RETENCIONES ACTIVAS NO
      *     VENCIDAS, CON EL MISMO CRITERIO QUE EL POSTEO PDB2015.
      *   - EL SALDO EN EUROS AL ULTIMO CAMBIO DE TIPOS_CAMBIO NO
      *     POSTERIOR A LA FECHA CONTABLE, COMO EL INFORME POR OFICINA
      *     PDB2036. EL EURO VALE 1; SIN CAMBIO PARA UNA MONEDA EL
      *     PROCESO TERMINA CON RC=8.
      *   - LOS DIAS NATURALES QUE REPRESENTA LA FOTO, HASTA EL
      *     SIGUIENTE DIA HABIL (MODULO DE CALENDARIO PDB2037), PARA
      *     QUE LOS SALDOS MEDIOS CUENTEN LOS DIAS INHABILES CON EL
      *     ULTIMO SALDO, COMO HACE LA LIQUIDACION PDB2005.
      *   - LOS INTERESES, COMISIONES E INTERESES DE DESCUBIERTO QUE
      *     LA LIQUIDACION PDB2005 HAYA POSTEADO EN LA NOCHE (DESDE LA
      *     APERTURA DE LA FECHA CONTABLE), PARA EL INFORME MENSUAL
      *     PDB2055.
      * CORRE AL FINAL DE LA CADENA, DESPUES DE TODOS LOS PROCESOS
      * QUE MUEVEN SALDOS O RETENCIONES Y ANTES DEL CIERRE DE LA
      * FECHA CONTABLE (PDB2039 'C').
      * LA FOTO DE LA FECHA SE BORRA AL EMPEZAR: UNA REEJECUCION EN
      * LA MISMA NOCHE, TRAS UN ABEND O NO, VUELVE A GRABARLA ENTERA
      * SIN DUPLICADOS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO PDB2037
           COPY PDB2037C.

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 IND-NULL                PIC S9(4) COMP-5.
       77 WS-TASA-LEIDA           PIC S9(7)V9(6) COMP-3.
       77 WS-MONEDA-ANTERIOR      PIC X(03).
       77 WS-FIN-CONTRATOS        PIC X.
          88 WS-FIN-CONTRATOS-SI  VALUE 'S'.
          88 WS-FIN-CONTRATOS-NO  VALUE 'N'.

      * TOTALES DE CONTROL PARA EL INFORME DE FIN DE PROCESO
       77 WS-TOT-BORRADOS         PIC 9(9) COMP.
       77 WS-TOT-CONTRATOS        PIC 9(9) COMP.
       77 WS-TOT-NEGATIVOS        PIC 9(9) COMP.
       77 WS-TOT-LIQUIDADOS       PIC 9(9) COMP.
       77 WS-TOT-SALDO-EUR        PIC S9(15)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE SALDODIA END-EXEC.
           EXEC SQL INCLUDE TIPOCAMB END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WS-FIN-CONTRATOS-SI.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO FOTO DIARIA DE SALDOS'
           INITIALIZE WS-COMMIT
           INITIALIZE WS-TOT-BORRADOS
           INITIALIZE WS-TOT-CONTRATOS
           INITIALIZE WS-TOT-NEGATIVOS
           INITIALIZE WS-TOT-LIQUIDADOS
           INITIALIZE WS-TOT-SALDO-EUR
           MOVE SPACES TO WS-MONEDA-ANTERIOR
           MOVE 'N' TO WS-FIN-CONTRATOS

      * FECHA CONTABLE DE LA NOCHE Y DIAS QUE REPRESENTA LA FOTO
           PERFORM 1950-LEE-FECHA-CONTABLE
           PERFORM 1960-CALCULA-DIAS
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO SD-FECHA

      * BORRAMOS LA FOTO DE ESTA FECHA SI YA SE HABIA TOMADO
           PERFORM 1970-BORRA-FOTO-ANTERIOR

      * CURSOR SOBRE LOS CONTRATOS NO CERRADOS, POR MONEDA PARA LEER
      * EL CAMBIO UNA SOLA VEZ POR MONEDA, CON SUS RETENCIONES
      * ACTIVAS Y LO QUE LES HAYA LIQUIDADO PDB2005 EN LA NOCHE
           EXEC SQL
             DECLARE CUR-CONTRATOS CURSOR WITH HOLD FOR
             SELECT C.CLAVE_CONTRATO, C.CODIGO_PRODUCTO, C.MONEDA,
                    C.CODIGO_OFICINA, C.ESTADO, C.IMPORTE,
                    C.LIMITE_DESCUBIERTO,
                    (SELECT COALESCE(SUM(R.IMPORTE), 0)
                     FROM IBMUSER.RETENCIONES R
                     WHERE R.CLAVE_CONTRATO = C.CLAVE_CONTRATO
                       AND R.ESTADO = 'A'
                       AND R.FECHA_VENCIMIENTO >=
                           :DCLFECHACONTABLE.FC-FECHA-CONTABLE),
                    (SELECT COALESCE(SUM(M.IMPORTE), 0)
                     FROM IBMUSER.MOVIMIENTOS M
                     WHERE M.DESTINO = C.CLAVE_CONTRATO
                       AND M.ORIGEN = 0
                       AND M.OPERADOR = 'PDB2005 '
                       AND M.DESCRIPCION =
                           'LIQUIDACION MENSUAL DE INTERESES'
                       AND M.FECHA_MOVIMIENTO >=
                           :DCLFECHACONTABLE.FC-FECHA-APERTURA),
                    (SELECT COALESCE(SUM(M.IMPORTE), 0)
                     FROM IBMUSER.MOVIMIENTOS M
                     WHERE M.ORIGEN = C.CLAVE_CONTRATO
                       AND M.DESTINO = 0
                       AND M.OPERADOR = 'PDB2005 '
                       AND M.DESCRIPCION = 'COMISION DE MANTENIMIENTO'
                       AND M.FECHA_MOVIMIENTO >=
                           :DCLFECHACONTABLE.FC-FECHA-APERTURA),
                    (SELECT COALESCE(SUM(M.IMPORTE), 0)
                     FROM IBMUSER.MOVIMIENTOS M
                     WHERE M.ORIGEN = C.CLAVE_CONTRATO
                       AND M.DESTINO = 0
                       AND M.OPERADOR = 'PDB2005 '
                       AND M.DESCRIPCION = 'INTERESES DE DESCUBIERTO'
                       AND M.FECHA_MOVIMIENTO >=
                           :DCLFECHACONTABLE.FC-FECHA-APERTURA)
             FROM IBMUSER.CONTRATOS C
             WHERE C.ESTADO <> 'C'
             ORDER BY C.MONEDA, C.CLAVE_CONTRATO
           END-EXEC

           EXEC SQL
             OPEN CUR-CONTRATOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE CONTRATOS. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF

      * LECTURA DEL PRIMER CONTRATO
           PERFORM 1100-LEE-CONTRATO.

      *****************************************************************
      * RECUPERA LA FECHA CONTABLE ABIERTA, QUE ES LA FECHA DE       *
      * PROCESO DE TODA LA NOCHE AUNQUE EL BATCH CRUCE LA            *
      * MEDIANOCHE, Y EL MOMENTO DE SU APERTURA, DESDE EL QUE SE     *
      * BUSCA LO LIQUIDADO EN LA NOCHE. SIN FECHA CONTABLE ABIERTA   *
      * (APERTURA PDB2039 NO EJECUTADA O NOCHE YA CERRADA) EL        *
      * PROCESO NO ARRANCA.                                          *
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
                 DISPLAY 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA.'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL RECUPERAR LA FECHA CONTABLE. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * CALCULA LOS DIAS NATURALES QUE REPRESENTA LA FOTO: DESDE LA  *
      * FECHA CONTABLE HASTA EL SIGUIENTE DIA HABIL, QUE ES CUANDO SE*
      * TOMARA LA SIGUIENTE.                                         *
      *****************************************************************
       1960-CALCULA-DIAS.
           MOVE 'S' TO P37-FUNCION
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           IF NOT P37-OK
              DISPLAY 'ERROR AL CALCULAR EL SIGUIENTE DIA HABIL. '
                      'RESULTADO = ' P37-RESULTADO
                      ' SQLCODE = ' P37-SQLCODE
              PERFORM 9999-ERROR
           END-IF
           EXEC SQL
             SELECT DAYS(DATE(:P37-FECHA-HABIL)) -
                    DAYS(DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE))
             INTO :DCLSALDOSDIARIOS.SD-DIAS
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CALCULAR LOS DIAS DE LA FOTO. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           DISPLAY 'SIGUIENTE DIA HABIL: ' P37-FECHA-HABIL
                   ' (DIAS DE LA FOTO: ' SD-DIAS ')'.

      *****************************************************************
      * BORRA LA FOTO DE LA FECHA CONTABLE SI YA EXISTIA (PROCESO    *
      * RELANZADO) Y CONFIRMA EL BORRADO ANTES DE EMPEZAR A GRABAR.  *
      *****************************************************************
       1970-BORRA-FOTO-ANTERIOR.
           EXEC SQL
             DELETE FROM IBMUSER.SALDOS_DIARIOS
             WHERE FECHA = :DCLSALDOSDIARIOS.SD-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-TOT-BORRADOS
                 DISPLAY 'FOTO ANTERIOR DE LA FECHA BORRADA: '
                         WS-TOT-BORRADOS ' CONTRATOS'
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL BORRAR LA FOTO ANTERIOR. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC.

      *****************************************************************
      * LEE EL SIGUIENTE CONTRATO DEL CURSOR. SQLCODE = 100 INDICA   *
      * QUE NO QUEDAN MAS.                                           *
      *****************************************************************
       1100-LEE-CONTRATO.
           EXEC SQL
             FETCH CUR-CONTRATOS
             INTO :DCLSALDOSDIARIOS.SD-CLAVE-CONTRATO,
                  :DCLSALDOSDIARIOS.SD-CODIGO-PRODUCTO,
                  :DCLSALDOSDIARIOS.SD-MONEDA,
                  :DCLSALDOSDIARIOS.SD-CODIGO-OFICINA,
                  :DCLSALDOSDIARIOS.SD-ESTADO,
                  :DCLSALDOSDIARIOS.SD-SALDO,
                  :DCLSALDOSDIARIOS.SD-LIMITE-DESCUBIERTO,
                  :DCLSALDOSDIARIOS.SD-IMPORTE-RETENIDO,
                  :DCLSALDOSDIARIOS.SD-INTERESES-ABONADOS,
                  :DCLSALDOSDIARIOS.SD-COMISIONES,
                  :DCLSALDOSDIARIOS.SD-INTERESES-DESCUBIERTO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER CONTRATO DEL CURSOR. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-CONTRATOS
           END-IF.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
      * CAMBIO DE LA MONEDA, SOLO CUANDO CAMBIA LA MONEDA DEL CURSOR
           IF SD-MONEDA NOT = WS-MONEDA-ANTERIOR
              PERFORM 2250-LEE-CAMBIO
              MOVE SD-MONEDA TO WS-MONEDA-ANTERIOR
           END-IF
           PERFORM 2100-GRABA-FOTO
      * SIGUIENTE CONTRATO DEL CURSOR
           PERFORM 1100-LEE-CONTRATO
           IF WS-COMMIT NOT LESS THAN 10
              EXEC SQL COMMIT END-EXEC
              MOVE ZERO TO WS-COMMIT
           END-IF.

      *****************************************************************
      * CALCULA EL DISPONIBLE Y EL SALDO EN EUROS DEL CONTRATO LEIDO *
      * Y GRABA SU FOTO.                                             *
      *****************************************************************
       2100-GRABA-FOTO.
           COMPUTE SD-SALDO-DISPONIBLE = SD-SALDO - SD-IMPORTE-RETENIDO
           MOVE WS-TASA-LEIDA TO SD-TASA-CAMBIO
           COMPUTE SD-SALDO-EUR ROUNDED = SD-SALDO * WS-TASA-LEIDA
           EXEC SQL
             INSERT INTO IBMUSER.SALDOS_DIARIOS
               (FECHA,
                CLAVE_CONTRATO,
                CODIGO_PRODUCTO,
                MONEDA,
                CODIGO_OFICINA,
                ESTADO,
                SALDO,
                IMPORTE_RETENIDO,
                SALDO_DISPONIBLE,
                LIMITE_DESCUBIERTO,
                TASA_CAMBIO,
                SALDO_EUR,
                DIAS,
                INTERESES_ABONADOS,
                COMISIONES,
                INTERESES_DESCUBIERTO,
                FECHA_FOTO)
             VALUES(:DCLSALDOSDIARIOS.SD-FECHA,
                    :DCLSALDOSDIARIOS.SD-CLAVE-CONTRATO,
                    :DCLSALDOSDIARIOS.SD-CODIGO-PRODUCTO,
                    :DCLSALDOSDIARIOS.SD-MONEDA,
                    :DCLSALDOSDIARIOS.SD-CODIGO-OFICINA,
                    :DCLSALDOSDIARIOS.SD-ESTADO,
                    :DCLSALDOSDIARIOS.SD-SALDO,
                    :DCLSALDOSDIARIOS.SD-IMPORTE-RETENIDO,
                    :DCLSALDOSDIARIOS.SD-SALDO-DISPONIBLE,
                    :DCLSALDOSDIARIOS.SD-LIMITE-DESCUBIERTO,
                    :DCLSALDOSDIARIOS.SD-TASA-CAMBIO,
                    :DCLSALDOSDIARIOS.SD-SALDO-EUR,
                    :DCLSALDOSDIARIOS.SD-DIAS,
                    :DCLSALDOSDIARIOS.SD-INTERESES-ABONADOS,
                    :DCLSALDOSDIARIOS.SD-COMISIONES,
                    :DCLSALDOSDIARIOS.SD-INTERESES-DESCUBIERTO,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR LA FOTO DEL CONTRATO '
                      SD-CLAVE-CONTRATO ' SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           ADD 1 TO WS-COMMIT
           ADD 1 TO WS-TOT-CONTRATOS
           ADD SD-SALDO-EUR TO WS-TOT-SALDO-EUR
           IF SD-SALDO LESS THAN ZERO
              ADD 1 TO WS-TOT-NEGATIVOS
           END-IF
           IF SD-INTERESES-ABONADOS NOT = ZERO
              OR SD-COMISIONES NOT = ZERO
              OR SD-INTERESES-DESCUBIERTO NOT = ZERO
              ADD 1 TO WS-TOT-LIQUIDADOS
           END-IF.

      *****************************************************************
      * LEE EL CAMBIO DE LA MONEDA DEL CONTRATO FRENTE AL EURO: EL   *
      * ULTIMO CARGADO EN TIPOS_CAMBIO NO POSTERIOR A LA FECHA       *
      * CONTABLE. EL EURO VALE 1 POR DEFINICION.                     *
      *****************************************************************
       2250-LEE-CAMBIO.
           IF SD-MONEDA = 'EUR'
              MOVE 1 TO WS-TASA-LEIDA
           ELSE
              MOVE SD-MONEDA TO TC-MONEDA OF DCLTIPOSCAMBIO
              EXEC SQL
                SELECT TASA
                INTO :DCLTIPOSCAMBIO.TC-TASA
                FROM IBMUSER.TIPOS_CAMBIO
                WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                  AND FECHA =
                      (SELECT MAX(FECHA)
                       FROM IBMUSER.TIPOS_CAMBIO
                       WHERE MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
                         AND FECHA <=
                             :DCLFECHACONTABLE.FC-FECHA-CONTABLE)
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE TC-TASA OF DCLTIPOSCAMBIO TO WS-TASA-LEIDA
                 WHEN 100
                    DISPLAY 'SIN CAMBIO PARA LA MONEDA ' SD-MONEDA
                    PERFORM 9999-ERROR
                 WHEN OTHER
                    DISPLAY 'ERROR AL RECUPERAR EL CAMBIO. '
                            'SQLCODE = ' SQLCODE
                    PERFORM 9999-ERROR
              END-EVALUATE
           END-IF
           DISPLAY 'MONEDA ' SD-MONEDA ' CAMBIO ' WS-TASA-LEIDA.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL
             CLOSE CUR-CONTRATOS
           END-EXEC
           EXEC SQL COMMIT END-EXEC
      * EMITIMOS EL INFORME DE TOTALES DE CONTROL DEL PROCESO
           PERFORM 3100-INFORME-TOTALES
           STOP RUN.

      *****************************************************************
      * INFORME DE TOTALES DE CONTROL DE FIN DE PROCESO.             *
      *****************************************************************
       3100-INFORME-TOTALES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'INFORME DE TOTALES DE CONTROL - PDB2054'
           DISPLAY '----------------------------------------------'
           DISPLAY 'FECHA DE LA FOTO                : ' SD-FECHA
           DISPLAY 'FOTO ANTERIOR BORRADA           : '
                   WS-TOT-BORRADOS
           DISPLAY 'CONTRATOS FOTOGRAFIADOS         : '
                   WS-TOT-CONTRATOS
           DISPLAY '  CON SALDO NEGATIVO            : '
                   WS-TOT-NEGATIVOS
           DISPLAY '  CON LIQUIDACION EN LA NOCHE   : '
                   WS-TOT-LIQUIDADOS
           DISPLAY 'SALDO TOTAL EN EUROS            : '
                   WS-TOT-SALDO-EUR
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
