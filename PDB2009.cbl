      * CABECERA PARA LA SALA DE IMPRESION.
      * LOS MOVIMIENTOS SE CLASIFICAN COMO TRASPASO, INGRESO,
      * REINTEGRO, INTERESES (LAS LIQUIDACIONES DE PDB2005, CON
      * ORIGEN 0), RETENCION FISCAL (EL CARGO DE PDB2005 SOBRE ESOS
      * INTERESES, CON DESTINO 0) O ANULACION (LOS GENERADOS POR
      * PDB2004, CON CLAVE_MOVIMIENTO_ORIGINAL INFORMADA).
      * LA CABECERA DEL EXTRACTO LLEVA, DEBAJO DEL TITULAR, UNA LINEA
      * POR CADA COTITULAR DEL CONTRATO (ROL 'C' EN
      * IBMUSER.CONTRATOS_INTERVINIENTES). LOS AUTORIZADOS NO SON
      * TITULARES Y NO SE IMPRIMEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 WS-CON-MONEDA        PIC X(03).
          05 FILLER               PIC X(55) VALUE SPACES.

      * LINEA DE COTITULAR, CON EL NOMBRE ALINEADO BAJO EL TITULAR
       01 WS-LIN-COTITULAR.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'COTITULAR: '.
          05 WS-COT-NOMBRE        PIC X(30).
          05 FILLER               PIC X(70) VALUE SPACES.

      * COTITULARES DEL CONTRATO EN CURSO, CARGADOS UNA SOLA VEZ POR
      * CONTRATO PARA REPETIRLOS EN LA CABECERA DE CADA PAGINA
       01 WS-TABLA-COTITULARES.
          05 WS-COT-LINEA OCCURS 10 TIMES.
             10 WS-COT-TAB-NOMBRE PIC X(30).
       77 WS-COT-IDX              PIC 9(2) COMP.
       77 WS-NUM-COTITULARES      PIC 9(2) COMP.
       77 WS-MAX-COTITULARES      PIC 9(2) COMP VALUE 10.
       77 WS-FIN-COTITULARES      PIC X.
          88 WS-FIN-COTIT-SI      VALUE 'S'.
          88 WS-FIN-COTIT-NO      VALUE 'N'.

      * LINEA DE TITULOS DE COLUMNAS DEL DETALLE
       01 WS-LIN-COLUMNAS.
          05 FILLER               PIC X(01) VALUE SPACE.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE CONTHIST END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
             ORDER BY M.FECHA_MOVIMIENTO, M.CLAVE_MOVIMIENTO
           END-EXEC

      * CURSOR SOBRE LOS COTITULARES DE UN CONTRATO, CON SU NOMBRE
      * DEL MAESTRO DE CLIENTES
           EXEC SQL
             DECLARE CUR-COTITULARES CURSOR WITH HOLD FOR
             SELECT CL.NOMBRE
             FROM IBMUSER.CONTRATOS_INTERVINIENTES I,
                  IBMUSER.CLIENTES CL
             WHERE I.CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
               AND I.ROL = 'C'
               AND CL.CLAVE_CLIENTE = I.CLAVE_CLIENTE
             ORDER BY CL.NOMBRE
           END-EXEC

           EXEC SQL
             OPEN CUR-CONTRATOS
           END-EXEC
       2100-IMPRIME-EXTRACTO.
           MOVE 'S' TO WS-PRIMER-MOVIMIENTO
           MOVE 'N' TO WS-FIN-MOVIMIENTOS
           PERFORM 2150-CARGA-COTITULARES
           PERFORM 2800-CABECERA-PAGINA

           EXEC SQL
           MOVE WS-LIN-SALDO TO REG-IMPRESION
           PERFORM 2850-ESCRIBE-LINEA.

      *****************************************************************
      * CARGA EN WS-TABLA-COTITULARES LOS NOMBRES DE LOS COTITULARES *
      * DEL CONTRATO, HASTA WS-MAX-COTITULARES, PARA LA CABECERA.    *
      *****************************************************************
       2150-CARGA-COTITULARES.
           MOVE ZERO TO WS-NUM-COTITULARES
           MOVE 'N' TO WS-FIN-COTITULARES
           EXEC SQL
             OPEN CUR-COTITULARES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR EL CURSOR DE COTITULARES. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF
           PERFORM 2160-LEE-COTITULAR
              UNTIL WS-FIN-COTIT-SI
           EXEC SQL
             CLOSE CUR-COTITULARES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CERRAR EL CURSOR DE COTITULARES. '
                      'SQLCODE = ' SQLCODE
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * LEE EL SIGUIENTE COTITULAR Y LO GUARDA EN LA TABLA. SQLCODE  *
      * = 100, O LA TABLA LLENA, TERMINA LA CARGA.                   *
      *****************************************************************
       2160-LEE-COTITULAR.
           EXEC SQL
             FETCH CUR-COTITULARES
             INTO :DCLCLIENTES.CL-NOMBRE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER COTITULAR DEL CURSOR. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           IF SQLCODE = 100
              MOVE 'S' TO WS-FIN-COTITULARES
           ELSE
              ADD 1 TO WS-NUM-COTITULARES
              MOVE CL-NOMBRE OF DCLCLIENTES
                           TO WS-COT-TAB-NOMBRE(WS-NUM-COTITULARES)
              IF WS-NUM-COTITULARES NOT LESS THAN WS-MAX-COTITULARES
                 MOVE 'S' TO WS-FIN-COTITULARES
              END-IF
           END-IF.

      *****************************************************************
      * LEE EL SIGUIENTE MOVIMIENTO DEL CONTRATO EN EL PERIODO.      *
      * SQLCODE = 100 INDICA QUE NO QUEDAN MAS MOVIMIENTOS.          *
      *****************************************************************
      * CLASIFICA EL MOVIMIENTO PARA LA COLUMNA DE CONCEPTO:         *
      * ANULACION (GENERADO POR PDB2004), INTERESES (LIQUIDACION DE  *
      * PDB2005, ORIGEN 0), RETENCION FISCAL (CARGO DE PDB2005 SOBRE *
      * LOS INTERESES, DESTINO 0), INGRESO (SIN ORIGEN), REINTEGRO   *
      * (SIN DESTINO) O TRASPASO.                                    *
      *****************************************************************
       2400-CLASIFICA-MOVIMIENTO.
           EVALUATE TRUE
                   AND DESCRIPCION OF DCLMOVIMIENTOS =
                       'LIQUIDACION MENSUAL DE INTERESES'
                 MOVE 'INTERESES' TO WS-DET-CONCEPTO
              WHEN DESTINO OF DCLMOVIMIENTOS = ZERO
                   AND DESCRIPCION OF DCLMOVIMIENTOS =
                       'RETENCION FISCAL SOBRE INTERESES'
                 MOVE 'RET.FISCAL' TO WS-DET-CONCEPTO
              WHEN ORIGEN OF DCLMOVIMIENTOS = ZERO
                 MOVE 'INGRESO' TO WS-DET-CONCEPTO
              WHEN DESTINO OF DCLMOVIMIENTOS = ZERO

      *****************************************************************
      * IMPRIME LA CABECERA DE PAGINA: TITULO CON PERIODO Y NUMERO   *
      * DE PAGINA, IDENTIFICACION DEL CONTRATO CON SUS COTITULARES Y *
      * TITULOS DE COLUMNA.                                          *
      *****************************************************************
       2800-CABECERA-PAGINA.
           ADD 1 TO WS-PAGINA
           MOVE MONEDA OF DCLCONTRATOS TO WS-CON-MONEDA
           MOVE WS-LIN-CONTRATO TO REG-IMPRESION
           WRITE REG-IMPRESION
           PERFORM 2810-LINEA-COTITULAR
              VARYING WS-COT-IDX FROM 1 BY 1
              UNTIL WS-COT-IDX > WS-NUM-COTITULARES
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-COLUMNAS TO REG-IMPRESION
           WRITE REG-IMPRESION
           MOVE WS-LIN-BLANCO TO REG-IMPRESION
           WRITE REG-IMPRESION
           COMPUTE WS-LINEAS-PAGINA = 6 + WS-NUM-COTITULARES.

      *****************************************************************
      * IMPRIME UNA LINEA DE COTITULAR EN LA CABECERA                *
      *****************************************************************
       2810-LINEA-COTITULAR.
           MOVE WS-COT-TAB-NOMBRE(WS-COT-IDX) TO WS-COT-NOMBRE
           MOVE WS-LIN-COTITULAR TO REG-IMPRESION
           WRITE REG-IMPRESION.

      *****************************************************************
      * ESCRIBE UNA LINEA DE DETALLE YA PREPARADA EN REG-IMPRESION,  *
