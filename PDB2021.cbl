      * TRANSACCION CICS PB21. CONSULTA EN LINEA DE LA POSICION
      * GLOBAL DE UN CLIENTE: A PARTIR DE LA CLAVE DE CLIENTE DEL
      * MAESTRO IBMUSER.CLIENTES, MUESTRA SUS DATOS Y LISTA TODOS
      * LOS CONTRATOS EN LOS QUE INTERVIENE CON ESTADO, SALDO Y ROL
      * DEL CLIENTE: TITULAR ('T', CONTRATOS.CLAVE_CLIENTE), O
      * COTITULAR ('C') O AUTORIZADO ('A') SEGUN
      * IBMUSER.CONTRATOS_INTERVINIENTES, A TRAVES DEL MAPA PDB2021A
      * DEL MAPSET PDB2021M. EL DETALLE DE MOVIMIENTOS DE CADA
      * CONTRATO DEL LISTADO SE CONSULTA CON PB06/PDB2006, QUE YA
      * MUESTRA EL HISTORICO RECIENTE DE UN CONTRATO. DEBAJO LISTA
      * HASTA TRES PRESTAMOS DEL CLIENTE (IBMUSER.PRESTAMOS), LOS
      * ACTIVOS PRIMERO, CON SU CAPITAL PENDIENTE, LO VENCIDO Y NO
      * COBRADO Y LA CUENTA ASOCIADA; SU CUADRO DE AMORTIZACION SE
      * CONSULTA CON PB46/PDB2046.

       ENVIRONMENT DIVISION.

             10 WS-CON-CLAVE          PIC 9(09).
             10 WS-CON-ESTADO         PIC X(01).
             10 WS-CON-SALDO          PIC ZZZZZZZZZZ9.99.
             10 WS-CON-ROL            PIC X(01).

       77 WS-CON-IDX                  PIC 9(2) COMP.
       77 WS-NUM-CONTRATOS            PIC 9(2) COMP.

      * TABLA DE PRESTAMOS RECUPERADOS PARA EL CLIENTE CONSULTADO
       01 WS-TABLA-PRESTAMOS.
          05 WS-PRE-LINEA OCCURS 3 TIMES.
             10 WS-PRE-CLAVE          PIC 9(09).
             10 WS-PRE-ESTADO         PIC X(01).
             10 WS-PRE-CAPITAL        PIC ZZZZZZZZZZ9.99.
             10 WS-PRE-VENCIDO        PIC ZZZZZZZZZZ9.99.
             10 WS-PRE-CUENTA         PIC 9(09).

       77 WS-PRE-IDX                  PIC 9(2) COMP.
       77 WS-NUM-PRESTAMOS            PIC 9(2) COMP.

      * LO VENCIDO Y NO COBRADO DEL PRESTAMO LEIDO
       77 WS-IMPORTE-VENCIDO          PIC S9(11)V99 COMP-3.
       77 WS-RESP                     PIC S9(8) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE CONINTER END-EXEC.
           EXEC SQL INCLUDE PRESTAMO END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

      ******************************************************************
      * LEE EL CLIENTE CONSULTADO. SI EXISTE, RECUPERA TAMBIEN SUS    *
      * CONTRATOS Y SUS PRESTAMOS.                                    *
      ******************************************************************
       2100-LEE-CLIENTE.
           EXEC SQL
                 MOVE CL-NOMBRE OF DCLCLIENTES TO NOMBREO
                 MOVE CL-DOCUMENTO OF DCLCLIENTES TO DOCUMENO
                 PERFORM 2300-LEE-CONTRATOS
                 PERFORM 2400-LEE-PRESTAMOS
                 PERFORM 8000-REDISPLAY
              WHEN 100
                 MOVE 'CLIENTE NO ENCONTRADO' TO MENSAJEO
           END-EVALUATE.

      ******************************************************************
      * RECUPERA HASTA 8 CONTRATOS EN LOS QUE INTERVIENE EL CLIENTE  *
      * CONSULTADO, CON SU ESTADO, SU SALDO Y EL ROL DEL CLIENTE, Y   *
      * LOS VUELCA EN EL AREA DEL MAPA DE SALIDA. LOS CONTRATOS DE    *
      * LOS QUE ES TITULAR SALEN DE CONTRATOS.CLAVE_CLIENTE; LOS DE   *
      * COTITULAR Y AUTORIZADO, DE CONTRATOS_INTERVINIENTES. EL       *
      * DETALLE DE CADA CONTRATO SE CONSULTA CON PB06.                *
      ******************************************************************
       2300-LEE-CONTRATOS.
           MOVE ZERO TO WS-NUM-CONTRATOS
           EXEC SQL
             DECLARE CUR-CONTRATOS-CLI CURSOR FOR
             SELECT CLAVE_CONTRATO, ESTADO, IMPORTE, 'T'
             FROM IBMUSER.CONTRATOS
             WHERE CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
             UNION ALL
             SELECT C.CLAVE_CONTRATO, C.ESTADO, C.IMPORTE, I.ROL
             FROM IBMUSER.CONTRATOS C,
                  IBMUSER.CONTRATOS_INTERVINIENTES I
             WHERE I.CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
               AND C.CLAVE_CONTRATO = I.CLAVE_CONTRATO
             ORDER BY 1
             FETCH FIRST 8 ROWS ONLY
           END-EXEC

             FETCH CUR-CONTRATOS-CLI
             INTO :DCLCONTRATOS.CLAVE-CONTRATO,
                  :DCLCONTRATOS.ESTADO,
                  :DCLCONTRATOS.IMPORTE,
                  :DCLCONINTER.CI-ROL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                                TO WS-CON-ESTADO(WS-CON-IDX)
              MOVE IMPORTE OF DCLCONTRATOS
                                TO WS-CON-SALDO(WS-CON-IDX)
              MOVE CI-ROL OF DCLCONINTER
                                TO WS-CON-ROL(WS-CON-IDX)
           END-IF.

      ******************************************************************
           MOVE WS-CON-CLAVE(WS-CON-IDX)       TO TL-CONTRATO
                                                  (WS-CON-IDX)
           MOVE WS-CON-ESTADO(WS-CON-IDX)      TO TL-ESTADO(WS-CON-IDX)
           MOVE WS-CON-SALDO(WS-CON-IDX)       TO TL-SALDO(WS-CON-IDX)
           MOVE WS-CON-ROL(WS-CON-IDX)         TO TL-ROL(WS-CON-IDX).

      ******************************************************************
      * RECUPERA HASTA 3 PRESTAMOS DEL CLIENTE CONSULTADO, LOS ACTIVOS *
      * PRIMERO Y LOS MAS RECIENTES ANTES, CON SU CAPITAL PENDIENTE,   *
      * LO VENCIDO Y NO COBRADO (CUOTAS IMPAGADAS CON SU DEMORA) Y LA  *
      * CUENTA ASOCIADA, Y LOS VUELCA EN EL AREA DEL MAPA DE SALIDA.   *
      * EL CUADRO DE AMORTIZACION DE CADA PRESTAMO SE CONSULTA CON     *
      * PB46.                                                          *
      ******************************************************************
       2400-LEE-PRESTAMOS.
           MOVE ZERO TO WS-NUM-PRESTAMOS
           EXEC SQL
             DECLARE CUR-PRESTAMOS-CLI CURSOR FOR
             SELECT P.CLAVE_PRESTAMO, P.ESTADO, P.CAPITAL_PENDIENTE,
                    (SELECT COALESCE(SUM(C.IMPORTE_CAPITAL +
                                         C.IMPORTE_INTERESES +
                                         C.INTERESES_DEMORA), 0)
                     FROM IBMUSER.CUOTAS_PRESTAMO C
                     WHERE C.CLAVE_PRESTAMO = P.CLAVE_PRESTAMO
                       AND C.ESTADO = 'I'),
                    P.CLAVE_CONTRATO
             FROM IBMUSER.PRESTAMOS P
             WHERE P.CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
             ORDER BY P.ESTADO, P.CLAVE_PRESTAMO DESC
             FETCH FIRST 3 ROWS ONLY
           END-EXEC

           EXEC SQL
             OPEN CUR-PRESTAMOS-CLI
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           ELSE
              PERFORM 2410-LEE-UN-PRESTAMO
                 VARYING WS-PRE-IDX FROM 1 BY 1
                 UNTIL WS-PRE-IDX > 3 OR SQLCODE = 100
              EXEC SQL
                CLOSE CUR-PRESTAMOS-CLI
              END-EXEC
              PERFORM 2420-MUEVE-PRESTAMO-A-MAPA
                 VARYING WS-PRE-IDX FROM 1 BY 1
                 UNTIL WS-PRE-IDX > WS-NUM-PRESTAMOS
           END-IF.

       2410-LEE-UN-PRESTAMO.
           EXEC SQL
             FETCH CUR-PRESTAMOS-CLI
             INTO :DCLPRESTAMOS.PS-CLAVE-PRESTAMO,
                  :DCLPRESTAMOS.PS-ESTADO,
                  :DCLPRESTAMOS.PS-CAPITAL-PENDIENTE,
                  :WS-IMPORTE-VENCIDO,
                  :DCLPRESTAMOS.PS-CLAVE-CONTRATO
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 9999-ERROR
           END-IF

           IF SQLCODE = 0
              ADD 1 TO WS-NUM-PRESTAMOS
              MOVE PS-CLAVE-PRESTAMO    TO WS-PRE-CLAVE(WS-PRE-IDX)
              MOVE PS-ESTADO            TO WS-PRE-ESTADO(WS-PRE-IDX)
              MOVE PS-CAPITAL-PENDIENTE TO WS-PRE-CAPITAL(WS-PRE-IDX)
              MOVE WS-IMPORTE-VENCIDO   TO WS-PRE-VENCIDO(WS-PRE-IDX)
              MOVE PS-CLAVE-CONTRATO    TO WS-PRE-CUENTA(WS-PRE-IDX)
           END-IF.

      ******************************************************************
      * COPIA LA LINEA DE PRESTAMO RECUPERADA A LA LINEA CORRESPON-    *
      * DIENTE DEL AREA DE SALIDA DEL MAPA (VER PDB2021A-PRESTAMO EN   *
      * PDB2021M.CPY).                                                 *
      ******************************************************************
       2420-MUEVE-PRESTAMO-A-MAPA.
           MOVE WS-PRE-CLAVE(WS-PRE-IDX)   TO TP-PRESTAMO(WS-PRE-IDX)
           MOVE WS-PRE-ESTADO(WS-PRE-IDX)  TO TP-ESTADO(WS-PRE-IDX)
           MOVE WS-PRE-CAPITAL(WS-PRE-IDX) TO TP-CAPITAL(WS-PRE-IDX)
           MOVE WS-PRE-VENCIDO(WS-PRE-IDX) TO TP-VENCIDO(WS-PRE-IDX)
           MOVE WS-PRE-CUENTA(WS-PRE-IDX)  TO TP-CUENTA(WS-PRE-IDX).

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
