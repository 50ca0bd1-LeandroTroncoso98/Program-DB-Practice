       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2052.
       AUTHOR. TRONCOSO LEANDRO.

      * MODULO COMUN DE ALTA DE AVISOS AL CLIENTE. LOS PROGRAMAS QUE
      * DETECTAN UN HECHO QUE EL CLIENTE PUEDE QUERER CONOCER AL
      * MOMENTO LO LLAMAN CON EL TIPO DE AVISO Y EL CONTRATO:
      *   - EL MODULO DE POSTEO PDB2015, TRAS CADA MOVIMIENTO (SB
      *     SALDO DISPONIBLE POR DEBAJO DEL MINIMO, MV MOVIMIENTO
      *     POR ENCIMA DEL IMPORTE FIJADO).
      *   - LA TRANSACCION PB23 (PDB2023) AL ANOTAR UNA RETENCION (RT).
      *   - EL CONTROL DE INACTIVIDAD PDB2031 AL AVISAR O DORMIR UN
      *     CONTRATO (IN).
      *   - LA LIQUIDACION DE VUELTA PDB2034 AL REABONAR UNA
      *     TRANSFERENCIA DEVUELTA POR LA CAMARA (TD).
      *   - EL GENERADOR PDB2029 CUANDO UNA ORDEN PERMANENTE NO SE
      *     HA PODIDO POSTEAR (OF).
      * EL MODULO LEE LAS PREFERENCIAS DEL TITULAR DEL CONTRATO
      * (CLIENTES, MANTENIDAS DESDE PB20) Y, SOLO SI ESTA SUSCRITO A
      * ESE AVISO Y TIENE UN CANAL CON DESTINO, DEJA LA FILA
      * PENDIENTE ('P') EN IBMUSER.NOTIFICACIONES CON EL CORREO Y EL
      * TELEFONO DE ESE MOMENTO. EL PROCESO PDB2053 LA ENVIA DESPUES
      * A LA PASARELA DE SMS Y CORREO.
      * LA CLAVE SE ASIGNA CON EL MAXIMO DE LA TABLA MAS UNO Y UN -803
      * SE REINTENTA CON LA CLAVE RECALCULADA, COMO EN EL MODULO DE LA
      * COLA DE REPARACION PDB2040: EL BATCH Y LAS TRANSACCIONES EN
      * LINEA DAN DE ALTA AVISOS A LA VEZ.
      * EL MODULO NO HACE COMMIT NI ROLLBACK NI ABORTA: EL AVISO VIAJA
      * EN LA UNIDAD DE TRABAJO DEL LLAMADOR (SI EL HECHO SE DESHACE,
      * EL AVISO TAMBIEN) Y EL RESULTADO SE DEVUELVE EN EL AREA
      * PDB2052C.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * CONTROL DE REINTENTOS DE LA CLAVE DEL AVISO
       77 WS-RETRY-CONT           PIC 9(2) COMP.
       77 WS-RETRY-MAX            PIC 9(2) VALUE 8.
       77 WS-REINTENTAR           PIC X.
          88 WS-REINTENTAR-SI     VALUE 'S'.
          88 WS-REINTENTAR-NO     VALUE 'N'.
       77 IND-NULL                PIC S9(4) COMP-5.

      * IMPORTE DEL HECHO SIN SIGNO, PARA COMPARARLO CON EL IMPORTE
      * DE AVISO DE MOVIMIENTOS DEL CLIENTE
       77 WS-IMPORTE-ABS          PIC S9(11)V99.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CLIENTE END-EXEC.
           EXEC SQL INCLUDE NOTIFIC END-EXEC.

       LINKAGE SECTION.

      * AREA DE COMUNICACION CON EL LLAMADOR
           COPY PDB2052C.

       PROCEDURE DIVISION USING PDB2052-AREA.
       0000-PRINCIPAL.
           MOVE '00' TO P52-RESULTADO
           MOVE ZERO TO P52-SQLCODE
           MOVE ZERO TO P52-CLAVE-NOTIFICACION
      * PREFERENCIAS Y DESTINO DEL TITULAR DEL CONTRATO
           PERFORM 2100-LEE-PREFERENCIAS
      * EL CLIENTE DEBE TENER CANAL Y ESTAR SUSCRITO A ESTE AVISO
           IF P52-OK
              PERFORM 2200-COMPRUEBA-CANAL
           END-IF
           IF P52-OK
              PERFORM 2300-COMPRUEBA-SUSCRIPCION
           END-IF
      * DATOS DEL AVISO Y ALTA CON REINTENTO DE CLAVE
           IF P52-OK
              MOVE P52-TIPO-EVENTO TO NT-TIPO-EVENTO
              MOVE P52-CLAVE-CONTRATO TO NT-CLAVE-CONTRATO
              MOVE P52-IMPORTE TO NT-IMPORTE
              MOVE P52-SALDO-DISPONIBLE TO NT-SALDO
              MOVE P52-TEXTO TO NT-TEXTO
              MOVE P52-PROGRAMA TO NT-PROGRAMA
              MOVE ZERO TO WS-RETRY-CONT
              PERFORM 2400-INTENTA-ALTA
                 WITH TEST AFTER
                 UNTIL WS-REINTENTAR-NO
           END-IF
           IF P52-OK
              MOVE NT-CLAVE-NOTIFICACION TO P52-CLAVE-NOTIFICACION
           END-IF
           GOBACK.

      *****************************************************************
      * LEE EL TITULAR DEL CONTRATO, LA MONEDA DEL CONTRATO Y LAS    *
      * PREFERENCIAS DE AVISO DEL CLIENTE. UN CONTRATO INEXISTENTE   *
      * NO TIENE A QUIEN AVISAR.                                     *
      *****************************************************************
       2100-LEE-PREFERENCIAS.
           EXEC SQL
             SELECT C.CLAVE_CLIENTE, C.MONEDA,
                    L.EMAIL, L.TELEFONO, L.NOTIF_CANAL,
                    L.NOTIF_SALDO_MINIMO, L.NOTIF_IMPORTE_MOV,
                    L.NOTIF_RETENCION, L.NOTIF_INACTIVIDAD,
                    L.NOTIF_DEVOLUCION, L.NOTIF_ORDEN
             INTO :DCLNOTIFICACIONES.NT-CLAVE-CLIENTE,
                  :DCLNOTIFICACIONES.NT-MONEDA,
                  :DCLNOTIFICACIONES.NT-EMAIL,
                  :DCLNOTIFICACIONES.NT-TELEFONO,
                  :DCLNOTIFICACIONES.NT-CANAL,
                  :DCLCLIENTES.CL-NOTIF-SALDO-MINIMO,
                  :DCLCLIENTES.CL-NOTIF-IMPORTE-MOV,
                  :DCLCLIENTES.CL-NOTIF-RETENCION,
                  :DCLCLIENTES.CL-NOTIF-INACTIVIDAD,
                  :DCLCLIENTES.CL-NOTIF-DEVOLUCION,
                  :DCLCLIENTES.CL-NOTIF-ORDEN
             FROM IBMUSER.CONTRATOS C, IBMUSER.CLIENTES L
             WHERE C.CLAVE_CONTRATO = :P52-CLAVE-CONTRATO
               AND L.CLAVE_CLIENTE = C.CLAVE_CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '01' TO P52-RESULTADO
              WHEN OTHER
                 MOVE '99' TO P52-RESULTADO
                 MOVE SQLCODE TO P52-SQLCODE
           END-EVALUATE.

      *****************************************************************
      * COMPRUEBA QUE EL CLIENTE TIENE CANAL DE AVISOS Y UN DESTINO  *
      * PARA ESE CANAL. CON 'A' (AMBOS) Y SOLO UNO DE LOS DOS        *
      * DESTINOS INFORMADO, EL AVISO SALE SOLO POR ESE.              *
      *****************************************************************
       2200-COMPRUEBA-CANAL.
           EVALUATE NT-CANAL
              WHEN 'E'
                 IF NT-EMAIL = SPACES
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN 'S'
                 IF NT-TELEFONO = SPACES
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN 'A'
                 EVALUATE TRUE
                    WHEN NT-EMAIL = SPACES AND NT-TELEFONO = SPACES
                       MOVE '01' TO P52-RESULTADO
                    WHEN NT-EMAIL = SPACES
                       MOVE 'S' TO NT-CANAL
                    WHEN NT-TELEFONO = SPACES
                       MOVE 'E' TO NT-CANAL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN OTHER
                 MOVE '01' TO P52-RESULTADO
           END-EVALUATE.

      *****************************************************************
      * COMPRUEBA QUE EL CLIENTE ESTA SUSCRITO AL AVISO:             *
      *   SB: CON SALDO MINIMO FIJADO, SOLO CUANDO EL SALDO          *
      *       DISPONIBLE LO CRUZA HACIA ABAJO CON ESTE HECHO.        *
      *   MV: CON IMPORTE FIJADO, CUANDO EL IMPORTE DEL MOVIMIENTO   *
      *       (CARGO O ABONO) LO SUPERA.                             *
      *   RT, IN, TD, OF: CON SU MARCA 'S'.                          *
      *****************************************************************
       2300-COMPRUEBA-SUSCRIPCION.
           EVALUATE TRUE
              WHEN P52-SALDO-BAJO
                 IF CL-NOTIF-SALDO-MINIMO NOT GREATER THAN ZERO
                    OR P52-SALDO-ANTERIOR LESS THAN
                       CL-NOTIF-SALDO-MINIMO
                    OR P52-SALDO-DISPONIBLE NOT LESS THAN
                       CL-NOTIF-SALDO-MINIMO
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN P52-MOVIMIENTO
                 IF P52-IMPORTE LESS THAN ZERO
                    COMPUTE WS-IMPORTE-ABS = ZERO - P52-IMPORTE
                 ELSE
                    MOVE P52-IMPORTE TO WS-IMPORTE-ABS
                 END-IF
                 IF CL-NOTIF-IMPORTE-MOV NOT GREATER THAN ZERO
                    OR WS-IMPORTE-ABS NOT GREATER THAN
                       CL-NOTIF-IMPORTE-MOV
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN P52-RETENCION
                 IF CL-NOTIF-RETENCION NOT = 'S'
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN P52-INACTIVIDAD
                 IF CL-NOTIF-INACTIVIDAD NOT = 'S'
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN P52-DEVOLUCION
                 IF CL-NOTIF-DEVOLUCION NOT = 'S'
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN P52-ORDEN-FALLIDA
                 IF CL-NOTIF-ORDEN NOT = 'S'
                    MOVE '01' TO P52-RESULTADO
                 END-IF
              WHEN OTHER
                 MOVE '01' TO P52-RESULTADO
           END-EVALUATE.

      *****************************************************************
      * UN INTENTO DE ALTA: CALCULA LA CLAVE CON EL MAXIMO MAS UNO E *
      * INSERTA EL AVISO PENDIENTE. UN -803 CON REINTENTOS           *
      * DISPONIBLES VUELVE A EMPEZAR CON LA CLAVE RECALCULADA.       *
      *****************************************************************
       2400-INTENTA-ALTA.
           MOVE 'N' TO WS-REINTENTAR
           EXEC SQL
             SELECT MAX(CLAVE_NOTIFICACION)
             INTO :NT-CLAVE-NOTIFICACION :IND-NULL
             FROM IBMUSER.NOTIFICACIONES
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO P52-RESULTADO
              MOVE SQLCODE TO P52-SQLCODE
           ELSE
              IF IND-NULL = -1
                 MOVE 1 TO NT-CLAVE-NOTIFICACION
              ELSE
                 ADD 1 TO NT-CLAVE-NOTIFICACION
              END-IF
              PERFORM 2500-INSERTA-NOTIFICACION
           END-IF.

      *****************************************************************
      * INSERTA EL AVISO EN ESTADO PENDIENTE ('P'). LA FECHA DE      *
      * ENVIO QUEDA NULA HASTA QUE PDB2053 LO ENVIE A LA PASARELA.   *
      *****************************************************************
       2500-INSERTA-NOTIFICACION.
           EXEC SQL
             INSERT INTO IBMUSER.NOTIFICACIONES
               (CLAVE_NOTIFICACION,
                TIPO_EVENTO,
                CLAVE_CLIENTE,
                CLAVE_CONTRATO,
                CANAL,
                EMAIL,
                TELEFONO,
                IMPORTE,
                SALDO,
                MONEDA,
                TEXTO,
                PROGRAMA,
                FECHA_EVENTO,
                ESTADO)
             VALUES(:DCLNOTIFICACIONES.NT-CLAVE-NOTIFICACION,
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
                    :DCLNOTIFICACIONES.NT-PROGRAMA,
                    CURRENT TIMESTAMP,
                    'P')
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = -803
                   AND WS-RETRY-CONT LESS THAN WS-RETRY-MAX
                 ADD 1 TO WS-RETRY-CONT
                 MOVE 'S' TO WS-REINTENTAR
              WHEN OTHER
                 MOVE '99' TO P52-RESULTADO
                 MOVE SQLCODE TO P52-SQLCODE
           END-EVALUATE.
