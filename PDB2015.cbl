      * RESULTADO EN EL AREA PDB2015C Y EL LLAMADOR DECIDE (EL BATCH
      * REINTENTA DEADLOCKS Y ESCRIBE INCIDENCIAS; EL ONLINE DESHACE
      * CON SYNCPOINT Y AVISA AL TERMINAL).
      * LAS REGLAS QUE DEPENDEN DEL DIA (RETENCIONES NO VENCIDAS Y
      * TASA DEL DIA) SE EVALUAN A LA FECHA DE OPERACION QUE INFORMA
      * EL LLAMADOR: EL BATCH PASA LA FECHA CONTABLE ABIERTA, PARA
      * QUE UNA NOCHE QUE CRUZA LA MEDIANOCHE NO CAMBIE DE DIA A
      * MITAD DEL PROCESO; EL ONLINE LA DEJA EN BLANCO Y SE TOMA LA
      * FECHA DEL SISTEMA.

       ENVIRONMENT DIVISION.

       77 WS-MONEDA-TASA          PIC X(03).
       77 WS-IMPORTE-DESTINO      PIC S9(11)V99.

      * FECHA (ISO) A LA QUE SE EVALUAN LAS REGLAS QUE DEPENDEN DEL
      * DIA: LA DE P15-FECHA-OPERACION O, EN BLANCO, CURRENT DATE
       77 WS-FECHA-OPERACION      PIC X(10).

      * AREA DE COMUNICACION CON EL MODULO PDB2052 DE ALTA DE AVISOS
      * AL CLIENTE
           COPY PDB2052C.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE MOVIMIEN END-EXEC.
           MOVE SPACES TO P15-MONEDA-ORIGEN
           MOVE SPACES TO P15-MONEDA-DESTINO
           MOVE ZERO TO P15-IMPORTE-DESTINO
      * FIJAMOS LA FECHA A LA QUE SE EVALUAN LAS REGLAS DEL DIA
           PERFORM 2100-DETERMINA-FECHA-OPER
      * COMPROBAMOS QUE EL CONTRATO DESTINO ES CORRECTO. UN
      * REINTEGRO NO TIENE CONTRATO DESTINO, ASI QUE NO SE
      * COMPRUEBA.
           IF P15-OK AND NOT P15-TIPO-REINTEGRO
              PERFORM 2200-COMPRUEBA-CONTRATO-DES
           END-IF
      * COMPROBAMOS QUE EL CONTRATO ORIGEN SEA CORRECTO. UN INGRESO
              IF P15-OK
                 PERFORM 2700-INSERTA-MOVIMIENTO
              END-IF
      * AVISOS AL CLIENTE DE LOS CONTRATOS QUE HAN INTERVENIDO
              IF P15-OK
                 PERFORM 2800-GENERA-AVISOS
              END-IF
           END-IF
           GOBACK.

      *****************************************************************
      * DETERMINA LA FECHA DE OPERACION: LA QUE INFORMA EL LLAMADOR  *
      * (FECHA CONTABLE DEL BATCH) O, SI VIENE EN BLANCO, LA FECHA   *
      * DEL SISTEMA (ONLINE).                                        *
      *****************************************************************
       2100-DETERMINA-FECHA-OPER.
           IF P15-FECHA-OPERACION = SPACES
              OR P15-FECHA-OPERACION = LOW-VALUES
              EXEC SQL
                SELECT CURRENT DATE
                INTO :WS-FECHA-OPERACION
                FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO P15-RESULTADO
                 MOVE SQLCODE TO P15-SQLCODE
                 MOVE 'ERROR AL RECUPERAR LA FECHA ACTUAL'
                              TO P15-TEXTO-RECHAZO
              END-IF
           ELSE
              MOVE P15-FECHA-OPERACION TO WS-FECHA-OPERACION
           END-IF.

      *****************************************************************
      * COMPRUEBA EL UMBRAL DE AUTORIZACION. EL UMBRAL ESTA EXPRESADO*
      * EN EUROS: UN IMPORTE EN OTRA MONEDA SE CONVIERTE CON LA TASA *
             FROM IBMUSER.RETENCIONES
             WHERE CLAVE_CONTRATO = :P15-CONT-ORIGEN
               AND ESTADO = 'A'
               AND FECHA_VENCIMIENTO >= :WS-FECHA-OPERACION
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO P15-RESULTADO
                SELECT TASA
                INTO :DCLTIPOSCAMBIO.TC-TASA
                FROM IBMUSER.TIPOS_CAMBIO
                WHERE FECHA = :WS-FECHA-OPERACION
                  AND MONEDA = :DCLTIPOSCAMBIO.TC-MONEDA
              END-EXEC
              EVALUATE SQLCODE
              MOVE P15-CONT-ORIGEN TO CLAVE-CONTRATO OF DCLCONTRATOS
              MOVE WS-IMPORTE-NUEVO-ORIGEN TO IMPORTE OF DCLCONTRATOS
      * UN MOVIMIENTO SOBRE EL CONTRATO LIMPIA SU MARCA DE
      * INACTIVIDAD (AVISO/DORMIDO DEL BATCH PDB2031). SI ESTABA
      * DORMIDO, QUEDA LA FECHA DEL DESPERTAR PARA LA VIGILANCIA
      * DE BLANQUEO PDB2043 (EL SET VE LA MARCA ANTERIOR)
              EXEC SQL
                UPDATE IBMUSER.CONTRATOS
                SET IMPORTE = :DCLCONTRATOS.IMPORTE,
                    FECHA_FIN_DORMIDO =
                        CASE WHEN ESTADO_INACTIVIDAD = 'D'
                             THEN DATE(:WS-FECHA-OPERACION)
                             ELSE FECHA_FIN_DORMIDO END,
                    ESTADO_INACTIVIDAD = ' '
                WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
              END-EXEC
                         IMPORTE OF DCLCONTRATOS + WS-IMPORTE-DESTINO
                 MOVE IMPORTE OF DCLCONTRATOS TO P15-SALDO-DESTINO
      * UN MOVIMIENTO SOBRE EL CONTRATO LIMPIA SU MARCA DE
      * INACTIVIDAD (AVISO/DORMIDO DEL BATCH PDB2031) Y, SI ESTABA
      * DORMIDO, DEJA LA FECHA DEL DESPERTAR
                 EXEC SQL
                   UPDATE IBMUSER.CONTRATOS
                   SET IMPORTE = :DCLCONTRATOS.IMPORTE,
                       FECHA_FIN_DORMIDO =
                           CASE WHEN ESTADO_INACTIVIDAD = 'D'
                                THEN DATE(:WS-FECHA-OPERACION)
                                ELSE FECHA_FIN_DORMIDO END,
                       ESTADO_INACTIVIDAD = ' '
                   WHERE CLAVE_CONTRATO = :DCLCONTRATOS.CLAVE-CONTRATO
                 END-EXEC
              MOVE 'ERROR AL INSERTAR MOVIMIENTO'
                           TO P15-TEXTO-RECHAZO
           END-IF.

      *****************************************************************
      * AVISOS AL CLIENTE DEL MOVIMIENTO RECIEN POSTEADO, POR EL     *
      * MODULO PDB2052, QUE SOLO LOS GRABA SI EL TITULAR ESTA        *
      * SUSCRITO:                                                    *
      *   - CONTRATO ORIGEN (SALVO INGRESO): MOVIMIENTO IMPORTANTE   *
      *     (CARGO, EN NEGATIVO) Y SALDO DISPONIBLE POR DEBAJO DEL   *
      *     MINIMO. EL DISPONIBLE ES EL IMPORTE MENOS LAS RETENCIONES*
      *     ACTIVAS, ANTES Y DESPUES DEL CARGO.                      *
      *   - CONTRATO DESTINO (SALVO REINTEGRO): MOVIMIENTO IMPORTANTE *
      *     (ABONO, EN SU MONEDA). UN ABONO NO BAJA EL SALDO.        *
      *****************************************************************
       2800-GENERA-AVISOS.
           MOVE 'PDB2015 ' TO P52-PROGRAMA
           MOVE P15-DESCRIPCION TO P52-TEXTO
           IF NOT P15-TIPO-INGRESO
              MOVE 'MV' TO P52-TIPO-EVENTO
              MOVE P15-CONT-ORIGEN TO P52-CLAVE-CONTRATO
              COMPUTE P52-IMPORTE = ZERO - P15-IMPORTE
              COMPUTE P52-SALDO-ANTERIOR =
                      WS-IMPORTE-ANT-ORIGEN - WS-RETENIDO-ORIGEN
              COMPUTE P52-SALDO-DISPONIBLE =
                      WS-IMPORTE-NUEVO-ORIGEN - WS-RETENIDO-ORIGEN
              PERFORM 2850-LLAMA-AVISOS
              IF P15-OK
                 MOVE 'SB' TO P52-TIPO-EVENTO
                 MOVE 'SALDO DISPONIBLE POR DEBAJO DEL MINIMO FIJADO'
                              TO P52-TEXTO
                 PERFORM 2850-LLAMA-AVISOS
              END-IF
           END-IF
           IF P15-OK AND NOT P15-TIPO-REINTEGRO
              MOVE 'MV' TO P52-TIPO-EVENTO
              MOVE P15-CONT-DESTINO TO P52-CLAVE-CONTRATO
              MOVE WS-IMPORTE-DESTINO TO P52-IMPORTE
              MOVE WS-IMPORTE-ANT-DESTINO TO P52-SALDO-ANTERIOR
              MOVE P15-SALDO-DESTINO TO P52-SALDO-DISPONIBLE
              MOVE P15-DESCRIPCION TO P52-TEXTO
              PERFORM 2850-LLAMA-AVISOS
           END-IF.

      *****************************************************************
      * LLAMA AL MODULO DE AVISOS CON EL AREA YA PREPARADA. UN AVISO *
      * QUE NO PROCEDE NO ES UN ERROR; UN ERROR DE DB2 SE DEVUELVE   *
      * COMO LOS DEMAS DEL POSTEO Y EL LLAMADOR DESHACE EL           *
      * MOVIMIENTO COMPLETO.                                         *
      *****************************************************************
       2850-LLAMA-AVISOS.
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              MOVE '99' TO P15-RESULTADO
              MOVE P52-SQLCODE TO P15-SQLCODE
              MOVE 'ERROR AL GRABAR AVISO AL CLIENTE'
                           TO P15-TEXTO-RECHAZO
           END-IF.
