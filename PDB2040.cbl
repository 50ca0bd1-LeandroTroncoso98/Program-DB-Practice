       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2040.
       AUTHOR. TRONCOSO LEANDRO.

      * MODULO COMUN DE ALTA EN LA COLA DE REPARACION. LOS PROCESOS
      * NOCTURNOS QUE POSTEAN POR EL MODULO PDB2015 (PDB2003, PDB2012,
      * PDB2029 Y PDB2034) LO LLAMAN CON CADA RECHAZO DE NEGOCIO PARA
      * QUE EL MOVIMIENTO RECHAZADO NO SE QUEDE SOLO EN UN FICHERO DE
      * INCIDENCIAS: LA FILA QUEDA PENDIENTE ('P') EN
      * IBMUSER.REPARACIONES Y UN OPERADOR LA REENVIA CORREGIDA O LA
      * DESCARTA DESDE LA TRANSACCION PB41.
      * LA CLAVE SE ASIGNA CON EL MAXIMO DE LA TABLA MAS UNO. DOS
      * PROCESOS ESCRIBIENDO A LA VEZ (POR EJEMPLO INSTANCIAS
      * PARALELAS DE PDB2003) PUEDEN LEER EL MISMO MAXIMO; EL QUE
      * PIERDE RECIBE UN -803, RECALCULA LA CLAVE Y REINTENTA. EL
      * INSERT FALLIDO NO HA CAMBIADO NADA, ASI QUE NO HAY QUE
      * DESHACER EL TRABAJO DEL LLAMADOR.
      * EL MODULO NO HACE COMMIT NI ROLLBACK NI ABORTA: LA FILA VIAJA
      * EN LA UNIDAD DE TRABAJO DEL LLAMADOR (UN ROLLBACK O UN
      * REINICIO DESDE CHECKPOINT LA DESHACE JUNTO CON EL RESTO) Y
      * EL RESULTADO SE DEVUELVE EN EL AREA PDB2040C, COMO EN EL
      * MODULO DE POSTEO PDB2015.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * CONTROL DE REINTENTOS DE LA CLAVE DE LA COLA
       77 WS-RETRY-CONT           PIC 9(2) COMP.
       77 WS-RETRY-MAX            PIC 9(2) VALUE 8.
       77 WS-REINTENTAR           PIC X.
          88 WS-REINTENTAR-SI     VALUE 'S'.
          88 WS-REINTENTAR-NO     VALUE 'N'.
       77 IND-NULL                PIC S9(4) COMP-5.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE REPARAC END-EXEC.

       LINKAGE SECTION.

      * AREA DE COMUNICACION CON EL LLAMADOR
           COPY PDB2040C.

       PROCEDURE DIVISION USING PDB2040-AREA.
       0000-PRINCIPAL.
           MOVE '00' TO P40-RESULTADO
           MOVE ZERO TO P40-SQLCODE
           MOVE ZERO TO P40-CLAVE-REPARACION
      * DATOS DEL MOVIMIENTO RECHAZADO
           MOVE P40-PROGRAMA TO RP-PROGRAMA
           MOVE P40-REFERENCIA TO RP-REFERENCIA
           MOVE P40-TIPO-MOV TO RP-TIPO-MOV
      * UN TIPO EN BLANCO DEL FICHERO DE ENTRADA ES UN TRASPASO
           IF P40-TIPO-MOV = SPACE
              MOVE 'T' TO RP-TIPO-MOV
           END-IF
           MOVE P40-CONT-ORIGEN TO RP-ORIGEN
           MOVE P40-CONT-DESTINO TO RP-DESTINO
           MOVE P40-IMPORTE TO RP-IMPORTE
           MOVE P40-DESCRIPCION TO RP-DESCRIPCION
           MOVE P40-FECHA-VALOR TO RP-FECHA-VALOR
           MOVE P40-CODIGO-RECHAZO TO RP-CODIGO-RECHAZO
           MOVE P40-MOTIVO-RECHAZO TO RP-MOTIVO-RECHAZO
           MOVE P40-FECHA-CONTABLE TO RP-FECHA-CONTABLE
           MOVE ZERO TO WS-RETRY-CONT
           PERFORM 2100-INTENTA-ALTA
              WITH TEST AFTER
              UNTIL WS-REINTENTAR-NO
           IF P40-OK
              MOVE RP-CLAVE-REPARACION TO P40-CLAVE-REPARACION
           END-IF
           GOBACK.

      *****************************************************************
      * UN INTENTO DE ALTA: CALCULA LA CLAVE CON EL MAXIMO MAS UNO E *
      * INSERTA LA FILA PENDIENTE. UN -803 CON REINTENTOS DISPONIBLES*
      * VUELVE A EMPEZAR CON LA CLAVE RECALCULADA.                   *
      *****************************************************************
       2100-INTENTA-ALTA.
           MOVE 'N' TO WS-REINTENTAR
           EXEC SQL
             SELECT MAX(CLAVE_REPARACION)
             INTO :RP-CLAVE-REPARACION :IND-NULL
             FROM IBMUSER.REPARACIONES
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO P40-RESULTADO
              MOVE SQLCODE TO P40-SQLCODE
           ELSE
              IF IND-NULL = -1
                 MOVE 1 TO RP-CLAVE-REPARACION
              ELSE
                 ADD 1 TO RP-CLAVE-REPARACION
              END-IF
              PERFORM 2200-INSERTA-REPARACION
           END-IF.

      *****************************************************************
      * INSERTA LA FILA EN ESTADO PENDIENTE ('P'). LOS DATOS DE LA   *
      * RESOLUCION QUEDAN NULOS HASTA QUE PB41 LA REENVIE O DESCARTE.*
      *****************************************************************
       2200-INSERTA-REPARACION.
           EXEC SQL
             INSERT INTO IBMUSER.REPARACIONES
               (CLAVE_REPARACION,
                PROGRAMA,
                REFERENCIA,
                TIPO_MOV,
                ORIGEN,
                DESTINO,
                IMPORTE,
                DESCRIPCION,
                FECHA_VALOR,
                CODIGO_RECHAZO,
                MOTIVO_RECHAZO,
                FECHA_CONTABLE,
                FECHA_ALTA,
                ESTADO)
             VALUES(:DCLREPARACIONES.RP-CLAVE-REPARACION,
                    :DCLREPARACIONES.RP-PROGRAMA,
                    :DCLREPARACIONES.RP-REFERENCIA,
                    :DCLREPARACIONES.RP-TIPO-MOV,
                    :DCLREPARACIONES.RP-ORIGEN,
                    :DCLREPARACIONES.RP-DESTINO,
                    :DCLREPARACIONES.RP-IMPORTE,
                    :DCLREPARACIONES.RP-DESCRIPCION,
                    :DCLREPARACIONES.RP-FECHA-VALOR,
                    :DCLREPARACIONES.RP-CODIGO-RECHAZO,
                    :DCLREPARACIONES.RP-MOTIVO-RECHAZO,
                    :DCLREPARACIONES.RP-FECHA-CONTABLE,
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
                 MOVE '99' TO P40-RESULTADO
                 MOVE SQLCODE TO P40-SQLCODE
           END-EVALUATE.
