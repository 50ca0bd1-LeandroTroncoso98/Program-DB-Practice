       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2039.
       AUTHOR. TRONCOSO LEANDRO.

      * APERTURA Y CIERRE DE LA FECHA CONTABLE. ES EL PRIMER Y EL
      * ULTIMO PASO DEL BATCH NOCTURNO, SEGUN LA FUNCION DEL FICHERO
      * DE PARAMETROS:
      *   'A' APERTURA: ABRE COMO FECHA CONTABLE EL PRIMER DIA HABIL
      *       POSTERIOR AL ULTIMO DIA CERRADO (MODULO DE CALENDARIO
      *       PDB2037: SIN SABADOS, DOMINGOS NI FESTIVOS DE PB38), Y
      *       GUARDA EL DIA CERRADO COMO FECHA ANTERIOR. NO SE ABRE
      *       UN DIA QUE TODAVIA NO HA LLEGADO: UNA NOCHE LANZADA EN
      *       DIA INHABIL NO TIENE FECHA QUE ABRIR. SI SE HA SALTADO
      *       ALGUNA NOCHE, CADA APERTURA ABRE EL SIGUIENTE DIA
      *       PENDIENTE Y LOS DIAS SE RECUPERAN UNO A UNO.
      *   'C' CIERRE: CIERRA LA FECHA CONTABLE ABIERTA AL TERMINAR
      *       EL BATCH.
      * TODOS LOS PROCESOS NOCTURNOS TOMAN SU FECHA DE PROCESO DE LA
      * FECHA CONTABLE ABIERTA (IBMUSER.FECHA_CONTABLE) Y SE NIEGAN A
      * ARRANCAR SI NO LA HAY, DE FORMA QUE UNA NOCHE QUE CRUZA LA
      * MEDIANOCHE SIGUE PROCESANDO EL MISMO DIA.
      * UNA APERTURA SOBRE UNA FECHA YA ABIERTA O UN CIERRE SOBRE UNA
      * YA CERRADA NO CAMBIAN NADA Y TERMINAN CON RC=4, PARA QUE LA
      * CADENA PUEDA RELANZARSE DESDE EL PRINCIPIO TRAS UN ABEND.
      * UNA APERTURA SIN DIA QUE ABRIR TERMINA TAMBIEN CON RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHERO DE PARAMETROS CON LA FUNCION A EJECUTAR
           SELECT FICHERO-PARM ASSIGN TO PARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-PARM RECORDING MODE IS F
                       DATA RECORD IS REG-PARM.
       01 REG-PARM                PIC X(01).

       WORKING-STORAGE SECTION.

      * FUNCION LEIDA DEL FICHERO DE PARAMETROS
       01 WS-FUNCION              PIC X(01).
          88 WS-FUNCION-APERTURA  VALUE 'A'.
          88 WS-FUNCION-CIERRE    VALUE 'C'.
          88 WS-FUNCION-VALIDA    VALUE 'A', 'C'.

      * FILESTATUS DEL FICHERO DE PARAMETROS
       01 FS-PARM                 PIC 99.

      * FECHA DEL SISTEMA, LIMITE DE LA FECHA QUE SE PUEDE ABRIR, Y
      * FECHA CONTABLE QUE SE VA A ABRIR
       77 WS-FECHA-HOY            PIC X(10).
       77 WS-FECHA-NUEVA          PIC X(10).

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO
           COPY PDB2037C.

      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
      ******************************************************************
      ** PARRAFO DE INICIO.                                           **
      ******************************************************************
       1000-INICIO.
           DISPLAY 'INICIO APERTURA/CIERRE DE LA FECHA CONTABLE'

      * LEEMOS LA FUNCION DEL FICHERO DE PARAMETROS
           OPEN INPUT FICHERO-PARM
           READ FICHERO-PARM INTO WS-FUNCION
           IF FS-PARM NOT = 00 OR NOT WS-FUNCION-VALIDA
              DISPLAY 'FALTA O NO ES VALIDA LA FUNCION (A=APERTURA '
                      'C=CIERRE) EN EL FICHERO DE PARAMETROS'
              CLOSE FICHERO-PARM
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE FICHERO-PARM

      * LEEMOS LA SITUACION ACTUAL DE LA FECHA CONTABLE
           EXEC SQL
             SELECT FECHA_CONTABLE, FECHA_ANTERIOR, ESTADO
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                  :DCLFECHACONTABLE.FC-FECHA-ANTERIOR,
                  :DCLFECHACONTABLE.FC-ESTADO
             FROM IBMUSER.FECHA_CONTABLE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY 'FECHA CONTABLE ACTUAL: '
                         FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                         ' ESTADO: ' FC-ESTADO OF DCLFECHACONTABLE
              WHEN 100
                 DISPLAY 'LA TABLA DE FECHA CONTABLE NO TIENE FILA '
                         'INICIAL'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER LA FECHA CONTABLE. SQLCODE = '
                         SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
       2000-PROCESO.
      *****************************************************************
           EVALUATE TRUE
              WHEN WS-FUNCION-APERTURA
                 PERFORM 2100-APERTURA
              WHEN WS-FUNCION-CIERRE
                 PERFORM 2200-CIERRE
           END-EVALUATE.

      *****************************************************************
      * APERTURA DE LA SIGUIENTE FECHA CONTABLE: EL PRIMER DIA HABIL *
      * POSTERIOR AL ULTIMO CERRADO, SIEMPRE QUE YA HAYA LLEGADO.    *
      *****************************************************************
       2100-APERTURA.
           IF FC-ESTADO OF DCLFECHACONTABLE = 'A'
              DISPLAY 'LA FECHA CONTABLE '
                      FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                      ' YA ESTA ABIERTA. SE CONTINUA CON ELLA.'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
      * CALCULAMOS EL SIGUIENTE DIA HABIL AL ULTIMO CERRADO
           MOVE 'S' TO P37-FUNCION
           MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           IF NOT P37-OK
              DISPLAY 'ERROR AL CALCULAR EL SIGUIENTE DIA HABIL. '
                      'RESULTADO = ' P37-RESULTADO
                      ' SQLCODE = ' P37-SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE P37-FECHA-HABIL TO WS-FECHA-NUEVA
      * NO SE ABRE UN DIA QUE TODAVIA NO HA LLEGADO
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
           IF WS-FECHA-NUEVA GREATER THAN WS-FECHA-HOY
              DISPLAY 'EL SIGUIENTE DIA HABIL (' WS-FECHA-NUEVA
                      ') AUN NO HA LLEGADO. NO HAY FECHA QUE ABRIR.'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FECHA-NUEVA TO FC-FECHA-CONTABLE OF DCLFECHACONTABLE
           EXEC SQL
             UPDATE IBMUSER.FECHA_CONTABLE
             SET FECHA_ANTERIOR = FECHA_CONTABLE,
                 FECHA_CONTABLE = :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                 ESTADO = 'A',
                 FECHA_APERTURA = CURRENT TIMESTAMP,
                 FECHA_CIERRE = NULL
             WHERE ESTADO = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR LA FECHA CONTABLE. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           DISPLAY 'ABIERTA LA FECHA CONTABLE '
                   FC-FECHA-CONTABLE OF DCLFECHACONTABLE.

      *****************************************************************
      * CIERRE DE LA FECHA CONTABLE ABIERTA AL TERMINAR EL BATCH.    *
      *****************************************************************
       2200-CIERRE.
           IF FC-ESTADO OF DCLFECHACONTABLE NOT = 'A'
              DISPLAY 'LA FECHA CONTABLE '
                      FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                      ' YA ESTA CERRADA. NO HAY NADA QUE CERRAR.'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           EXEC SQL
             UPDATE IBMUSER.FECHA_CONTABLE
             SET ESTADO = 'C',
                 FECHA_CIERRE = CURRENT TIMESTAMP
             WHERE ESTADO = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CERRAR LA FECHA CONTABLE. SQLCODE = '
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           DISPLAY 'CERRADA LA FECHA CONTABLE '
                   FC-FECHA-CONTABLE OF DCLFECHACONTABLE.

      ******************************************************************
      * PARRAFO DE FIN DEL PROGRAMA
      ******************************************************************
       3000-FIN.
           DISPLAY 'FIN'
           EXEC SQL COMMIT END-EXEC
           STOP RUN.

      ******************************************************************
      * PARRAFO DE ERROR, REALIZAMOS UN ROLLBACK DE LA BASE DE DATOS  *
      * Y DEVOLVEMOS AL SISTEMA UN RC=8 (ERROR NO CONTROLADO).        *
      ******************************************************************
       9999-ERROR.
           DISPLAY 'ERROR'
           EXEC SQL ROLLBACK END-EXEC
           MOVE 8 TO RETURN-CODE
           GOBACK.
