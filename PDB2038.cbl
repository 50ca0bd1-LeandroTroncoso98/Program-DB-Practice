       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2038.
       AUTHOR. TRONCOSO LEANDRO.

      * TRANSACCION CICS PB38. MANTENIMIENTO EN LINEA DEL CALENDARIO
      * DE DIAS FESTIVOS (IBMUSER.CALENDARIO_FESTIVOS), A TRAVES DEL
      * MAPA PDB2038A DEL MAPSET PDB2038M:
      *   - ACCION 'A': ALTA DE UN FESTIVO CON SU DESCRIPCION. NO SE
      *     ADMITEN SABADOS NI DOMINGOS (SIEMPRE SON INHABILES) NI
      *     FECHAS DUPLICADAS.
      *   - ACCION 'B': BAJA DE UN FESTIVO DADO DE ALTA POR ERROR.
      *   - ACCION 'C': CONSULTA DE UNA FECHA: SI ES FESTIVO, FIN DE
      *     SEMANA O DIA HABIL.
      * LAS TRES ACCIONES MUESTRAN EL SIGUIENTE DIA HABIL A LA FECHA
      * TECLEADA (SEGUN EL MODULO DE CALENDARIO PDB2037) Y LA FECHA
      * CONTABLE EN CURSO CON SU ESTADO.
      * EL ALTA Y LA BAJA SOLO SE PERMITEN A LOS OPERADORES DE
      * SERVICIOS CENTRALES (PERFIL 'C' EN IBMUSER.OPERADORES) Y
      * SOLO SOBRE FECHAS POSTERIORES A LA FECHA CONTABLE: EL
      * CALENDARIO DE LOS DIAS YA PROCESADOS NO PUEDE CAMBIAR. LA
      * CONSULTA NO SE RESTRINGE.
      * LA FECHA SE TECLEA COMO AAAAMMDD, COMO EN EL RESTO DE MAPAS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MAPA SIMBOLICO DE LA TRANSACCION (PDB2038AI / PDB2038AO)
           COPY PDB2038M.

      * CONSTANTES DE TECLAS DE ATENCION SUMINISTRADAS POR CICS
           COPY DFHAID.

      * AREA DE COMUNICACION CON EL MODULO DE CALENDARIO
           COPY PDB2037C.

      * COMMAREA DE PASO ENTRE PSEUDO-CONVERSACIONES. SOLO SE USA
      * PARA DISTINGUIR LA PRIMERA INVOCACION DE LA TRANSACCION
      * (EIBCALEN = 0) DE LAS SIGUIENTES.
       01 WS-COMMAREA.
          05 WS-CA-DUMMY              PIC X(01) VALUE SPACE.

       01 WS-MSG-FIN                  PIC X(44) VALUE
              'FIN DEL CALENDARIO DE FESTIVOS - PB38'.

      * FECHA TECLEADA (AAAAMMDD) Y SU VISTA EN FORMATO ISO PARA LA
      * VARIABLE HOST
       01 WS-FECHA-ENT.
          05 WS-FE-ANO               PIC X(04).
          05 WS-FE-MES               PIC X(02).
          05 WS-FE-DIA               PIC X(02).
       01 WS-FECHA-ISO.
          05 WS-FEI-ANO              PIC X(04).
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WS-FEI-MES              PIC X(02).
          05 FILLER                  PIC X(01) VALUE '-'.
          05 WS-FEI-DIA              PIC X(02).

      * USUARIO CICS QUE EJECUTA LA ACCION
       77 WS-USUARIO                  PIC X(08).

      * PERFIL DEL OPERADOR QUE EJECUTA LA ACCION, LEIDO DE
      * IBMUSER.OPERADORES
       77 WS-PERFIL-OPERADOR          PIC X(01).
          88 WS-PERFIL-CENTRAL        VALUE 'C'.

      * FECHA CONTABLE EN CURSO ENCONTRADA / FESTIVO ENCONTRADO
       77 WS-FECHA-CONTABLE-LEIDA     PIC X(01).
          88 WS-FECHA-CONTABLE-SI     VALUE 'S'.
          88 WS-FECHA-CONTABLE-NO     VALUE 'N'.
       77 WS-FESTIVO                  PIC X(01).
          88 WS-FESTIVO-SI            VALUE 'S'.
          88 WS-FESTIVO-NO            VALUE 'N'.

      * COPIA DE LOS CAMPOS TECLEADOS EN EL MAPA. HAY QUE SALVARLOS
      * ANTES DE LIMPIAR EL MAPA DE SALIDA: PDB2038AO REDEFINE A
      * PDB2038AI, ASI QUE EL MOVE DE LOW-VALUES ARRASA TAMBIEN LOS
      * CAMPOS DE ENTRADA Y SUS LONGITUDES.
       01 WS-CAPTURA-MAPA.
          05 WS-CAP-FECHA-L           PIC S9(4) COMP.
          05 WS-CAP-FECHA             PIC 9(08).
          05 WS-CAP-DESCRIP-L         PIC S9(4) COMP.
          05 WS-CAP-DESCRIP           PIC X(30).

       77 WS-RESP                     PIC S9(8) COMP.
       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-ALTA           VALUE 'A'.
          88 WS-ACCION-BAJA           VALUE 'B'.
          88 WS-ACCION-CONSULTA       VALUE 'C'.
          88 WS-ACCION-VALIDA         VALUE 'A', 'B', 'C'.

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE FESTIVO END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.
           EXEC SQL INCLUDE OPERADOR END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           EXEC CICS RETURN END-EXEC.
      ******************************************************************
      * PARRAFO DE INICIO. UNA TRANSACCION PB38 PUEDE LLEGAR AQUI      *
      * RECIEN ARRANCADA (EIBCALEN = 0) O DE VUELTA DE UN ENVIO DE     *
      * MAPA ANTERIOR (PSEUDO-CONVERSACIONAL, EIBCALEN > 0).           *
      ******************************************************************
       1000-INICIO.
           IF EIBCALEN = 0
              PERFORM 1100-PRIMERA-VEZ
           ELSE
              PERFORM 1200-EVALUA-AID
           END-IF.

      ******************************************************************
      * PRIMERA INVOCACION DE LA TRANSACCION: SE MUESTRA EL MAPA EN    *
      * BLANCO PIDIENDO LA ACCION Y LA FECHA.                          *
      ******************************************************************
       1100-PRIMERA-VEZ.
           MOVE LOW-VALUES TO PDB2038AO
           MOVE 'INTRODUZCA ACCION Y FECHA Y PULSE ENTER' TO MENSAJEO
           EXEC CICS SEND MAP('PDB2038A')
                     MAPSET('PDB2038M')
                     FROM(PDB2038AO)
                     ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('PB38')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * SEGUN LA TECLA PULSADA, TERMINAMOS LA TRANSACCION (PF3) O      *
      * PROCESAMOS LA ACCION (ENTER). CUALQUIER OTRA TECLA SE          *
      * RECHAZA Y SE VUELVE A MOSTRAR EL MAPA.                         *
      ******************************************************************
       1200-EVALUA-AID.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF3
                 PERFORM 1300-TERMINA
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESO
              WHEN OTHER
                 MOVE LOW-VALUES TO PDB2038AO
                 MOVE 'TECLA NO VALIDA. PULSE ENTER O PF3'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
           END-EVALUATE.

      ******************************************************************
      * FIN DE LA TRANSACCION A PETICION DEL USUARIO (PF3)             *
      ******************************************************************
       1300-TERMINA.
           EXEC CICS SEND TEXT FROM(WS-MSG-FIN)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * RECIBE EL MAPA Y ENCAMINA LA ACCION TECLEADA                   *
      ******************************************************************
       2000-PROCESO.
           EXEC CICS RECEIVE MAP('PDB2038A')
                     MAPSET('PDB2038M')
                     INTO(PDB2038AI)
                     RESP(WS-RESP)
           END-EXEC
      * MAPFAIL SE PRODUCE AL PULSAR ENTER SIN TECLEAR NINGUN DATO
      * EN EL MAPA, Y SE TRATA IGUAL QUE UNA ACCION VACIA
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE LOW-VALUES TO PDB2038AO
              MOVE 'DEBE INTRODUCIR ACCION Y FECHA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * SALVAMOS LOS CAMPOS TECLEADOS ANTES DE LIMPIAR EL MAPA DE
      * SALIDA, QUE REDEFINE AL DE ENTRADA Y LO ARRASARIA
           MOVE ACCIONI TO WS-ACCION
           MOVE FECHAL TO WS-CAP-FECHA-L
           MOVE FECHAI TO WS-CAP-FECHA
           MOVE DESCRIPL TO WS-CAP-DESCRIP-L
           MOVE DESCRIPI TO WS-CAP-DESCRIP
           MOVE LOW-VALUES TO PDB2038AO
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE A, B O C' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * LA FECHA CONTABLE SE MUESTRA SIEMPRE, Y LIMITA EL ALTA Y LA
      * BAJA A LOS DIAS TODAVIA NO PROCESADOS
           PERFORM 2700-LEE-FECHA-CONTABLE
           IF WS-CAP-FECHA-L = 0 OR WS-CAP-FECHA = 0
              MOVE 'DEBE INTRODUCIR LA FECHA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-CAP-FECHA TO WS-FECHA-ENT
           IF WS-FE-MES < '01' OR WS-FE-MES > '12'
              OR WS-FE-DIA < '01' OR WS-FE-DIA > '31'
              MOVE 'FECHA NO VALIDA' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-FE-ANO TO WS-FEI-ANO
           MOVE WS-FE-MES TO WS-FEI-MES
           MOVE WS-FE-DIA TO WS-FEI-DIA
           MOVE WS-CAP-FECHA TO FECHAO
      * SITUACION DE LA FECHA EN EL CALENDARIO ANTES DE LA ACCION
           PERFORM 2800-CALENDARIO-FECHA
           MOVE WS-FECHA-ISO TO FE-FECHA OF DCLFESTIVOS
           PERFORM 2600-LEE-FESTIVO
           EVALUATE TRUE
              WHEN WS-ACCION-ALTA
                 PERFORM 2100-ALTA-FESTIVO
              WHEN WS-ACCION-BAJA
                 PERFORM 2200-BAJA-FESTIVO
              WHEN WS-ACCION-CONSULTA
                 PERFORM 2300-CONSULTA-FECHA
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * ALTA DE UN FESTIVO. LA FECHA NO PUEDE ESTAR YA DADA DE ALTA   *
      * NI SER SABADO O DOMINGO.                                      *
      ******************************************************************
       2100-ALTA-FESTIVO.
           PERFORM 2900-COMPRUEBA-OPERADOR
           PERFORM 2950-COMPRUEBA-FECHA-ABIERTA
           IF WS-CAP-DESCRIP-L = 0 OR WS-CAP-DESCRIP = SPACES
              MOVE 'DEBE INTRODUCIR LA DESCRIPCION DEL FESTIVO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-FESTIVO-SI
              PERFORM 2500-MUESTRA-FESTIVO
              MOVE 'LA FECHA YA ESTA DADA DE ALTA COMO FESTIVO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
      * SI NO ESTA EN EL CALENDARIO Y AUN ASI ES INHABIL, ES QUE CAE
      * EN FIN DE SEMANA
           IF P37-HABIL-NO
              MOVE 'SABADOS Y DOMINGOS YA SON INHABILES. ALTA RECHAZADA'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           MOVE WS-FECHA-ISO TO FE-FECHA OF DCLFESTIVOS
           MOVE WS-CAP-DESCRIP TO FE-DESCRIPCION OF DCLFESTIVOS
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO FE-USUARIO OF DCLFESTIVOS
           EXEC SQL
             INSERT INTO IBMUSER.CALENDARIO_FESTIVOS
               (FECHA,
                DESCRIPCION,
                USUARIO,
                FECHA_ALTA)
             VALUES(:DCLFESTIVOS.FE-FECHA,
                    :DCLFESTIVOS.FE-DESCRIPCION,
                    :DCLFESTIVOS.FE-USUARIO,
                    CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
      * OTRO OPERADOR HA DADO DE ALTA LA MISMA FECHA A LA VEZ
              WHEN -803
                 MOVE 'LA FECHA YA ESTA DADA DE ALTA COMO FESTIVO'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
      * RELEEMOS PARA MOSTRAR EL MOMENTO DEL ALTA Y RECALCULAMOS EL
      * SIGUIENTE DIA HABIL CON EL FESTIVO YA EN EL CALENDARIO
           PERFORM 2600-LEE-FESTIVO
           PERFORM 2500-MUESTRA-FESTIVO
           PERFORM 2800-CALENDARIO-FECHA
           MOVE 'FESTIVO DADO DE ALTA CORRECTAMENTE' TO MENSAJEO.

      ******************************************************************
      * BAJA DE UN FESTIVO DADO DE ALTA POR ERROR.                    *
      ******************************************************************
       2200-BAJA-FESTIVO.
           PERFORM 2900-COMPRUEBA-OPERADOR
           PERFORM 2950-COMPRUEBA-FECHA-ABIERTA
           IF WS-FESTIVO-NO
              MOVE 'LA FECHA NO ESTA DADA DE ALTA COMO FESTIVO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           EXEC SQL
             DELETE FROM IBMUSER.CALENDARIO_FESTIVOS
             WHERE FECHA = :DCLFESTIVOS.FE-FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
           END-IF
      * MOSTRAMOS LOS DATOS DEL FESTIVO BORRADO Y EL NUEVO SIGUIENTE
      * DIA HABIL
           PERFORM 2500-MUESTRA-FESTIVO
           PERFORM 2800-CALENDARIO-FECHA
           MOVE 'FESTIVO DADO DE BAJA CORRECTAMENTE' TO MENSAJEO.

      ******************************************************************
      * CONSULTA DE UNA FECHA: FESTIVO, FIN DE SEMANA O DIA HABIL.    *
      ******************************************************************
       2300-CONSULTA-FECHA.
           EVALUATE TRUE
              WHEN WS-FESTIVO-SI
                 PERFORM 2500-MUESTRA-FESTIVO
                 MOVE 'FESTIVO. DIA INHABIL' TO MENSAJEO
              WHEN P37-HABIL-NO
                 MOVE 'FIN DE SEMANA. DIA INHABIL' TO MENSAJEO
              WHEN OTHER
                 MOVE 'DIA HABIL' TO MENSAJEO
           END-EVALUATE.

      ******************************************************************
      * VUELCA AL MAPA DE SALIDA LOS DATOS DEL FESTIVO LEIDO          *
      ******************************************************************
       2500-MUESTRA-FESTIVO.
           MOVE FE-DESCRIPCION OF DCLFESTIVOS TO DESCRIPO
           MOVE FE-USUARIO OF DCLFESTIVOS TO USUARIOO
           MOVE FE-FECHA-ALTA OF DCLFESTIVOS TO FECALTAO.

      ******************************************************************
      * LEE EL FESTIVO DE LA FECHA TECLEADA, SI EXISTE                *
      ******************************************************************
       2600-LEE-FESTIVO.
           EXEC SQL
             SELECT DESCRIPCION, USUARIO, FECHA_ALTA
             INTO :DCLFESTIVOS.FE-DESCRIPCION,
                  :DCLFESTIVOS.FE-USUARIO,
                  :DCLFESTIVOS.FE-FECHA-ALTA
             FROM IBMUSER.CALENDARIO_FESTIVOS
             WHERE FECHA = :DCLFESTIVOS.FE-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-FESTIVO
              WHEN 100
                 MOVE 'N' TO WS-FESTIVO
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * LEE LA FECHA CONTABLE EN CURSO Y LA MUESTRA CON SU ESTADO. SI *
      * LA TABLA TODAVIA NO TIENE SU FILA INICIAL, NO SE MUESTRA NADA *
      * Y NO SE LIMITAN LAS ALTAS Y BAJAS.                            *
      ******************************************************************
       2700-LEE-FECHA-CONTABLE.
           EXEC SQL
             SELECT FECHA_CONTABLE, ESTADO
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                  :DCLFECHACONTABLE.FC-ESTADO
             FROM IBMUSER.FECHA_CONTABLE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-FECHA-CONTABLE-LEIDA
                 MOVE FC-FECHA-CONTABLE OF DCLFECHACONTABLE
                                        TO FECCONTO
                 MOVE FC-ESTADO OF DCLFECHACONTABLE TO ESTCONTO
              WHEN 100
                 MOVE 'N' TO WS-FECHA-CONTABLE-LEIDA
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * SITUA LA FECHA TECLEADA EN EL CALENDARIO CON EL MODULO        *
      * PDB2037: SI ES HABIL Y CUAL ES EL SIGUIENTE DIA HABIL. UNA    *
      * FECHA INEXISTENTE (31 DE ABRIL...) LA RECHAZA DB2 CON -180 O  *
      * -181.                                                         *
      ******************************************************************
       2800-CALENDARIO-FECHA.
           MOVE 'S' TO P37-FUNCION
           MOVE WS-FECHA-ISO TO P37-FECHA
           CALL 'PDB2037' USING PDB2037-AREA
           EVALUATE TRUE
              WHEN P37-OK
                 MOVE P37-FECHA-HABIL TO SIGHABO
              WHEN P37-SIN-DIA-HABIL
                 MOVE 'NO HAY DIA HABIL EN EL MES SIGUIENTE A LA FECHA'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN P37-SQLCODE = -180 OR P37-SQLCODE = -181
                 MOVE 'FECHA NO VALIDA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * SOLO LOS OPERADORES DE SERVICIOS CENTRALES PUEDEN MODIFICAR   *
      * EL CALENDARIO, QUE AFECTA A TODA LA ENTIDAD.                  *
      ******************************************************************
       2900-COMPRUEBA-OPERADOR.
           EXEC CICS ASSIGN USERID(WS-USUARIO) END-EXEC
           MOVE WS-USUARIO TO OD-USUARIO OF DCLOPERADORES
           EXEC SQL
             SELECT PERFIL
             INTO :DCLOPERADORES.OD-PERFIL
             FROM IBMUSER.OPERADORES
             WHERE USUARIO = :DCLOPERADORES.OD-USUARIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE OD-PERFIL OF DCLOPERADORES TO WS-PERFIL-OPERADOR
              WHEN 100
                 MOVE SPACES TO WS-PERFIL-OPERADOR
              WHEN OTHER
                 PERFORM 9999-ERROR
           END-EVALUATE
           IF NOT WS-PERFIL-CENTRAL
              MOVE 'SOLO SERVICIOS CENTRALES MODIFICA EL CALENDARIO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * EL CALENDARIO DE LOS DIAS YA PROCESADOS (HASTA LA FECHA       *
      * CONTABLE INCLUSIVE) NO PUEDE CAMBIAR.                         *
      ******************************************************************
       2950-COMPRUEBA-FECHA-ABIERTA.
           IF WS-FECHA-CONTABLE-SI
              AND WS-FECHA-ISO NOT > FC-FECHA-CONTABLE
                                     OF DCLFECHACONTABLE
              MOVE 'FECHA YA PROCESADA. CALENDARIO NO MODIFICABLE'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
      * CONVERSACION.                                                  *
      ******************************************************************
       8000-REDISPLAY.
           EXEC CICS SEND MAP('PDB2038A')
                     MAPSET('PDB2038M')
                     FROM(PDB2038AO)
                     DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('PB38')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * ERROR DE BASE DE DATOS. SE DESHACE LA UNIDAD DE TRABAJO CON   *
      * SYNCPOINT DE CICS (ESTA TRANSACCION ACTUALIZA DB2), SE        *
      * INFORMA AL USUARIO Y SE LE DEJA REINTENTAR.                   *
      ******************************************************************
       9999-ERROR.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE LOW-VALUES TO PDB2038AO
           MOVE 'ERROR DE BASE DE DATOS. VUELVA A INTENTARLO'
                                                       TO MENSAJEO
           PERFORM 8000-REDISPLAY.
