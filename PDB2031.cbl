      * MOVIMIENTOS SOLO DEMUESTRA INACTIVIDAD DESDE EL CORTE).
      * CADA CONTRATO CLASIFICADO SALE EN EL LISTADO, CON SU CESTA
      * (AVISO/DORMIDO/BLOQUEO), PARA QUE LAS OFICINAS LO TRABAJEN.
      * CUANDO UN CONTRATO ENTRA EN UNA CESTA (NO LAS NOCHES
      * SIGUIENTES EN LA MISMA) SE AVISA ADEMAS AL TITULAR SI ESTA
      * SUSCRITO A LOS AVISOS DE INACTIVIDAD (MODULO PDB2052).
      * LOS DIAS DE INACTIVIDAD SE CUENTAN HASTA LA FECHA CONTABLE
      * ABIERTA DE LA NOCHE.
      * PARAMETRO: FECHA DE CORTE DE ARCHIVADO (AAAA-MM-DD) +
      * UMBRALES DE AVISO, DORMIDO Y BLOQUEO EN DIAS (99999 CADA
      * UNO).
       01 FS-PARM                 PIC 99.
       01 FS-SALIDA               PIC 99.

      * AREA DE COMUNICACION CON EL MODULO PDB2052 DE ALTA DE AVISOS
      * AL CLIENTE Y TEXTO DEL AVISO DE INACTIVIDAD, CON LOS DIAS Y
      * LA CESTA
           COPY PDB2052C.
       01 WS-AVISO-INACTIVIDAD.
          05 FILLER               PIC X(31) VALUE
             'CONTRATO SIN MOVIMIENTOS DESDE '.
          05 WS-AVI-DIAS          PIC ZZZZ9.
          05 FILLER               PIC X(05) VALUE ' DIAS'.
          05 WS-AVI-CESTA         PIC X(09).

      * VARIABLES IN PROGRAM.
       77 WS-COMMIT               PIC 99.
       77 WS-DIAS-INACTIVO        PIC S9(9) COMP.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CONTRATO END-EXEC.
           EXEC SQL INCLUDE CONESTHI END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
                   WS-P-DIAS-AVISO '/' WS-P-DIAS-DORMIDO '/'
                   WS-P-DIAS-BLOQUEO

      * FECHA CONTABLE DE LA NOCHE, HASTA LA QUE SE CUENTAN LOS DIAS
      * DE INACTIVIDAD
           PERFORM 1950-LEE-FECHA-CONTABLE

      * CURSOR SOBRE LOS CONTRATOS VIGENTES CON SUS DIAS DE
      * INACTIVIDAD: DESDE EL ULTIMO MOVIMIENTO VIVO O, SI NO QUEDA
      * NINGUNO (ARCHIVADOS POR PDB2016), DESDE LO MAS RECIENTE
           EXEC SQL
             DECLARE CUR-INACTIVOS CURSOR WITH HOLD FOR
             SELECT C.CLAVE_CONTRATO, C.TITULAR, C.ESTADO_INACTIVIDAD,
                    DAYS(DATE(:DCLFECHACONTABLE.FC-FECHA-CONTABLE)) -
                    DAYS(COALESCE(
                         (SELECT MAX(DATE(M.FECHA_MOVIMIENTO))
                          FROM IBMUSER.MOVIMIENTOS M
      * LECTURA DEL PRIMER CONTRATO A EXAMINAR
           PERFORM 1100-LEE-CONTRATO.

      *****************************************************************
      * RECUPERA LA FECHA CONTABLE ABIERTA, QUE ES LA FECHA DE       *
      * PROCESO DE TODA LA NOCHE AUNQUE EL BATCH CRUCE LA            *
      * MEDIANOCHE. SIN FECHA CONTABLE ABIERTA (APERTURA PDB2039 NO  *
      * EJECUTADA O NOCHE YA CERRADA) EL PROCESO NO ARRANCA.         *
      *****************************************************************
       1950-LEE-FECHA-CONTABLE.
           EXEC SQL
             SELECT FECHA_CONTABLE
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE
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
      * LEE EL SIGUIENTE CONTRATO VIGENTE CON SUS DIAS DE            *
      * INACTIVIDAD. SQLCODE = 100 INDICA QUE NO QUEDAN MAS.         *
           IF ESTADO-INACTIVIDAD OF DCLCONTRATOS NOT = 'A'
              MOVE 'A' TO ESTADO-INACTIVIDAD OF DCLCONTRATOS
              PERFORM 2500-GRABA-MARCA
              MOVE '. AVISO' TO WS-AVI-CESTA
              PERFORM 2600-AVISA-CLIENTE
           END-IF
           MOVE 'AVISO   ' TO WS-S-CESTA
           PERFORM 2900-ESCRIBE-LINEA
           IF ESTADO-INACTIVIDAD OF DCLCONTRATOS NOT = 'D'
              MOVE 'D' TO ESTADO-INACTIVIDAD OF DCLCONTRATOS
              PERFORM 2500-GRABA-MARCA
              MOVE '. DORMIDO' TO WS-AVI-CESTA
              PERFORM 2600-AVISA-CLIENTE
           END-IF
           MOVE 'DORMIDO ' TO WS-S-CESTA
           PERFORM 2900-ESCRIBE-LINEA
                      SQLCODE
              PERFORM 9999-ERROR
           END-IF
           MOVE '. BLOQUEO' TO WS-AVI-CESTA
           PERFORM 2600-AVISA-CLIENTE
           MOVE 'BLOQUEO ' TO WS-S-CESTA
           PERFORM 2900-ESCRIBE-LINEA
           ADD 1 TO WS-TOT-BLOQUEADOS.
           END-IF
           ADD 1 TO WS-COMMIT.

      *****************************************************************
      * AVISA AL TITULAR DE QUE SU CONTRATO ACABA DE ENTRAR EN UNA   *
      * CESTA DE INACTIVIDAD, EN LA MISMA UNIDAD DE TRABAJO QUE LA   *
      * MARCA. EL PARRAFO QUE LO INVOCA YA HA DEJADO LA CESTA EN EL  *
      * TEXTO. EL MODULO SOLO GRABA EL AVISO SI EL CLIENTE ESTA      *
      * SUSCRITO.                                                    *
      *****************************************************************
       2600-AVISA-CLIENTE.
           MOVE WS-DIAS-INACTIVO TO WS-AVI-DIAS
           MOVE 'IN' TO P52-TIPO-EVENTO
           MOVE CLAVE-CONTRATO OF DCLCONTRATOS TO P52-CLAVE-CONTRATO
           MOVE ZERO TO P52-IMPORTE
           MOVE ZERO TO P52-SALDO-ANTERIOR
           MOVE ZERO TO P52-SALDO-DISPONIBLE
           MOVE WS-AVISO-INACTIVIDAD TO P52-TEXTO
           MOVE 'PDB2031 ' TO P52-PROGRAMA
           CALL 'PDB2052' USING PDB2052-AREA
           IF P52-ERROR-SQL
              DISPLAY 'ERROR AL GRABAR EL AVISO AL CLIENTE. SQLCODE = '
                      P52-SQLCODE
              PERFORM 9999-ERROR
           END-IF.

      *****************************************************************
      * ESCRIBE LA LINEA DEL LISTADO DEL CONTRATO CLASIFICADO. EL    *
      * PARRAFO QUE LA INVOCA YA HA DEJADO PREPARADA LA CESTA.       *
