      *   - ACCION 'M': MODIFICACION DE LOS DATOS DE UN CLIENTE
      *     EXISTENTE. LOS CAMPOS QUE SE DEJAN EN BLANCO CONSERVAN
      *     SU VALOR ACTUAL.
      * EN LAS DOS ACCIONES SE MANTIENEN TAMBIEN EL CORREO Y LAS
      * PREFERENCIAS DE AVISOS AL CLIENTE (VER CLIENTE.CPY): CANAL
      * (E/S/A/N), SALDO MINIMO E IMPORTE DE MOVIMIENTO QUE DISPARAN
      * UN AVISO (EN CENTIMOS, CERO = SIN AVISO) Y LOS INDICADORES
      * S/N DE AVISO DE RETENCION, INACTIVIDAD, TRANSFERENCIA
      * DEVUELTA Y ORDEN PERMANENTE NO EJECUTADA. EN EL ALTA, LO NO
      * TECLEADO QUEDA SIN AVISOS. UN CANAL CON CORREO EXIGE EL EMAIL
      * Y UN CANAL CON SMS EXIGE EL TELEFONO.
      * LOS CONTRATOS SE ENGANCHAN AL CLIENTE POR CLAVE_CLIENTE EN
      * EL ALTA DE PB08/PDB2008, Y LA POSICION GLOBAL DEL CLIENTE SE
      * CONSULTA CON PB21/PDB2021.
          05 WS-CAP-DIRECCION         PIC X(40).
          05 WS-CAP-TELEFONO-L        PIC S9(4) COMP.
          05 WS-CAP-TELEFONO          PIC X(15).
          05 WS-CAP-EMAIL-L           PIC S9(4) COMP.
          05 WS-CAP-EMAIL             PIC X(50).
          05 WS-CAP-CANAL-L           PIC S9(4) COMP.
          05 WS-CAP-CANAL             PIC X(01).
          05 WS-CAP-UMBSAL-L          PIC S9(4) COMP.
          05 WS-CAP-UMBSAL            PIC 9(13).
          05 WS-CAP-IMPMOV-L          PIC S9(4) COMP.
          05 WS-CAP-IMPMOV            PIC 9(13).
          05 WS-CAP-AVIRET-L          PIC S9(4) COMP.
          05 WS-CAP-AVIRET            PIC X(01).
          05 WS-CAP-AVIINA-L          PIC S9(4) COMP.
          05 WS-CAP-AVIINA            PIC X(01).
          05 WS-CAP-AVIDEV-L          PIC S9(4) COMP.
          05 WS-CAP-AVIDEV            PIC X(01).
          05 WS-CAP-AVIORD-L          PIC S9(4) COMP.
          05 WS-CAP-AVIORD            PIC X(01).

      * LOS IMPORTES SE TECLEAN EN CENTIMOS, SIN PUNTO DECIMAL; ESTA
      * REDEFINICION LOS CONVIERTE A UN IMPORTE CON DOS DECIMALES
      * IMPLICITOS, Y AL REVES PARA MOSTRARLOS
       01 WS-IMPORTE-ENTRADA.
          05 WS-IMP-TEXTO             PIC 9(13).
          05 WS-IMP-NUMERO REDEFINES WS-IMP-TEXTO
                                      PIC 9(11)V99.

       77 WS-RESP                     PIC S9(8) COMP.
       77 WS-CONT-ARROBA              PIC S9(4) COMP.
       77 WS-INDICADOR                PIC X(01).
          88 WS-INDICADOR-VALIDO      VALUE 'S', 'N'.
       77 WS-CANAL                    PIC X(01).
          88 WS-CANAL-VALIDO          VALUE 'E', 'S', 'A', 'N'.
          88 WS-CANAL-CON-EMAIL       VALUE 'E', 'A'.
          88 WS-CANAL-CON-SMS         VALUE 'S', 'A'.
       77 WS-ACCION                   PIC X(01).
          88 WS-ACCION-ALTA           VALUE 'A'.
          88 WS-ACCION-MODIFICACION   VALUE 'M'.
           MOVE DIRECCII TO WS-CAP-DIRECCION
           MOVE TELEFONL TO WS-CAP-TELEFONO-L
           MOVE TELEFONI TO WS-CAP-TELEFONO
           MOVE EMAILL TO WS-CAP-EMAIL-L
           MOVE EMAILI TO WS-CAP-EMAIL
           MOVE CANALL TO WS-CAP-CANAL-L
           MOVE CANALI TO WS-CAP-CANAL
           MOVE UMBSALL TO WS-CAP-UMBSAL-L
           MOVE UMBSALI TO WS-CAP-UMBSAL
           MOVE IMPMOVL TO WS-CAP-IMPMOV-L
           MOVE IMPMOVI TO WS-CAP-IMPMOV
           MOVE AVIRETL TO WS-CAP-AVIRET-L
           MOVE AVIRETI TO WS-CAP-AVIRET
           MOVE AVIINAL TO WS-CAP-AVIINA-L
           MOVE AVIINAI TO WS-CAP-AVIINA
           MOVE AVIDEVL TO WS-CAP-AVIDEV-L
           MOVE AVIDEVI TO WS-CAP-AVIDEV
           MOVE AVIORDL TO WS-CAP-AVIORD-L
           MOVE AVIORDI TO WS-CAP-AVIORD
           MOVE LOW-VALUES TO PDB2020AO
           IF NOT WS-ACCION-VALIDA
              MOVE 'ACCION NO VALIDA. USE A O M' TO MENSAJEO
              MOVE 'DEBE INTRODUCIR LA CLAVE DE CLIENTE' TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           PERFORM 2050-VALIDA-AVISOS
           MOVE WS-CAP-CLIENTE TO CL-CLAVE-CLIENTE OF DCLCLIENTES
           EVALUATE TRUE
              WHEN WS-ACCION-ALTA
           END-EVALUATE
           PERFORM 8000-REDISPLAY.

      ******************************************************************
      * VALIDA EL FORMATO DE LOS DATOS DE AVISOS TECLEADOS: EL CANAL  *
      * E/S/A/N, LOS INDICADORES S/N, LOS IMPORTES NUMERICOS Y EL     *
      * CORREO CON UNA SOLA ARROBA. LOS CAMPOS NO TECLEADOS NO SE     *
      * VALIDAN. LA COHERENCIA DEL CANAL CON EL EMAIL Y EL TELEFONO   *
      * SE COMPRUEBA EN 2700, YA CON LOS DATOS DEFINITIVOS.           *
      ******************************************************************
       2050-VALIDA-AVISOS.
           IF WS-CAP-CANAL-L NOT = 0
              MOVE WS-CAP-CANAL TO WS-CANAL
              IF NOT WS-CANAL-VALIDO
                 MOVE 'CANAL DE AVISOS NO VALIDO. USE E, S, A O N'
                                                       TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
           END-IF
           IF WS-CAP-UMBSAL-L NOT = 0
              AND WS-CAP-UMBSAL NOT NUMERIC
              MOVE 'EL SALDO MINIMO DEBE SER NUMERICO (EN CENTIMOS)'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-IMPMOV-L NOT = 0
              AND WS-CAP-IMPMOV NOT NUMERIC
              MOVE 'EL IMPORTE DE AVISO DEBE SER NUMERICO (EN CENTIMOS)'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CAP-AVIRET-L NOT = 0
              MOVE WS-CAP-AVIRET TO WS-INDICADOR
              PERFORM 2060-VALIDA-INDICADOR
           END-IF
           IF WS-CAP-AVIINA-L NOT = 0
              MOVE WS-CAP-AVIINA TO WS-INDICADOR
              PERFORM 2060-VALIDA-INDICADOR
           END-IF
           IF WS-CAP-AVIDEV-L NOT = 0
              MOVE WS-CAP-AVIDEV TO WS-INDICADOR
              PERFORM 2060-VALIDA-INDICADOR
           END-IF
           IF WS-CAP-AVIORD-L NOT = 0
              MOVE WS-CAP-AVIORD TO WS-INDICADOR
              PERFORM 2060-VALIDA-INDICADOR
           END-IF
           IF WS-CAP-EMAIL-L NOT = 0 AND WS-CAP-EMAIL NOT = SPACES
              MOVE ZERO TO WS-CONT-ARROBA
              INSPECT WS-CAP-EMAIL TALLYING WS-CONT-ARROBA
                      FOR ALL '@'
              IF WS-CONT-ARROBA NOT = 1
                 MOVE 'DIRECCION DE EMAIL NO VALIDA' TO MENSAJEO
                 PERFORM 8000-REDISPLAY
              END-IF
           END-IF.

      ******************************************************************
      * VALIDA UN INDICADOR DE AVISO (S/N) MOVIDO A WS-INDICADOR      *
      ******************************************************************
       2060-VALIDA-INDICADOR.
           IF NOT WS-INDICADOR-VALIDO
              MOVE 'LOS INDICADORES DE AVISO DEBEN SER S O N'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * ALTA DE UN CLIENTE NUEVO. LA CLAVE SE COMPRUEBA PRIMERO: SI   *
      * YA EXISTE SE RECHAZA EL ALTA, COMO HACE PDB2008 CON LOS       *
           ELSE
              MOVE WS-CAP-TELEFONO TO CL-TELEFONO OF DCLCLIENTES
           END-IF
      * SIN DATOS DE AVISOS TECLEADOS, EL CLIENTE QUEDA SIN AVISOS
           MOVE SPACES TO CL-EMAIL OF DCLCLIENTES
           MOVE 'N' TO CL-NOTIF-CANAL OF DCLCLIENTES
           MOVE ZERO TO CL-NOTIF-SALDO-MINIMO OF DCLCLIENTES
           MOVE ZERO TO CL-NOTIF-IMPORTE-MOV OF DCLCLIENTES
           MOVE 'N' TO CL-NOTIF-RETENCION OF DCLCLIENTES
           MOVE 'N' TO CL-NOTIF-INACTIVIDAD OF DCLCLIENTES
           MOVE 'N' TO CL-NOTIF-DEVOLUCION OF DCLCLIENTES
           MOVE 'N' TO CL-NOTIF-ORDEN OF DCLCLIENTES
           PERFORM 2700-APLICA-AVISOS
           EXEC SQL
             INSERT INTO IBMUSER.CLIENTES
               (CLAVE_CLIENTE,
                DOCUMENTO,
                DIRECCION,
                TELEFONO,
                FECHA_ALTA,
                EMAIL,
                NOTIF_CANAL,
                NOTIF_SALDO_MINIMO,
                NOTIF_IMPORTE_MOV,
                NOTIF_RETENCION,
                NOTIF_INACTIVIDAD,
                NOTIF_DEVOLUCION,
                NOTIF_ORDEN)
             VALUES(:DCLCLIENTES.CL-CLAVE-CLIENTE,
                    :DCLCLIENTES.CL-NOMBRE,
                    :DCLCLIENTES.CL-DOCUMENTO,
                    :DCLCLIENTES.CL-DIRECCION,
                    :DCLCLIENTES.CL-TELEFONO,
                    CURRENT DATE,
                    :DCLCLIENTES.CL-EMAIL,
                    :DCLCLIENTES.CL-NOTIF-CANAL,
                    :DCLCLIENTES.CL-NOTIF-SALDO-MINIMO,
                    :DCLCLIENTES.CL-NOTIF-IMPORTE-MOV,
                    :DCLCLIENTES.CL-NOTIF-RETENCION,
                    :DCLCLIENTES.CL-NOTIF-INACTIVIDAD,
                    :DCLCLIENTES.CL-NOTIF-DEVOLUCION,
                    :DCLCLIENTES.CL-NOTIF-ORDEN)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 9999-ERROR
              AND WS-CAP-TELEFONO NOT = SPACES
              MOVE WS-CAP-TELEFONO TO CL-TELEFONO OF DCLCLIENTES
           END-IF
           PERFORM 2700-APLICA-AVISOS
           EXEC SQL
             UPDATE IBMUSER.CLIENTES
             SET NOMBRE = :DCLCLIENTES.CL-NOMBRE,
                 DOCUMENTO = :DCLCLIENTES.CL-DOCUMENTO,
                 DIRECCION = :DCLCLIENTES.CL-DIRECCION,
                 TELEFONO = :DCLCLIENTES.CL-TELEFONO,
                 EMAIL = :DCLCLIENTES.CL-EMAIL,
                 NOTIF_CANAL = :DCLCLIENTES.CL-NOTIF-CANAL,
                 NOTIF_SALDO_MINIMO =
                       :DCLCLIENTES.CL-NOTIF-SALDO-MINIMO,
                 NOTIF_IMPORTE_MOV = :DCLCLIENTES.CL-NOTIF-IMPORTE-MOV,
                 NOTIF_RETENCION = :DCLCLIENTES.CL-NOTIF-RETENCION,
                 NOTIF_INACTIVIDAD = :DCLCLIENTES.CL-NOTIF-INACTIVIDAD,
                 NOTIF_DEVOLUCION = :DCLCLIENTES.CL-NOTIF-DEVOLUCION,
                 NOTIF_ORDEN = :DCLCLIENTES.CL-NOTIF-ORDEN
             WHERE CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
           MOVE CL-DOCUMENTO OF DCLCLIENTES TO DOCUMENO
           MOVE CL-DIRECCION OF DCLCLIENTES TO DIRECCIO
           MOVE CL-TELEFONO OF DCLCLIENTES TO TELEFONO
           MOVE CL-FECHA-ALTA OF DCLCLIENTES TO FECALTO
           MOVE CL-EMAIL OF DCLCLIENTES TO EMAILO
           MOVE CL-NOTIF-CANAL OF DCLCLIENTES TO CANALO
           MOVE CL-NOTIF-SALDO-MINIMO OF DCLCLIENTES TO WS-IMP-NUMERO
           MOVE WS-IMP-TEXTO TO UMBSALO
           MOVE CL-NOTIF-IMPORTE-MOV OF DCLCLIENTES TO WS-IMP-NUMERO
           MOVE WS-IMP-TEXTO TO IMPMOVO
           MOVE CL-NOTIF-RETENCION OF DCLCLIENTES TO AVIRETO
           MOVE CL-NOTIF-INACTIVIDAD OF DCLCLIENTES TO AVIINAO
           MOVE CL-NOTIF-DEVOLUCION OF DCLCLIENTES TO AVIDEVO
           MOVE CL-NOTIF-ORDEN OF DCLCLIENTES TO AVIORDO.

      ******************************************************************
      * LEE EL CLIENTE SOBRE EL QUE SE VA A ACTUAR. SI NO EXISTE SE   *
      ******************************************************************
       2600-LEE-CLIENTE.
           EXEC SQL
             SELECT NOMBRE, DOCUMENTO, DIRECCION, TELEFONO, FECHA_ALTA,
                    EMAIL, NOTIF_CANAL, NOTIF_SALDO_MINIMO,
                    NOTIF_IMPORTE_MOV, NOTIF_RETENCION,
                    NOTIF_INACTIVIDAD, NOTIF_DEVOLUCION, NOTIF_ORDEN
             INTO :DCLCLIENTES.CL-NOMBRE,
                  :DCLCLIENTES.CL-DOCUMENTO,
                  :DCLCLIENTES.CL-DIRECCION,
                  :DCLCLIENTES.CL-TELEFONO,
                  :DCLCLIENTES.CL-FECHA-ALTA,
                  :DCLCLIENTES.CL-EMAIL,
                  :DCLCLIENTES.CL-NOTIF-CANAL,
                  :DCLCLIENTES.CL-NOTIF-SALDO-MINIMO,
                  :DCLCLIENTES.CL-NOTIF-IMPORTE-MOV,
                  :DCLCLIENTES.CL-NOTIF-RETENCION,
                  :DCLCLIENTES.CL-NOTIF-INACTIVIDAD,
                  :DCLCLIENTES.CL-NOTIF-DEVOLUCION,
                  :DCLCLIENTES.CL-NOTIF-ORDEN
             FROM IBMUSER.CLIENTES
             WHERE CLAVE_CLIENTE = :DCLCLIENTES.CL-CLAVE-CLIENTE
           END-EXEC
                 PERFORM 9999-ERROR
           END-EVALUATE.

      ******************************************************************
      * APLICA AL CLIENTE LOS DATOS DE AVISOS TECLEADOS. COMO EN EL   *
      * RESTO DE CAMPOS, LO QUE SE DEJA EN BLANCO CONSERVA EL VALOR   *
      * QUE TRAE DCLCLIENTES (EL ACTUAL EN UNA MODIFICACION, SIN      *
      * AVISOS EN UN ALTA). UN IMPORTE TECLEADO A CERO DESACTIVA ESE  *
      * AVISO. AL FINAL SE COMPRUEBA QUE EL CANAL ELEGIDO TENGA       *
      * DESTINO: EMAIL PARA 'E'/'A' Y TELEFONO PARA 'S'/'A'.          *
      ******************************************************************
       2700-APLICA-AVISOS.
           IF WS-CAP-EMAIL-L NOT = 0 AND WS-CAP-EMAIL NOT = SPACES
              MOVE WS-CAP-EMAIL TO CL-EMAIL OF DCLCLIENTES
           END-IF
           IF WS-CAP-CANAL-L NOT = 0
              MOVE WS-CAP-CANAL TO CL-NOTIF-CANAL OF DCLCLIENTES
           END-IF
           IF WS-CAP-UMBSAL-L NOT = 0
              MOVE WS-CAP-UMBSAL TO WS-IMP-TEXTO
              MOVE WS-IMP-NUMERO TO CL-NOTIF-SALDO-MINIMO OF DCLCLIENTES
           END-IF
           IF WS-CAP-IMPMOV-L NOT = 0
              MOVE WS-CAP-IMPMOV TO WS-IMP-TEXTO
              MOVE WS-IMP-NUMERO TO CL-NOTIF-IMPORTE-MOV OF DCLCLIENTES
           END-IF
           IF WS-CAP-AVIRET-L NOT = 0
              MOVE WS-CAP-AVIRET TO CL-NOTIF-RETENCION OF DCLCLIENTES
           END-IF
           IF WS-CAP-AVIINA-L NOT = 0
              MOVE WS-CAP-AVIINA TO CL-NOTIF-INACTIVIDAD OF DCLCLIENTES
           END-IF
           IF WS-CAP-AVIDEV-L NOT = 0
              MOVE WS-CAP-AVIDEV TO CL-NOTIF-DEVOLUCION OF DCLCLIENTES
           END-IF
           IF WS-CAP-AVIORD-L NOT = 0
              MOVE WS-CAP-AVIORD TO CL-NOTIF-ORDEN OF DCLCLIENTES
           END-IF
           MOVE CL-NOTIF-CANAL OF DCLCLIENTES TO WS-CANAL
           IF WS-CANAL-CON-EMAIL AND CL-EMAIL OF DCLCLIENTES = SPACES
              MOVE 'PARA AVISOS POR EMAIL DEBE INFORMAR EL EMAIL'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF
           IF WS-CANAL-CON-SMS AND CL-TELEFONO OF DCLCLIENTES = SPACES
              MOVE 'PARA AVISOS POR SMS DEBE INFORMAR EL TELEFONO'
                                                       TO MENSAJEO
              PERFORM 8000-REDISPLAY
           END-IF.

      ******************************************************************
      * REENVIA EL MAPA CON LOS DATOS/MENSAJE PREPARADOS POR EL        *
      * PARRAFO QUE INVOCA A ESTE, Y ESPERA LA SIGUIENTE PSEUDO-       *
