      ******************************************************************
      * DCLGEN TABLE(IBMUSER.ALERTAS_AML)                              *
      *        LIBRARY(IBMUSER.DCLGEN(ALERTAML))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * ALERTAS DE PREVENCION DE BLANQUEO. LAS DA DE ALTA CADA NOCHE  *
      * EL PROCESO DE VIGILANCIA PDB2043, UNA POR CADA CLIENTE (O     *
      * CONTRATO) QUE CUMPLE UNA REGLA; CUMPLIMIENTO NORMATIVO LAS    *
      * REVISA, ESCALA O CIERRA DESDE LA TRANSACCION PB44 Y EL        *
      * INFORME MENSUAL PDB2045 LAS RESUME PARA EL REGULADOR.         *
      *   REGLA          'FR' FRACCIONAMIENTO: VARIOS INGRESOS JUSTO  *
      *                       POR DEBAJO DEL UMBRAL DE DECLARACION.   *
      *                  'PT' PASO A TRANSFERENCIA EXTERNA: LO QUE    *
      *                       ENTRA SALE ENSEGUIDA A OTRA ENTIDAD.    *
      *                  'DO' DORMIDO: ACTIVIDAD REPENTINA EN UN      *
      *                       CONTRATO QUE PDB2031 TENIA DORMIDO.     *
      *   CLAVE_CONTRATO CONTRATO DE REFERENCIA (EL DESPERTADO EN     *
      *                  'DO'; UNO DE LOS AFECTADOS EN 'FR' Y 'PT').  *
      *   IMPORTE        IMPORTE EN EUROS QUE DISPARA LA REGLA.       *
      *   ESTADO         'A' ABIERTA                                  *
      *                  'R' EN REVISION                              *
      *                  'E' ESCALADA                                 *
      *                  'C' CERRADA                                  *
      *   RESOLUCION     AL CERRAR: 'N' NO SOSPECHOSA / 'C'           *
      *                  COMUNICADA AL REGULADOR.                     *
      *   COMENTARIO     ULTIMO COMENTARIO DE CUMPLIMIENTO; TODOS LOS *
      *                  COMENTARIOS QUEDAN EN DIARIO_AUDITORIA.      *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.ALERTAS_AML TABLE
       ( CLAVE_ALERTA                   INTEGER      NOT NULL,
         CLAVE_CLIENTE                  INTEGER      NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         REGLA                          CHAR(2)      NOT NULL,
         NUM_OPERACIONES                INTEGER      NOT NULL,
         IMPORTE                        DECIMAL(13, 2) NOT NULL,
         DETALLE                        CHAR(79)     NOT NULL,
         FECHA_CONTABLE                 DATE         NOT NULL,
         FECHA_ALTA                     TIMESTAMP    NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         RESOLUCION                     CHAR(1),
         COMENTARIO                     CHAR(60),
         USUARIO_REVISION               CHAR(8),
         FECHA_REVISION                 TIMESTAMP
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.ALERTAS_AML                *
      ******************************************************************
       01  DCLALERTASAML.
      *    CLAVE_ALERTA
           10 AL-CLAVE-ALERTA           PIC S9(9) COMP.
      *    CLAVE_CLIENTE
           10 AL-CLAVE-CLIENTE          PIC S9(9) COMP.
      *    CLAVE_CONTRATO
           10 AL-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    REGLA
           10 AL-REGLA                  PIC X(02).
      *    NUM_OPERACIONES
           10 AL-NUM-OPERACIONES        PIC S9(9) COMP.
      *    IMPORTE
           10 AL-IMPORTE                PIC S9(11)V9(2) COMP-3.
      *    DETALLE
           10 AL-DETALLE                PIC X(79).
      *    FECHA_CONTABLE
           10 AL-FECHA-CONTABLE         PIC X(10).
      *    FECHA_ALTA
           10 AL-FECHA-ALTA             PIC X(26).
      *    ESTADO
           10 AL-ESTADO                 PIC X(01).
      *    RESOLUCION
           10 AL-RESOLUCION             PIC X(01).
      *    COMENTARIO
           10 AL-COMENTARIO             PIC X(60).
      *    USUARIO_REVISION
           10 AL-USUARIO-REVISION       PIC X(08).
      *    FECHA_REVISION
           10 AL-FECHA-REVISION         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
