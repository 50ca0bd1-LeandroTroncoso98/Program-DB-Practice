      ******************************************************************
      * DCLGEN TABLE(IBMUSER.REPARACIONES)                             *
      *        LIBRARY(IBMUSER.DCLGEN(REPARAC))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * COLA DE REPARACION DE MOVIMIENTOS RECHAZADOS. CADA RECHAZO DE *
      * NEGOCIO DEL MODULO DE POSTEO PDB2015 EN LOS PROCESOS          *
      * NOCTURNOS (FICHERO DE ENTRADA PDB2003, FECHA VALOR PDB2012,   *
      * ORDENES PERMANENTES PDB2029 Y LIQUIDACION DE LA CAMARA        *
      * PDB2034) DEJA AQUI UNA FILA PENDIENTE ('P') CON EL MOVIMIENTO *
      * COMPLETO, ADEMAS DE SU LINEA EN EL FICHERO DE INCIDENCIAS.    *
      * EL ALTA LA HACE EL MODULO PDB2040. DESDE LA TRANSACCION PB41  *
      * UN OPERADOR CORRIGE CONTRATOS O IMPORTE Y REENVIA EL          *
      * MOVIMIENTO, O LO DESCARTA CON UN MOTIVO. EL INFORME MATINAL   *
      * PDB2042 LISTA LOS PENDIENTES Y SU ANTIGUEDAD.                 *
      *   PROGRAMA       PROCESO QUE RECHAZO EL MOVIMIENTO.           *
      *   REFERENCIA     CLAVE EN EL PROCESO DE ORIGEN: EL PENDIENTE  *
      *                  DE MOVIMIENTOS_VALOR (PDB2012), LA ORDEN     *
      *                  PERMANENTE (PDB2029) O LA EMISION DEVUELTA   *
      *                  DE TRANSFERENCIAS_EXT (PDB2034); CERO EN UN  *
      *                  MOVIMIENTO DEL FICHERO DE PDB2003 O EN UN    *
      *                  ABONO ENTRANTE DE LA CAMARA.                 *
      *   FECHA_VALOR    FECHA DE VALOR DE LA INSTRUCCION ORIGINAL    *
      *                  (LA FECHA CONTABLE EN UN MOVIMIENTO DE       *
      *                  EFECTO INMEDIATO).                           *
      *   CODIGO_RECHAZO RESULTADO '01'-'05' DEVUELTO POR PDB2015.    *
      *   ESTADO         'P' PENDIENTE DE REPARAR                     *
      *                  'R' REENVIADO Y POSTEADO                     *
      *                  'V' REENVIADO Y ALMACENADO A FECHA VALOR     *
      *                  'A' REENVIADO Y RETENIDO PARA AUTORIZACION   *
      *                  'D' DESCARTADO CON MOTIVO                    *
      *   CLAVE_REENVIO  CLAVE DEL MOVIMIENTO POSTEADO ('R'), DEL     *
      *                  PENDIENTE DE MOVIMIENTOS_VALOR ('V') O DE LA *
      *                  COLA DE AUTORIZACION ('A').                  *
      * ORIGEN, DESTINO E IMPORTE CONSERVAN SIEMPRE LOS DATOS         *
      * RECHAZADOS; LOS CORREGIDOS ESTAN EN EL MOVIMIENTO REENVIADO.  *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.REPARACIONES TABLE
       ( CLAVE_REPARACION               INTEGER      NOT NULL,
         PROGRAMA                       CHAR(8)      NOT NULL,
         REFERENCIA                     INTEGER      NOT NULL,
         TIPO_MOV                       CHAR(1)      NOT NULL,
         ORIGEN                         INTEGER      NOT NULL,
         DESTINO                        INTEGER      NOT NULL,
         IMPORTE                        DECIMAL(13, 2) NOT NULL,
         DESCRIPCION                    CHAR(50)     NOT NULL,
         FECHA_VALOR                    DATE         NOT NULL,
         CODIGO_RECHAZO                 CHAR(2)      NOT NULL,
         MOTIVO_RECHAZO                 CHAR(50)     NOT NULL,
         FECHA_CONTABLE                 DATE         NOT NULL,
         FECHA_ALTA                     TIMESTAMP    NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         CLAVE_REENVIO                  INTEGER,
         MOTIVO_DESCARTE                CHAR(50),
         USUARIO_RESOLUCION             CHAR(8),
         FECHA_RESOLUCION               TIMESTAMP
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.REPARACIONES               *
      ******************************************************************
       01  DCLREPARACIONES.
      *    CLAVE_REPARACION
           10 RP-CLAVE-REPARACION       PIC S9(9) COMP.
      *    PROGRAMA
           10 RP-PROGRAMA               PIC X(08).
      *    REFERENCIA
           10 RP-REFERENCIA             PIC S9(9) COMP.
      *    TIPO_MOV
           10 RP-TIPO-MOV               PIC X(01).
      *    ORIGEN
           10 RP-ORIGEN                 PIC S9(9) COMP.
      *    DESTINO
           10 RP-DESTINO                PIC S9(9) COMP.
      *    IMPORTE
           10 RP-IMPORTE                PIC S9(11)V9(2) COMP-3.
      *    DESCRIPCION
           10 RP-DESCRIPCION            PIC X(50).
      *    FECHA_VALOR
           10 RP-FECHA-VALOR            PIC X(10).
      *    CODIGO_RECHAZO
           10 RP-CODIGO-RECHAZO         PIC X(02).
      *    MOTIVO_RECHAZO
           10 RP-MOTIVO-RECHAZO         PIC X(50).
      *    FECHA_CONTABLE
           10 RP-FECHA-CONTABLE         PIC X(10).
      *    FECHA_ALTA
           10 RP-FECHA-ALTA             PIC X(26).
      *    ESTADO
           10 RP-ESTADO                 PIC X(01).
      *    CLAVE_REENVIO
           10 RP-CLAVE-REENVIO          PIC S9(9) COMP.
      *    MOTIVO_DESCARTE
           10 RP-MOTIVO-DESCARTE        PIC X(50).
      *    USUARIO_RESOLUCION
           10 RP-USUARIO-RESOLUCION     PIC X(08).
      *    FECHA_RESOLUCION
           10 RP-FECHA-RESOLUCION       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
