      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * PREFERENCIAS DE AVISOS AL CLIENTE, MANTENIDAS DESDE PB20. EL  *
      * MODULO PDB2052 LAS CONSULTA ANTES DE DEJAR UN AVISO EN        *
      * IBMUSER.NOTIFICACIONES:                                       *
      *   EMAIL              DIRECCION DE CORREO PARA LOS AVISOS.     *
      *   NOTIF_CANAL        'E' EMAIL, 'S' SMS (AL TELEFONO), 'A'    *
      *                      AMBOS, 'N' NINGUNO (SIN AVISOS).         *
      *   NOTIF_SALDO_MINIMO AVISO CUANDO EL SALDO DISPONIBLE BAJA DE *
      *                      ESTE IMPORTE. CERO = SIN AVISO.          *
      *   NOTIF_IMPORTE_MOV  AVISO DE CADA MOVIMIENTO POR ENCIMA DE   *
      *                      ESTE IMPORTE. CERO = SIN AVISO.          *
      *   NOTIF_RETENCION    'S'/'N' AVISO DE RETENCIONES (PB23).     *
      *   NOTIF_INACTIVIDAD  'S'/'N' AVISO DE INACTIVIDAD (PDB2031).  *
      *   NOTIF_DEVOLUCION   'S'/'N' AVISO DE TRANSFERENCIA DEVUELTA  *
      *                      POR LA CAMARA (PDB2034).                 *
      *   NOTIF_ORDEN        'S'/'N' AVISO DE ORDEN PERMANENTE NO     *
      *                      EJECUTADA (PDB2029).                     *
      * LOS IMPORTES SE COMPARAN EN LA MONEDA DE CADA CONTRATO.       *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.CLIENTES TABLE
       ( CLAVE_CLIENTE                  INTEGER      NOT NULL,
         DOCUMENTO                      CHAR(15)     NOT NULL,
         DIRECCION                      CHAR(40)     NOT NULL,
         TELEFONO                       CHAR(15)     NOT NULL,
         FECHA_ALTA                     DATE         NOT NULL,
         EMAIL                          CHAR(50)     NOT NULL,
         NOTIF_CANAL                    CHAR(1)      NOT NULL,
         NOTIF_SALDO_MINIMO             DECIMAL(13, 2) NOT NULL,
         NOTIF_IMPORTE_MOV              DECIMAL(13, 2) NOT NULL,
         NOTIF_RETENCION                CHAR(1)      NOT NULL,
         NOTIF_INACTIVIDAD              CHAR(1)      NOT NULL,
         NOTIF_DEVOLUCION               CHAR(1)      NOT NULL,
         NOTIF_ORDEN                    CHAR(1)      NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CLIENTES                   *
           10 CL-TELEFONO               PIC X(15).
      *    FECHA_ALTA
           10 CL-FECHA-ALTA             PIC X(10).
      *    EMAIL
           10 CL-EMAIL                  PIC X(50).
      *    NOTIF_CANAL
           10 CL-NOTIF-CANAL            PIC X(01).
      *    NOTIF_SALDO_MINIMO
           10 CL-NOTIF-SALDO-MINIMO     PIC S9(11)V9(2) COMP-3.
      *    NOTIF_IMPORTE_MOV
           10 CL-NOTIF-IMPORTE-MOV      PIC S9(11)V9(2) COMP-3.
      *    NOTIF_RETENCION
           10 CL-NOTIF-RETENCION        PIC X(01).
      *    NOTIF_INACTIVIDAD
           10 CL-NOTIF-INACTIVIDAD      PIC X(01).
      *    NOTIF_DEVOLUCION
           10 CL-NOTIF-DEVOLUCION       PIC X(01).
      *    NOTIF_ORDEN
           10 CL-NOTIF-ORDEN            PIC X(01).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
