      ******************************************************************
      * DCLGEN TABLE(IBMUSER.RECIBOS)                                  *
      *        LIBRARY(IBMUSER.DCLGEN(RECIBO))                         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * RECIBOS DOMICILIADOS RECIBIDOS DE LOS ACREEDORES. EL COBRO    *
      * PDB2049 GRABA UNA FILA POR CADA RECIBO DEL FICHERO, SE HAYA   *
      * PODIDO CARGAR O NO; LA TRANSACCION PB51 PERMITE AL CLIENTE    *
      * DISPUTAR UN RECIBO CARGADO Y EL PROCESO PDB2050 ENVIA AL      *
      * ACREEDOR EL FICHERO DE DEVOLUCIONES.                          *
      *   REFERENCIA_RECIBO  REFERENCIA DEL RECIBO EN EL ACREEDOR.    *
      *                      UN MISMO ACREEDOR NO REPITE REFERENCIA:  *
      *                      UN RECIBO YA GRABADO NO SE VUELVE A      *
      *                      CARGAR.                                  *
      *   FECHA_CARGO        FECHA CONTABLE EN QUE SE PROCESO.        *
      *   ESTADO             'C' CARGADO AL CLIENTE                   *
      *                      'D' DEVUELTO SIN CARGAR (RECHAZO)        *
      *                      'R' REEMBOLSADO AL CLIENTE POR DISPUTA   *
      *   MOTIVO_DEVOLUCION  CODIGO NORMALIZADO DE DEVOLUCION:        *
      *                      AC01 CONTRATO INEXISTENTE                *
      *                      AC04 CONTRATO CANCELADO                  *
      *                      AC06 CONTRATO BLOQUEADO                  *
      *                      AG01 CONTRATO NO ADMITE ADEUDOS (NO EN   *
      *                           EUROS)                              *
      *                      AM04 SALDO INSUFICIENTE                  *
      *                      MD01 SIN MANDATO VALIDO                  *
      *                      MD06 DISPUTA DEL CLIENTE                 *
      *                      MS03 OTROS MOTIVOS                       *
      *   CLAVE_MOVIMIENTO   CARGO EN EL CONTRATO; NULO SI NO SE      *
      *                      LLEGO A CARGAR.                          *
      *   CLAVE_MOV_REEMBOLSO                                         *
      *                      ABONO DEL REEMBOLSO POR DISPUTA.         *
      *   ENVIO_DEVOLUCION   ' ' SIN DEVOLUCION                       *
      *                      'P' DEVOLUCION PENDIENTE DE ENVIAR       *
      *                      'E' DEVOLUCION ENVIADA AL ACREEDOR       *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.RECIBOS TABLE
       ( CLAVE_RECIBO                   INTEGER      NOT NULL,
         CODIGO_ACREEDOR                CHAR(10)     NOT NULL,
         REFERENCIA_MANDATO             CHAR(20)     NOT NULL,
         REFERENCIA_RECIBO              CHAR(20)     NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         IMPORTE                        DECIMAL(13, 2) NOT NULL,
         CONCEPTO                       CHAR(28)     NOT NULL,
         FECHA_CARGO                    DATE         NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         MOTIVO_DEVOLUCION              CHAR(4),
         CLAVE_MOVIMIENTO               INTEGER,
         CLAVE_MOV_REEMBOLSO            INTEGER,
         FECHA_DEVOLUCION               DATE,
         ENVIO_DEVOLUCION               CHAR(1)      NOT NULL,
         USUARIO_DISPUTA                CHAR(8)
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.RECIBOS                    *
      ******************************************************************
       01  DCLRECIBOS.
      *    CLAVE_RECIBO
           10 RB-CLAVE-RECIBO           PIC S9(9) COMP.
      *    CODIGO_ACREEDOR
           10 RB-CODIGO-ACREEDOR        PIC X(10).
      *    REFERENCIA_MANDATO
           10 RB-REFERENCIA-MANDATO     PIC X(20).
      *    REFERENCIA_RECIBO
           10 RB-REFERENCIA-RECIBO      PIC X(20).
      *    CLAVE_CONTRATO
           10 RB-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    IMPORTE
           10 RB-IMPORTE                PIC S9(11)V9(2) COMP-3.
      *    CONCEPTO
           10 RB-CONCEPTO               PIC X(28).
      *    FECHA_CARGO
           10 RB-FECHA-CARGO            PIC X(10).
      *    ESTADO
           10 RB-ESTADO                 PIC X(01).
      *    MOTIVO_DEVOLUCION
           10 RB-MOTIVO-DEVOLUCION      PIC X(04).
      *    CLAVE_MOVIMIENTO
           10 RB-CLAVE-MOVIMIENTO       PIC S9(9) COMP.
      *    CLAVE_MOV_REEMBOLSO
           10 RB-CLAVE-MOV-REEMBOLSO    PIC S9(9) COMP.
      *    FECHA_DEVOLUCION
           10 RB-FECHA-DEVOLUCION       PIC X(10).
      *    ENVIO_DEVOLUCION
           10 RB-ENVIO-DEVOLUCION       PIC X(01).
      *    USUARIO_DISPUTA
           10 RB-USUARIO-DISPUTA        PIC X(08).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
