      ******************************************************************
      * DCLGEN TABLE(IBMUSER.NOTIFICACIONES)                           *
      *        LIBRARY(IBMUSER.DCLGEN(NOTIFIC))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * AVISOS AL CLIENTE PENDIENTES DE ENVIAR A LA PASARELA DE SMS Y *
      * CORREO. LAS FILAS LAS DA DE ALTA EL MODULO PDB2052, LLAMADO   *
      * EN LA MISMA UNIDAD DE TRABAJO QUE EL HECHO QUE SE AVISA, SOLO *
      * SI EL TITULAR DEL CONTRATO ESTA SUSCRITO A ESE AVISO (PB20).  *
      * EL PROCESO PDB2053 LAS ESCRIBE EN EL FICHERO DE LA PASARELA Y *
      * LAS MARCA COMO ENVIADAS.                                      *
      *   TIPO_EVENTO    SB SALDO DISPONIBLE POR DEBAJO DEL MINIMO    *
      *                  MV MOVIMIENTO POR ENCIMA DEL IMPORTE FIJADO  *
      *                  RT RETENCION ANOTADA EN EL CONTRATO (PB23)   *
      *                  IN AVISO DE INACTIVIDAD (PDB2031)            *
      *                  TD TRANSFERENCIA DEVUELTA POR LA CAMARA      *
      *                     (PDB2034)                                 *
      *                  OF ORDEN PERMANENTE NO EJECUTADA (PDB2029)   *
      *   CANAL, EMAIL,  DESTINO DEL AVISO TAL COMO ESTABA EN         *
      *   TELEFONO       CLIENTES CUANDO SE GENERO.                   *
      *   IMPORTE        IMPORTE DEL HECHO AVISADO (NEGATIVO EN UN    *
      *                  CARGO), EN LA MONEDA DEL CONTRATO.           *
      *   SALDO          SALDO DEL CONTRATO TRAS EL HECHO: EL         *
      *                  DISPONIBLE (MENOS RETENCIONES) EN SB, EN UN  *
      *                  CARGO Y EN UNA RETENCION; EL CONTABLE EN UN  *
      *                  ABONO; CERO EN IN Y OF.                      *
      *   PROGRAMA       PROGRAMA O TRANSACCION QUE GENERA EL AVISO.  *
      *   ESTADO         'P' PENDIENTE DE ENVIAR                      *
      *                  'E' ENVIADO A LA PASARELA (FECHA_ENVIO)      *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.NOTIFICACIONES TABLE
       ( CLAVE_NOTIFICACION             INTEGER      NOT NULL,
         TIPO_EVENTO                    CHAR(2)      NOT NULL,
         CLAVE_CLIENTE                  INTEGER      NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         CANAL                          CHAR(1)      NOT NULL,
         EMAIL                          CHAR(50)     NOT NULL,
         TELEFONO                       CHAR(15)     NOT NULL,
         IMPORTE                        DECIMAL(13, 2) NOT NULL,
         SALDO                          DECIMAL(13, 2) NOT NULL,
         MONEDA                         CHAR(3)      NOT NULL,
         TEXTO                          CHAR(50)     NOT NULL,
         PROGRAMA                       CHAR(8)      NOT NULL,
         FECHA_EVENTO                   TIMESTAMP    NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         FECHA_ENVIO                    TIMESTAMP
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.NOTIFICACIONES             *
      ******************************************************************
       01  DCLNOTIFICACIONES.
      *    CLAVE_NOTIFICACION
           10 NT-CLAVE-NOTIFICACION     PIC S9(9) COMP.
      *    TIPO_EVENTO
           10 NT-TIPO-EVENTO            PIC X(02).
      *    CLAVE_CLIENTE
           10 NT-CLAVE-CLIENTE          PIC S9(9) COMP.
      *    CLAVE_CONTRATO
           10 NT-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    CANAL
           10 NT-CANAL                  PIC X(01).
      *    EMAIL
           10 NT-EMAIL                  PIC X(50).
      *    TELEFONO
           10 NT-TELEFONO               PIC X(15).
      *    IMPORTE
           10 NT-IMPORTE                PIC S9(11)V9(2) COMP-3.
      *    SALDO
           10 NT-SALDO                  PIC S9(11)V9(2) COMP-3.
      *    MONEDA
           10 NT-MONEDA                 PIC X(03).
      *    TEXTO
           10 NT-TEXTO                  PIC X(50).
      *    PROGRAMA
           10 NT-PROGRAMA               PIC X(08).
      *    FECHA_EVENTO
           10 NT-FECHA-EVENTO           PIC X(26).
      *    ESTADO
           10 NT-ESTADO                 PIC X(01).
      *    FECHA_ENVIO
           10 NT-FECHA-ENVIO            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
