      ******************************************************************
      * DCLGEN TABLE(IBMUSER.MANDATOS)                                 *
      *        LIBRARY(IBMUSER.DCLGEN(MANDATO))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * MANDATOS DE DOMICILIACION: AUTORIZACION FIRMADA POR EL        *
      * CLIENTE PARA QUE UN ACREEDOR (COMPANIA DE SUMINISTROS,        *
      * ASEGURADORA...) LE CARGUE RECIBOS EN UN CONTRATO. SE DAN DE   *
      * ALTA Y DE BAJA DESDE LA TRANSACCION PB51; EL COBRO DE         *
      * RECIBOS PDB2049 SOLO CARGA UN RECIBO SI SU MANDATO ESTA       *
      * ACTIVO Y ES DEL MISMO CONTRATO QUE INDICA EL ACREEDOR.        *
      *   CODIGO_ACREEDOR    IDENTIFICADOR DEL ACREEDOR, TAL COMO     *
      *                      VIENE EN SU FICHERO DE RECIBOS.          *
      *   REFERENCIA_MANDATO REFERENCIA UNICA DEL MANDATO DENTRO DEL  *
      *                      ACREEDOR.                                *
      *   CLAVE_CONTRATO     CONTRATO AUTORIZADO PARA LOS CARGOS.     *
      *   ESTADO             'A' ACTIVO                               *
      *                      'B' DADO DE BAJA (REVOCADO)              *
      *   FECHA_BAJA         FECHA DE LA REVOCACION; NULA SI ACTIVO.  *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.MANDATOS TABLE
       ( CODIGO_ACREEDOR                CHAR(10)     NOT NULL,
         REFERENCIA_MANDATO             CHAR(20)     NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         NOMBRE_ACREEDOR                CHAR(30)     NOT NULL,
         FECHA_FIRMA                    DATE         NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         FECHA_BAJA                     DATE,
         USUARIO_ALTA                   CHAR(8)      NOT NULL,
         FECHA_ALTA                     TIMESTAMP    NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.MANDATOS                   *
      ******************************************************************
       01  DCLMANDATOS.
      *    CODIGO_ACREEDOR
           10 MD-CODIGO-ACREEDOR        PIC X(10).
      *    REFERENCIA_MANDATO
           10 MD-REFERENCIA-MANDATO     PIC X(20).
      *    CLAVE_CONTRATO
           10 MD-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    NOMBRE_ACREEDOR
           10 MD-NOMBRE-ACREEDOR        PIC X(30).
      *    FECHA_FIRMA
           10 MD-FECHA-FIRMA            PIC X(10).
      *    ESTADO
           10 MD-ESTADO                 PIC X(01).
      *    FECHA_BAJA
           10 MD-FECHA-BAJA             PIC X(10).
      *    USUARIO_ALTA
           10 MD-USUARIO-ALTA           PIC X(08).
      *    FECHA_ALTA
           10 MD-FECHA-ALTA             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
