      ******************************************************************
      * DCLGEN TABLE(IBMUSER.LIQUIDACIONES_FISCALES)                   *
      *        LIBRARY(IBMUSER.DCLGEN(LIQFISC))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * UNA FILA POR CONTRATO Y LIQUIDACION MENSUAL DE PDB2005 CON     *
      * ABONO DE INTERESES: RENDIMIENTO BRUTO, TASA DE RETENCION       *
      * APLICADA E IMPORTE RETENIDO, CON LAS CLAVES DE LOS DOS         *
      * MOVIMIENTOS GENERADOS (CLAVE_MOV_RETENCION A CERO SI NO SE     *
      * RETUVO NADA). ES LA BASE DEL CERTIFICADO FISCAL ANUAL PDB2035, *
      * QUE ASI NO DEPENDE DEL ARCHIVADO DE MOVIMIENTOS DE PDB2016.    *
      * CLAVE PRIMARIA: CLAVE_CONTRATO + FECHA_LIQUIDACION.            *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.LIQUIDACIONES_FISCALES TABLE
       ( CLAVE_CONTRATO                 INTEGER      NOT NULL,
         FECHA_LIQUIDACION              DATE         NOT NULL,
         MONEDA                         CHAR(3)      NOT NULL,
         IMPORTE_BRUTO                  DECIMAL(13, 2) NOT NULL,
         TASA_RETENCION                 DECIMAL(5, 4) NOT NULL,
         IMPORTE_RETENCION              DECIMAL(13, 2) NOT NULL,
         CLAVE_MOV_BRUTO                INTEGER      NOT NULL,
         CLAVE_MOV_RETENCION            INTEGER      NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.LIQUIDACIONES_FISCALES     *
      ******************************************************************
       01  DCLLIQFISCALES.
      *    CLAVE_CONTRATO
           10 LF-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    FECHA_LIQUIDACION
           10 LF-FECHA-LIQUIDACION      PIC X(10).
      *    MONEDA
           10 LF-MONEDA                 PIC X(03).
      *    IMPORTE_BRUTO
           10 LF-IMPORTE-BRUTO          PIC S9(11)V9(2) COMP-3.
      *    TASA_RETENCION
           10 LF-TASA-RETENCION         PIC S9V9(4) COMP-3.
      *    IMPORTE_RETENCION
           10 LF-IMPORTE-RETENCION      PIC S9(11)V9(2) COMP-3.
      *    CLAVE_MOV_BRUTO
           10 LF-CLAVE-MOV-BRUTO        PIC S9(9) COMP.
      *    CLAVE_MOV_RETENCION
           10 LF-CLAVE-MOV-RETENCION    PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
