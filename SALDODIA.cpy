      ******************************************************************
      * DCLGEN TABLE(IBMUSER.SALDOS_DIARIOS)                           *
      *        LIBRARY(IBMUSER.DCLGEN(SALDODIA))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * FOTO DE CIERRE DE CADA CONTRATO NO CERRADO, UNA FILA POR      *
      * CONTRATO Y FECHA CONTABLE. LA GRABA CADA NOCHE PDB2054 AL     *
      * FINAL DE LA CADENA Y LA EXPLOTA EL INFORME MENSUAL PDB2055.   *
      * CLAVE PRIMARIA: FECHA + CLAVE_CONTRATO.                       *
      *   FECHA              FECHA CONTABLE DE LA FOTO.               *
      *   CODIGO_PRODUCTO,   PRODUCTO, MONEDA, OFICINA Y ESTADO DEL   *
      *   MONEDA, ...        CONTRATO ESA NOCHE.                      *
      *   SALDO              SALDO CONTABLE (CONTRATOS.IMPORTE).      *
      *   IMPORTE_RETENIDO   RETENCIONES ACTIVAS NO VENCIDAS.         *
      *   SALDO_DISPONIBLE   SALDO MENOS RETENCIONES (SIN CONTAR EL   *
      *                      DESCUBIERTO AUTORIZADO).                 *
      *   TASA_CAMBIO        ULTIMO CAMBIO DE TIPOS_CAMBIO NO         *
      *                      POSTERIOR A LA FECHA (1 PARA EL EURO).   *
      *   SALDO_EUR          SALDO CONTABLE CONVERTIDO A EUROS.       *
      *   DIAS               DIAS NATURALES QUE REPRESENTA LA FOTO:   *
      *                      HASTA EL SIGUIENTE DIA HABIL (UN VIERNES *
      *                      VALE POR EL SABADO Y EL DOMINGO).        *
      *   INTERESES_ABONADOS INTERESES BRUTOS, COMISION DE            *
      *   COMISIONES,        MANTENIMIENTO E INTERESES DE DESCUBIERTO *
      *   INTERESES_         LIQUIDADOS POR PDB2005 ESA NOCHE (CERO   *
      *   DESCUBIERTO        EL RESTO DE NOCHES), EN LA MONEDA DEL    *
      *                      CONTRATO.                                *
      *   FECHA_FOTO         MOMENTO EN QUE SE TOMO LA FOTO.          *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.SALDOS_DIARIOS TABLE
       ( FECHA                          DATE         NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         CODIGO_PRODUCTO                CHAR(3)      NOT NULL,
         MONEDA                         CHAR(3)      NOT NULL,
         CODIGO_OFICINA                 CHAR(4)      NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         SALDO                          DECIMAL(13, 2) NOT NULL,
         IMPORTE_RETENIDO               DECIMAL(13, 2) NOT NULL,
         SALDO_DISPONIBLE               DECIMAL(13, 2) NOT NULL,
         LIMITE_DESCUBIERTO             DECIMAL(13, 2) NOT NULL,
         TASA_CAMBIO                    DECIMAL(13, 6) NOT NULL,
         SALDO_EUR                      DECIMAL(15, 2) NOT NULL,
         DIAS                           SMALLINT     NOT NULL,
         INTERESES_ABONADOS             DECIMAL(13, 2) NOT NULL,
         COMISIONES                     DECIMAL(13, 2) NOT NULL,
         INTERESES_DESCUBIERTO          DECIMAL(13, 2) NOT NULL,
         FECHA_FOTO                     TIMESTAMP    NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.SALDOS_DIARIOS             *
      ******************************************************************
       01  DCLSALDOSDIARIOS.
      *    FECHA
           10 SD-FECHA                  PIC X(10).
      *    CLAVE_CONTRATO
           10 SD-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    CODIGO_PRODUCTO
           10 SD-CODIGO-PRODUCTO        PIC X(03).
      *    MONEDA
           10 SD-MONEDA                 PIC X(03).
      *    CODIGO_OFICINA
           10 SD-CODIGO-OFICINA         PIC X(04).
      *    ESTADO
           10 SD-ESTADO                 PIC X(01).
      *    SALDO
           10 SD-SALDO                  PIC S9(11)V9(2) COMP-3.
      *    IMPORTE_RETENIDO
           10 SD-IMPORTE-RETENIDO       PIC S9(11)V9(2) COMP-3.
      *    SALDO_DISPONIBLE
           10 SD-SALDO-DISPONIBLE       PIC S9(11)V9(2) COMP-3.
      *    LIMITE_DESCUBIERTO
           10 SD-LIMITE-DESCUBIERTO     PIC S9(11)V9(2) COMP-3.
      *    TASA_CAMBIO
           10 SD-TASA-CAMBIO            PIC S9(7)V9(6) COMP-3.
      *    SALDO_EUR
           10 SD-SALDO-EUR              PIC S9(13)V9(2) COMP-3.
      *    DIAS
           10 SD-DIAS                   PIC S9(4) COMP.
      *    INTERESES_ABONADOS
           10 SD-INTERESES-ABONADOS     PIC S9(11)V9(2) COMP-3.
      *    COMISIONES
           10 SD-COMISIONES             PIC S9(11)V9(2) COMP-3.
      *    INTERESES_DESCUBIERTO
           10 SD-INTERESES-DESCUBIERTO  PIC S9(11)V9(2) COMP-3.
      *    FECHA_FOTO
           10 SD-FECHA-FOTO             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
