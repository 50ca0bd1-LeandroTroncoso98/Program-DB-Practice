      ******************************************************************
      * DCLGEN TABLE(IBMUSER.PRESTAMOS)                                *
      *        LIBRARY(IBMUSER.DCLGEN(PRESTAMO))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * PRESTAMOS PERSONALES. SE DAN DE ALTA DESDE LA TRANSACCION     *
      * PB46, QUE GENERA EN EL MISMO MOMENTO SU CUADRO DE             *
      * AMORTIZACION (IBMUSER.CUOTAS_PRESTAMO); EL COBRO NOCTURNO     *
      * PDB2047 CARGA CADA CUOTA VENCIDA EN LA CUENTA ASOCIADA.       *
      *   CLAVE_CONTRATO    CUENTA ASOCIADA (IBMUSER.CONTRATOS) EN LA *
      *                     QUE SE ABONA EL PRINCIPAL Y SE CARGAN LAS *
      *                     CUOTAS. CLIENTE, OFICINA Y MONEDA SON LOS *
      *                     DE ESA CUENTA EN EL ALTA.                 *
      *   TASA_INTERES      TIPO NOMINAL ANUAL (0.0650 = 6,50%).      *
      *   TASA_DEMORA       TIPO ANUAL DE LOS INTERESES DE DEMORA     *
      *                     SOBRE LAS CUOTAS IMPAGADAS.               *
      *   CUOTA             CUOTA MENSUAL CONSTANTE (SISTEMA          *
      *                     FRANCES); LA ULTIMA AJUSTA EL REDONDEO.   *
      *   CAPITAL_PENDIENTE PRINCIPAL AUN NO COBRADO.                 *
      *   ESTADO            'A' ACTIVO                                *
      *                     'C' CANCELADO (TODAS LAS CUOTAS COBRADAS) *
      *   CLAVE_MOV_DESEMBOLSO                                        *
      *                     MOVIMIENTO DE ABONO DEL PRINCIPAL EN LA   *
      *                     CUENTA ASOCIADA. NULA SI EL ALTA NO ABONO *
      *                     EL PRINCIPAL (PRESTAMO YA ENTREGADO).     *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.PRESTAMOS TABLE
       ( CLAVE_PRESTAMO                 INTEGER      NOT NULL,
         CLAVE_CONTRATO                 INTEGER      NOT NULL,
         CLAVE_CLIENTE                  INTEGER      NOT NULL,
         CODIGO_OFICINA                 CHAR(4)      NOT NULL,
         MONEDA                         CHAR(3)      NOT NULL,
         IMPORTE_PRINCIPAL              DECIMAL(13, 2) NOT NULL,
         TASA_INTERES                   DECIMAL(5, 4) NOT NULL,
         TASA_DEMORA                    DECIMAL(5, 4) NOT NULL,
         PLAZO_MESES                    INTEGER      NOT NULL,
         CUOTA                          DECIMAL(13, 2) NOT NULL,
         CAPITAL_PENDIENTE              DECIMAL(13, 2) NOT NULL,
         FECHA_APERTURA                 DATE         NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         USUARIO_ALTA                   CHAR(8)      NOT NULL,
         CLAVE_MOV_DESEMBOLSO           INTEGER
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.PRESTAMOS                 *
      ******************************************************************
       01  DCLPRESTAMOS.
      *    CLAVE_PRESTAMO
           10 PS-CLAVE-PRESTAMO         PIC S9(9) COMP.
      *    CLAVE_CONTRATO
           10 PS-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    CLAVE_CLIENTE
           10 PS-CLAVE-CLIENTE          PIC S9(9) COMP.
      *    CODIGO_OFICINA
           10 PS-CODIGO-OFICINA         PIC X(04).
      *    MONEDA
           10 PS-MONEDA                 PIC X(03).
      *    IMPORTE_PRINCIPAL
           10 PS-IMPORTE-PRINCIPAL      PIC S9(11)V9(2) COMP-3.
      *    TASA_INTERES
           10 PS-TASA-INTERES           PIC S9V9(4) COMP-3.
      *    TASA_DEMORA
           10 PS-TASA-DEMORA            PIC S9V9(4) COMP-3.
      *    PLAZO_MESES
           10 PS-PLAZO-MESES            PIC S9(9) COMP.
      *    CUOTA
           10 PS-CUOTA                  PIC S9(11)V9(2) COMP-3.
      *    CAPITAL_PENDIENTE
           10 PS-CAPITAL-PENDIENTE      PIC S9(11)V9(2) COMP-3.
      *    FECHA_APERTURA
           10 PS-FECHA-APERTURA         PIC X(10).
      *    ESTADO
           10 PS-ESTADO                 PIC X(01).
      *    USUARIO_ALTA
           10 PS-USUARIO-ALTA           PIC X(08).
      *    CLAVE_MOV_DESEMBOLSO
           10 PS-CLAVE-MOV-DESEMBOLSO   PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15     *
      ******************************************************************
