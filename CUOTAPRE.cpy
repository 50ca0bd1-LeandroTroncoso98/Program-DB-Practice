      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CUOTAS_PRESTAMO)                          *
      *        LIBRARY(IBMUSER.DCLGEN(CUOTAPRE))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * CUADRO DE AMORTIZACION DE LOS PRESTAMOS DE IBMUSER.PRESTAMOS, *
      * UNA FILA POR CUOTA MENSUAL. LO GENERA LA TRANSACCION PB46 EN  *
      * EL ALTA DEL PRESTAMO Y LO MANTIENE EL COBRO NOCTURNO PDB2047. *
      *   FECHA_VENCIMIENTO APERTURA MAS NUM_CUOTA MESES. UNA CUOTA   *
      *                     QUE VENCE EN DIA INHABIL SE COBRA LA      *
      *                     NOCHE DEL PRIMER DIA HABIL POSTERIOR.     *
      *   CAPITAL_VIVO      PRINCIPAL PENDIENTE TRAS ESTA CUOTA.      *
      *   ESTADO            'P' PENDIENTE DE VENCIMIENTO              *
      *                     'I' IMPAGADA: VENCIDA SIN FONDOS, SE      *
      *                         REINTENTA CADA NOCHE                  *
      *                     'C' COBRADA                               *
      *   INTERESES_DEMORA  DEMORA DEVENGADA (IMPAGADA) O COBRADA     *
      *                     (COBRADA) DESDE EL VENCIMIENTO.           *
      *   FECHA_COBRO       FECHA CONTABLE DEL COBRO. NULA HASTA QUE  *
      *                     LA CUOTA SE COBRA.                        *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.CUOTAS_PRESTAMO TABLE
       ( CLAVE_PRESTAMO                 INTEGER      NOT NULL,
         NUM_CUOTA                      INTEGER      NOT NULL,
         FECHA_VENCIMIENTO              DATE         NOT NULL,
         IMPORTE_CAPITAL                DECIMAL(13, 2) NOT NULL,
         IMPORTE_INTERESES              DECIMAL(13, 2) NOT NULL,
         CAPITAL_VIVO                   DECIMAL(13, 2) NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         INTERESES_DEMORA               DECIMAL(13, 2) NOT NULL,
         FECHA_COBRO                    DATE
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CUOTAS_PRESTAMO           *
      ******************************************************************
       01  DCLCUOTASPRESTAMO.
      *    CLAVE_PRESTAMO
           10 CU-CLAVE-PRESTAMO         PIC S9(9) COMP.
      *    NUM_CUOTA
           10 CU-NUM-CUOTA              PIC S9(9) COMP.
      *    FECHA_VENCIMIENTO
           10 CU-FECHA-VENCIMIENTO      PIC X(10).
      *    IMPORTE_CAPITAL
           10 CU-IMPORTE-CAPITAL        PIC S9(11)V9(2) COMP-3.
      *    IMPORTE_INTERESES
           10 CU-IMPORTE-INTERESES      PIC S9(11)V9(2) COMP-3.
      *    CAPITAL_VIVO
           10 CU-CAPITAL-VIVO           PIC S9(11)V9(2) COMP-3.
      *    ESTADO
           10 CU-ESTADO                 PIC X(01).
      *    INTERESES_DEMORA
           10 CU-INTERESES-DEMORA       PIC S9(11)V9(2) COMP-3.
      *    FECHA_COBRO
           10 CU-FECHA-COBRO            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9      *
      ******************************************************************
