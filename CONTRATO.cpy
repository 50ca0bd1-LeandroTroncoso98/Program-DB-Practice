         CODIGO_PRODUCTO                CHAR(3)      NOT NULL,
         LIMITE_DESCUBIERTO             DECIMAL(13, 2) NOT NULL,
         MONEDA                         CHAR(3)      NOT NULL,
         ESTADO_INACTIVIDAD             CHAR(1)      NOT NULL,
         CODIGO_OFICINA                 CHAR(4)      NOT NULL,
         FECHA_FIN_DORMIDO              DATE
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONTRATOS                  *
           10 MONEDA                    PIC X(03).
      *    ESTADO_INACTIVIDAD
           10 ESTADO-INACTIVIDAD        PIC X(01).
      *    CODIGO_OFICINA
           10 CODIGO-OFICINA            PIC X(04).
      *    FECHA_FIN_DORMIDO
           10 FECHA-FIN-DORMIDO         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
