      ******************************************************************
      * DCLGEN TABLE(IBMUSER.OFICINAS)                                 *
      *        LIBRARY(IBMUSER.DCLGEN(OFICINA))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * MAESTRO DE OFICINAS DE LA ENTIDAD. CADA CONTRATO               *
      * (CONTRATOS.CODIGO_OFICINA) Y CADA OPERADOR CICS                *
      * (OPERADORES.CODIGO_OFICINA) PERTENECE A UNA OFICINA.           *
      * CLAVE PRIMARIA: CODIGO_OFICINA.                                *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.OFICINAS TABLE
       ( CODIGO_OFICINA                 CHAR(4)      NOT NULL,
         NOMBRE                         CHAR(30)     NOT NULL,
         FECHA_ALTA                     DATE         NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.OFICINAS                   *
      ******************************************************************
       01  DCLOFICINAS.
      *    CODIGO_OFICINA
           10 OC-CODIGO-OFICINA         PIC X(04).
      *    NOMBRE
           10 OC-NOMBRE                 PIC X(30).
      *    FECHA_ALTA
           10 OC-FECHA-ALTA             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
