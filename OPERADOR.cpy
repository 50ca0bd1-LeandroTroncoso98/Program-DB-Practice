      ******************************************************************
      * DCLGEN TABLE(IBMUSER.OPERADORES)                               *
      *        LIBRARY(IBMUSER.DCLGEN(OPERADOR))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * OPERADORES CICS (USUARIO DE EXEC CICS ASSIGN USERID) CON LA    *
      * OFICINA EN LA QUE TRABAJAN Y SU PERFIL:                        *
      *   'O' = OFICINA: SOLO ACTUA SOBRE CONTRATOS DE SU OFICINA      *
      *   'C' = SERVICIOS CENTRALES: ACTUA SOBRE CUALQUIER CONTRATO    *
      * UN USUARIO QUE NO ESTE EN LA TABLA NO PUEDE OPERAR EN PB08,    *
      * PB14 NI PB23.                                                  *
      * CLAVE PRIMARIA: USUARIO.                                       *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.OPERADORES TABLE
       ( USUARIO                        CHAR(8)      NOT NULL,
         NOMBRE                         CHAR(30)     NOT NULL,
         CODIGO_OFICINA                 CHAR(4)      NOT NULL,
         PERFIL                         CHAR(1)      NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.OPERADORES                 *
      ******************************************************************
       01  DCLOPERADORES.
      *    USUARIO
           10 OD-USUARIO                PIC X(08).
      *    NOMBRE
           10 OD-NOMBRE                 PIC X(30).
      *    CODIGO_OFICINA
           10 OD-CODIGO-OFICINA         PIC X(04).
      *    PERFIL
           10 OD-PERFIL                 PIC X(01).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
