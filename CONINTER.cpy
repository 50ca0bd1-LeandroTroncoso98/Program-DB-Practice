      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CONTRATOS_INTERVINIENTES)                 *
      *        LIBRARY(IBMUSER.DCLGEN(CONINTER))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * INTERVINIENTES DE UN CONTRATO ADEMAS DE SU TITULAR PRINCIPAL   *
      * (CONTRATOS.CLAVE_CLIENTE, QUE SIGUE SIENDO EL TITULAR Y NO SE  *
      * REPITE AQUI). UNA FILA POR CONTRATO Y CLIENTE, CON SU ROL:     *
      *   'C' = COTITULAR                                              *
      *   'A' = AUTORIZADO A OPERAR (APODERADO, TUTOR...)              *
      * MANTENIDA POR PB08 (PDB2008), CON EL USUARIO CICS QUE DIO DE   *
      * ALTA EL VINCULO Y EL MOMENTO DEL ALTA.                         *
      * CLAVE PRIMARIA: CLAVE_CONTRATO + CLAVE_CLIENTE.                *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.CONTRATOS_INTERVINIENTES TABLE
       ( CLAVE_CONTRATO                 INTEGER      NOT NULL,
         CLAVE_CLIENTE                  INTEGER      NOT NULL,
         ROL                            CHAR(1)      NOT NULL,
         USUARIO                        CHAR(8)      NOT NULL,
         FECHA_ALTA                     TIMESTAMP    NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CONTRATOS_INTERVINIENTES   *
      ******************************************************************
       01  DCLCONINTER.
      *    CLAVE_CONTRATO
           10 CI-CLAVE-CONTRATO         PIC S9(9) COMP.
      *    CLAVE_CLIENTE
           10 CI-CLAVE-CLIENTE          PIC S9(9) COMP.
      *    ROL
           10 CI-ROL                    PIC X(01).
      *    USUARIO
           10 CI-USUARIO                PIC X(08).
      *    FECHA_ALTA
           10 CI-FECHA-ALTA             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
