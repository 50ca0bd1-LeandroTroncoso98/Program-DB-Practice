      ******************************************************************
      * DCLGEN TABLE(IBMUSER.CALENDARIO_FESTIVOS)                      *
      *        LIBRARY(IBMUSER.DCLGEN(FESTIVO))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * CALENDARIO DE DIAS FESTIVOS DE LA ENTIDAD. UNA FILA POR DIA    *
      * INHABIL QUE NO SEA SABADO NI DOMINGO (LOS FINES DE SEMANA SON  *
      * SIEMPRE INHABILES Y NO SE DAN DE ALTA). MANTENIDA POR PB38     *
      * (PDB2038), CON EL USUARIO CICS QUE DIO DE ALTA EL FESTIVO Y EL *
      * MOMENTO DEL ALTA. CONSULTADA POR EL MODULO DE CALENDARIO       *
      * PDB2037. CLAVE PRIMARIA: FECHA.                                *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.CALENDARIO_FESTIVOS TABLE
       ( FECHA                          DATE         NOT NULL,
         DESCRIPCION                    CHAR(30)     NOT NULL,
         USUARIO                        CHAR(8)      NOT NULL,
         FECHA_ALTA                     TIMESTAMP    NOT NULL
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.CALENDARIO_FESTIVOS        *
      ******************************************************************
       01  DCLFESTIVOS.
      *    FECHA
           10 FE-FECHA                  PIC X(10).
      *    DESCRIPCION
           10 FE-DESCRIPCION            PIC X(30).
      *    USUARIO
           10 FE-USUARIO                PIC X(08).
      *    FECHA_ALTA
           10 FE-FECHA-ALTA             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
