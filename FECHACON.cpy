      ******************************************************************
      * DCLGEN TABLE(IBMUSER.FECHA_CONTABLE)                           *
      *        LIBRARY(IBMUSER.DCLGEN(FECHACON))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
      * FECHA CONTABLE UNICA DE LA ENTIDAD. TABLA DE UNA SOLA FILA     *
      * QUE LA APERTURA DE LA NOCHE (PDB2039 'A') ABRE CON EL DIA      *
      * HABIL SIGUIENTE AL ULTIMO CERRADO Y EL CIERRE (PDB2039 'C')    *
      * CIERRA AL TERMINAR EL BATCH. TODOS LOS PROCESOS NOCTURNOS     *
      * TRABAJAN CON LA FECHA CONTABLE ABIERTA Y NO CON CURRENT DATE, *
      * DE FORMA QUE UNA NOCHE QUE CRUZA LA MEDIANOCHE SIGUE          *
      * PROCESANDO EL MISMO DIA.                                       *
      *   FECHA_CONTABLE  DIA CONTABLE EN CURSO (O ULTIMO CERRADO).    *
      *   FECHA_ANTERIOR  DIA CONTABLE CERRADO ANTES DEL EN CURSO.     *
      *   ESTADO          'A' = ABIERTA (NOCHE EN CURSO),              *
      *                   'C' = CERRADA.                               *
      *   FECHA_APERTURA  MOMENTO DE LA ULTIMA APERTURA.               *
      *   FECHA_CIERRE    MOMENTO DEL ULTIMO CIERRE (NULO MIENTRAS LA  *
      *                   FECHA ESTA ABIERTA).                         *
      * LA FILA INICIAL LA CARGA EL DBA, EN ESTADO 'C' CON EL ULTIMO   *
      * DIA YA PROCESADO.                                              *
      ******************************************************************
       EXEC SQL DECLARE IBMUSER.FECHA_CONTABLE TABLE
       ( FECHA_CONTABLE                 DATE         NOT NULL,
         FECHA_ANTERIOR                 DATE         NOT NULL,
         ESTADO                         CHAR(1)      NOT NULL,
         FECHA_APERTURA                 TIMESTAMP    NOT NULL,
         FECHA_CIERRE                   TIMESTAMP
       ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE IBMUSER.FECHA_CONTABLE             *
      ******************************************************************
       01  DCLFECHACONTABLE.
      *    FECHA_CONTABLE
           10 FC-FECHA-CONTABLE         PIC X(10).
      *    FECHA_ANTERIOR
           10 FC-FECHA-ANTERIOR         PIC X(10).
      *    ESTADO
           10 FC-ESTADO                 PIC X(01).
      *    FECHA_APERTURA
           10 FC-FECHA-APERTURA         PIC X(26).
      *    FECHA_CIERRE
           10 FC-FECHA-CIERRE           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
