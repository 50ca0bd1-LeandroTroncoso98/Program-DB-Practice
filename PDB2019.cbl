      * INCIDENCIAS QUE OPERACIONES REVISA HOY, Y EMITE EL INFORME
      * DE TOTALES DE CONTROL COMBINADO SUMANDO LOS REGISTROS QUE
      * LAS INSTANCIAS HAN DEJADO EN IBMUSER.CONTROL_EJECUCIONES
      * (VER PDB2003/3200-REGISTRA-FIN) ARRANCADOS DESDE LA APERTURA
      * DE LA FECHA CONTABLE ABIERTA (PDB2039). LA NOCHE SE IDENTIFICA
      * POR LA FECHA CONTABLE Y NO POR CURRENT DATE PORQUE LA
      * EJECUCION DE FIN DE MES ARRANCA ANTES DE MEDIANOCHE Y EL
      * COLECTOR CORRE DESPUES: CON CURRENT DATE EL INFORME SALDRIA
      * VACIO Y OPERACIONES LO LEERIA COMO UNA NOCHE LIMPIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FICHEROS DE INCIDENCIAS DE LAS INSTANCIAS DE PDB2003
           SELECT OPTIONAL FICHERO-ENT1 ASSIGN TO ENTRADA1
           ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD FICHERO-ENT1 RECORDING MODE IS F
                       DATA RECORD IS REG-ENT1.
       01 REG-ENT1                PIC X(111).

       WORKING-STORAGE SECTION.

      * FILESTATUS DE LOS FICHEROS
       01 FS-ENT1                 PIC 99.
          88 FS-ENT1-END          VALUE 10.
       01 FS-ENT2                 PIC 99.
      * SQLCA Y DCLGEN DE LA TABLA
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE CTLEJEC END-EXEC.
           EXEC SQL INCLUDE FECHACON END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
       1000-INICIO.
           DISPLAY 'INICIO COLECTOR DE LA EJECUCION EN PARALELO'
           INITIALIZE WS-TOT-INCIDENCIAS
           PERFORM 1950-LEE-FECHA-CONTABLE
           DISPLAY 'COLECTAMOS LA NOCHE DEL '
                   FC-FECHA-CONTABLE OF DCLFECHACONTABLE
           OPEN OUTPUT FICHERO-SAL.

      *****************************************************************
      * RECUPERA LA FECHA CONTABLE ABIERTA, QUE ES LA FECHA DE       *
      * PROCESO DE TODA LA NOCHE AUNQUE EL BATCH CRUCE LA            *
      * MEDIANOCHE. SIN FECHA CONTABLE ABIERTA (APERTURA PDB2039 NO  *
      * EJECUTADA O NOCHE YA CERRADA) EL PROCESO NO ARRANCA. SE      *
      * RECUPERA TAMBIEN EL MOMENTO DE LA APERTURA, A PARTIR DEL     *
      * CUAL SE SUMAN LAS EJECUCIONES DE LAS INSTANCIAS.             *
      *****************************************************************
       1950-LEE-FECHA-CONTABLE.
           EXEC SQL
             SELECT FECHA_CONTABLE, FECHA_APERTURA
             INTO :DCLFECHACONTABLE.FC-FECHA-CONTABLE,
                  :DCLFECHACONTABLE.FC-FECHA-APERTURA
             FROM IBMUSER.FECHA_CONTABLE
             WHERE ESTADO = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY 'FECHA CONTABLE: '
                         FC-FECHA-CONTABLE OF DCLFECHACONTABLE
              WHEN 100
                 DISPLAY 'NO HAY FECHA CONTABLE ABIERTA. NO SE ARRANCA.'
                 PERFORM 9999-ERROR
              WHEN OTHER
                 DISPLAY 'ERROR AL RECUPERAR LA FECHA CONTABLE. '
                         'SQLCODE = ' SQLCODE
                 PERFORM 9999-ERROR
           END-EVALUATE.

      *****************************************************************
      * COPIA AL FICHERO UNICO LAS INCIDENCIAS DE CADA CORTE. UN     *
      * FICHERO QUE NO EXISTE (MENOS CORTES QUE OCHO) SE COMPORTA    *
           DISPLAY 'FIN'
      * EMITIMOS EL INFORME COMBINADO DE TOTALES DE CONTROL,
      * SUMANDO LOS REGISTROS QUE LAS INSTANCIAS DE PDB2003 HAN
      * DEJADO ESTA NOCHE EN EL CONTROL DE EJECUCIONES
           PERFORM 3100-INFORME-COMBINADO
           CLOSE FICHERO-SAL
           STOP RUN.

      *****************************************************************
      * INFORME COMBINADO DE TOTALES DE CONTROL DE LAS INSTANCIAS   *
      * DE PDB2003 DE LA FECHA CONTABLE, EL EQUIVALENTE AL          *
      * 3100-INFORME-TOTALES QUE OPERACIONES REVISABA EN LA         *
      * EJECUCION EN SERIE.                                         *
      *****************************************************************
                  :WS-SUM-IMPORTE :IND-IMPORTE
             FROM IBMUSER.CONTROL_EJECUCIONES
             WHERE PROGRAMA = 'PDB2003'
               AND FECHA_INICIO >=
                   :DCLFECHACONTABLE.FC-FECHA-APERTURA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR EL CONTROL DE EJECUCIONES. '
