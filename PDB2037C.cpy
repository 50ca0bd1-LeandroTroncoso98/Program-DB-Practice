      ******************************************************************
      * AREA DE COMUNICACION DEL MODULO DE CALENDARIO PDB2037,        *
      * COMPARTIDA POR TODOS SUS LLAMADORES (APERTURA DE LA FECHA     *
      * CONTABLE PDB2039, ORDENES PERMANENTES PDB2029, LIQUIDACION    *
      * PDB2005, RETENCIONES PB23...), PARA QUE LA REGLA DE DIA HABIL *
      * SEA UNICA EN TODO EL SISTEMA: SON INHABILES LOS SABADOS, LOS  *
      * DOMINGOS Y LOS FESTIVOS DE IBMUSER.CALENDARIO_FESTIVOS.       *
      *                                                               *
      * ENTRADA:                                                      *
      *   P37-FUNCION 'H' = INDICAR SI P37-FECHA ES HABIL,            *
      *               'R' = RODAR P37-FECHA AL PRIMER DIA HABIL IGUAL *
      *                     O POSTERIOR (VENCIMIENTOS),               *
      *               'S' = PRIMER DIA HABIL ESTRICTAMENTE POSTERIOR  *
      *                     A P37-FECHA.                              *
      *   P37-FECHA: FECHA DE PARTIDA EN FORMATO ISO (AAAA-MM-DD).    *
      * SALIDA:                                                       *
      *   P37-RESULTADO '00' CORRECTO, '01' SIN DIA HABIL EN LOS      *
      *               PROXIMOS 31 DIAS (CALENDARIO MAL CARGADO),      *
      *               '99' ERROR DE DB2 (SQLCODE EN P37-SQLCODE).     *
      *   P37-ES-HABIL 'S'/'N': SI P37-FECHA ES HABIL (TODAS LAS      *
      *               FUNCIONES LO DEVUELVEN).                        *
      *   P37-FECHA-HABIL: FECHA RESULTANTE DE 'R' Y 'S' (EN 'H'      *
      *               DEVUELVE LA PROPIA P37-FECHA).                  *
      ******************************************************************
       01  PDB2037-AREA.
           05 P37-ENTRADA.
              10 P37-FUNCION             PIC X(01).
                 88 P37-FUNCION-ES-HABIL    VALUE 'H'.
                 88 P37-FUNCION-RODAR       VALUE 'R'.
                 88 P37-FUNCION-SIGUIENTE   VALUE 'S'.
              10 P37-FECHA               PIC X(10).
           05 P37-SALIDA.
              10 P37-RESULTADO           PIC X(02).
                 88 P37-OK                  VALUE '00'.
                 88 P37-SIN-DIA-HABIL       VALUE '01'.
                 88 P37-ERROR-SQL           VALUE '99'.
              10 P37-SQLCODE             PIC S9(9) COMP.
              10 P37-ES-HABIL            PIC X(01).
                 88 P37-HABIL-SI            VALUE 'S'.
                 88 P37-HABIL-NO            VALUE 'N'.
              10 P37-FECHA-HABIL         PIC X(10).
