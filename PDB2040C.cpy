      ******************************************************************
      * AREA DE COMUNICACION DEL MODULO PDB2040 DE ALTA EN LA COLA DE *
      * REPARACION (IBMUSER.REPARACIONES), COMPARTIDA POR LOS         *
      * PROCESOS NOCTURNOS QUE POSTEAN POR PDB2015 (PDB2003, PDB2012, *
      * PDB2029 Y PDB2034), PARA QUE TODOS LOS RECHAZOS DE NEGOCIO    *
      * LLEGUEN A LA COLA CON EL MISMO CONTENIDO.                     *
      *                                                               *
      * ENTRADA:                                                      *
      *   P40-PROGRAMA: PROCESO QUE RECHAZA EL MOVIMIENTO.            *
      *   P40-REFERENCIA: CLAVE DEL REGISTRO DE ORIGEN EN ESE PROCESO *
      *               (PENDIENTE, ORDEN O EMISION), O CERO.           *
      *   P40-TIPO-MOV, P40-CONT-ORIGEN, P40-CONT-DESTINO,            *
      *   P40-IMPORTE, P40-DESCRIPCION: EL MOVIMIENTO TAL COMO SE     *
      *               PRESENTO AL MODULO DE POSTEO.                   *
      *   P40-FECHA-VALOR: FECHA DE VALOR DE LA INSTRUCCION (ISO).    *
      *   P40-CODIGO-RECHAZO / P40-MOTIVO-RECHAZO: P15-RESULTADO Y    *
      *               P15-TEXTO-RECHAZO DEVUELTOS POR PDB2015.        *
      *   P40-FECHA-CONTABLE: FECHA CONTABLE DE LA NOCHE (ISO).       *
      * SALIDA:                                                       *
      *   P40-RESULTADO '00' ALTA CORRECTA, '99' ERROR DE DB2         *
      *               (SQLCODE EN P40-SQLCODE; EL LLAMADOR DECIDE).   *
      *   P40-CLAVE-REPARACION: CLAVE ASIGNADA EN LA COLA.            *
      ******************************************************************
       01  PDB2040-AREA.
           05 P40-ENTRADA.
              10 P40-PROGRAMA            PIC X(08).
              10 P40-REFERENCIA          PIC 9(09).
              10 P40-TIPO-MOV            PIC X(01).
              10 P40-CONT-ORIGEN         PIC 9(09).
              10 P40-CONT-DESTINO        PIC 9(09).
              10 P40-IMPORTE             PIC 9(11)V99.
              10 P40-DESCRIPCION         PIC X(50).
              10 P40-FECHA-VALOR         PIC X(10).
              10 P40-CODIGO-RECHAZO      PIC X(02).
              10 P40-MOTIVO-RECHAZO      PIC X(50).
              10 P40-FECHA-CONTABLE      PIC X(10).
           05 P40-SALIDA.
              10 P40-RESULTADO           PIC X(02).
                 88 P40-OK                  VALUE '00'.
                 88 P40-ERROR-SQL           VALUE '99'.
              10 P40-SQLCODE             PIC S9(9) COMP.
              10 P40-CLAVE-REPARACION    PIC S9(9) COMP.
