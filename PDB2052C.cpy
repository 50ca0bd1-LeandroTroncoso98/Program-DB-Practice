      ******************************************************************
      * AREA DE COMUNICACION DEL MODULO PDB2052 DE ALTA DE AVISOS AL  *
      * CLIENTE (IBMUSER.NOTIFICACIONES), COMPARTIDA POR EL MODULO DE *
      * POSTEO PDB2015, LA TRANSACCION PB23 (PDB2023) Y LOS PROCESOS  *
      * NOCTURNOS PDB2029, PDB2031 Y PDB2034, PARA QUE TODOS LOS      *
      * AVISOS RESPETEN LAS MISMAS PREFERENCIAS DEL CLIENTE.          *
      *                                                               *
      * ENTRADA:                                                      *
      *   P52-TIPO-EVENTO: SB, MV, RT, IN, TD U OF (VER NOTIFIC).     *
      *   P52-CLAVE-CONTRATO: CONTRATO AFECTADO. SE AVISA A SU        *
      *               TITULAR (CONTRATOS.CLAVE_CLIENTE).              *
      *   P52-IMPORTE: IMPORTE DEL HECHO, NEGATIVO EN UN CARGO. EN MV *
      *               SE COMPARA SU VALOR ABSOLUTO CON EL IMPORTE     *
      *               FIJADO POR EL CLIENTE.                          *
      *   P52-SALDO-ANTERIOR / P52-SALDO-DISPONIBLE: SALDO DISPONIBLE *
      *               ANTES Y DESPUES DEL HECHO. EN SB SOLO SE AVISA  *
      *               AL CRUZAR EL MINIMO (ANTES POR ENCIMA O IGUAL,  *
      *               DESPUES POR DEBAJO), NO EN CADA MOVIMIENTO      *
      *               POSTERIOR CON EL SALDO YA BAJO.                 *
      *   P52-TEXTO: TEXTO LIBRE DEL AVISO.                           *
      *   P52-PROGRAMA: PROGRAMA QUE GENERA EL AVISO.                 *
      * SALIDA:                                                       *
      *   P52-RESULTADO '00' AVISO GRABADO, '01' NO PROCEDE (CLIENTE  *
      *               NO SUSCRITO, SIN CANAL O SIN CRUCE DE UMBRAL),  *
      *               '99' ERROR DE DB2 (SQLCODE EN P52-SQLCODE; EL   *
      *               LLAMADOR DECIDE).                               *
      *   P52-CLAVE-NOTIFICACION: CLAVE ASIGNADA AL AVISO.            *
      ******************************************************************
       01  PDB2052-AREA.
           05 P52-ENTRADA.
              10 P52-TIPO-EVENTO         PIC X(02).
                 88 P52-SALDO-BAJO          VALUE 'SB'.
                 88 P52-MOVIMIENTO          VALUE 'MV'.
                 88 P52-RETENCION           VALUE 'RT'.
                 88 P52-INACTIVIDAD         VALUE 'IN'.
                 88 P52-DEVOLUCION          VALUE 'TD'.
                 88 P52-ORDEN-FALLIDA       VALUE 'OF'.
              10 P52-CLAVE-CONTRATO      PIC 9(09).
              10 P52-IMPORTE             PIC S9(11)V99.
              10 P52-SALDO-ANTERIOR      PIC S9(11)V99.
              10 P52-SALDO-DISPONIBLE    PIC S9(11)V99.
              10 P52-TEXTO               PIC X(50).
              10 P52-PROGRAMA            PIC X(08).
           05 P52-SALIDA.
              10 P52-RESULTADO           PIC X(02).
                 88 P52-OK                  VALUE '00'.
                 88 P52-NO-PROCEDE          VALUE '01'.
                 88 P52-ERROR-SQL           VALUE '99'.
              10 P52-SQLCODE             PIC S9(9) COMP.
              10 P52-CLAVE-NOTIFICACION  PIC S9(9) COMP.
