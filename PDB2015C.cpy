      * TERMINAL EN BLANCO.                                           *
              10 P15-OPERADOR            PIC X(08).
              10 P15-TERMINAL            PIC X(04).
      * FECHA DE OPERACION (ISO AAAA-MM-DD) A LA QUE SE EVALUAN LAS  *
      * RETENCIONES NO VENCIDAS Y LA TASA DEL DIA. EL BATCH INFORMA  *
      * LA FECHA CONTABLE ABIERTA (IBMUSER.FECHA_CONTABLE); EL       *
      * ONLINE LA DEJA EN BLANCO Y EL MODULO USA CURRENT DATE.       *
              10 P15-FECHA-OPERACION     PIC X(10).
           05 P15-SALIDA.
              10 P15-RESULTADO           PIC X(02).
                 88 P15-OK                  VALUE '00'.
