      ******************************************************************
      * MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PDB2046M / MAPA    *
      * PDB2046A (VER PDB2046M.BMS). INCLUIDO EN PDB2046.CBL MEDIANTE  *
      * "COPY PDB2046M."                                               *
      ******************************************************************
       01  PDB2046AI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   COMP PIC S9(4).
           02 ACCIONF                   PICTURE X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PICTURE X.
           02 ACCIONI                   PIC X(01).
           02 PRECLAL                   COMP PIC S9(4).
           02 PRECLAF                   PICTURE X.
           02 FILLER REDEFINES PRECLAF.
              03 PRECLAA                PICTURE X.
           02 PRECLAI                   PIC 9(09).
           02 CUODESL                   COMP PIC S9(4).
           02 CUODESF                   PICTURE X.
           02 FILLER REDEFINES CUODESF.
              03 CUODESA                PICTURE X.
           02 CUODESI                   PIC 9(03).
           02 CONTRAL                   COMP PIC S9(4).
           02 CONTRAF                   PICTURE X.
           02 FILLER REDEFINES CONTRAF.
              03 CONTRAA                PICTURE X.
           02 CONTRAI                   PIC 9(09).
           02 CLIENTEL                  COMP PIC S9(4).
           02 CLIENTEF                  PICTURE X.
           02 FILLER REDEFINES CLIENTEF.
              03 CLIENTEA               PICTURE X.
           02 CLIENTEI                  PIC X(09).
           02 NOMBREL                   COMP PIC S9(4).
           02 NOMBREF                   PICTURE X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA                PICTURE X.
           02 NOMBREI                   PIC X(30).
           02 PRINCIL                   COMP PIC S9(4).
           02 PRINCIF                   PICTURE X.
           02 FILLER REDEFINES PRINCIF.
              03 PRINCIA                PICTURE X.
           02 PRINCII                   PIC 9(13).
           02 PLAZOL                    COMP PIC S9(4).
           02 PLAZOF                    PICTURE X.
           02 FILLER REDEFINES PLAZOF.
              03 PLAZOA                 PICTURE X.
           02 PLAZOI                    PIC 9(03).
           02 TASAL                     COMP PIC S9(4).
           02 TASAF                     PICTURE X.
           02 FILLER REDEFINES TASAF.
              03 TASAA                  PICTURE X.
           02 TASAI                     PIC 9(05).
           02 TASDEML                   COMP PIC S9(4).
           02 TASDEMF                   PICTURE X.
           02 FILLER REDEFINES TASDEMF.
              03 TASDEMA                PICTURE X.
           02 TASDEMI                   PIC 9(05).
           02 ABONOL                    COMP PIC S9(4).
           02 ABONOF                    PICTURE X.
           02 FILLER REDEFINES ABONOF.
              03 ABONOA                 PICTURE X.
           02 ABONOI                    PIC X(01).
           02 FECAPEL                   COMP PIC S9(4).
           02 FECAPEF                   PICTURE X.
           02 FILLER REDEFINES FECAPEF.
              03 FECAPEA                PICTURE X.
           02 FECAPEI                   PIC X(10).
           02 ESTADOL                   COMP PIC S9(4).
           02 ESTADOF                   PICTURE X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PICTURE X.
           02 ESTADOI                   PIC X(01).
           02 DESESTL                   COMP PIC S9(4).
           02 DESESTF                   PICTURE X.
           02 FILLER REDEFINES DESESTF.
              03 DESESTA                PICTURE X.
           02 DESESTI                   PIC X(10).
           02 CAPPENL                   COMP PIC S9(4).
           02 CAPPENF                   PICTURE X.
           02 FILLER REDEFINES CAPPENF.
              03 CAPPENA                PICTURE X.
           02 CAPPENI                   PIC X(14).
           02 CUOMENL                   COMP PIC S9(4).
           02 CUOMENF                   PICTURE X.
           02 FILLER REDEFINES CUOMENF.
              03 CUOMENA                PICTURE X.
           02 CUOMENI                   PIC X(14).
           02 IMPVENL                   COMP PIC S9(4).
           02 IMPVENF                   PICTURE X.
           02 FILLER REDEFINES IMPVENF.
              03 IMPVENA                PICTURE X.
           02 IMPVENI                   PIC X(14).
           02 NUMIMPL                   COMP PIC S9(4).
           02 NUMIMPF                   PICTURE X.
           02 FILLER REDEFINES NUMIMPF.
              03 NUMIMPA                PICTURE X.
           02 NUMIMPI                   PIC X(03).
           02 PROVTOL                   COMP PIC S9(4).
           02 PROVTOF                   PICTURE X.
           02 FILLER REDEFINES PROVTOF.
              03 PROVTOA                PICTURE X.
           02 PROVTOI                   PIC X(10).
           02 CUOLIN1L                  COMP PIC S9(4).
           02 CUOLIN1F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN1F.
              03 CUOLIN1A               PICTURE X.
           02 CUOLIN1I                  PIC X(79).
           02 CUOLIN2L                  COMP PIC S9(4).
           02 CUOLIN2F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN2F.
              03 CUOLIN2A               PICTURE X.
           02 CUOLIN2I                  PIC X(79).
           02 CUOLIN3L                  COMP PIC S9(4).
           02 CUOLIN3F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN3F.
              03 CUOLIN3A               PICTURE X.
           02 CUOLIN3I                  PIC X(79).
           02 CUOLIN4L                  COMP PIC S9(4).
           02 CUOLIN4F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN4F.
              03 CUOLIN4A               PICTURE X.
           02 CUOLIN4I                  PIC X(79).
           02 CUOLIN5L                  COMP PIC S9(4).
           02 CUOLIN5F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN5F.
              03 CUOLIN5A               PICTURE X.
           02 CUOLIN5I                  PIC X(79).
           02 CUOLIN6L                  COMP PIC S9(4).
           02 CUOLIN6F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN6F.
              03 CUOLIN6A               PICTURE X.
           02 CUOLIN6I                  PIC X(79).
           02 CUOLIN7L                  COMP PIC S9(4).
           02 CUOLIN7F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN7F.
              03 CUOLIN7A               PICTURE X.
           02 CUOLIN7I                  PIC X(79).
           02 CUOLIN8L                  COMP PIC S9(4).
           02 CUOLIN8F                  PICTURE X.
           02 FILLER REDEFINES CUOLIN8F.
              03 CUOLIN8A               PICTURE X.
           02 CUOLIN8I                  PIC X(79).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PICTURE X.
           02 MENSAJEI                  PIC X(79).
      ******************************************************************
       01  PDB2046AO REDEFINES PDB2046AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRECLAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 CUODESO                   PIC 9(03).
           02 FILLER                    PIC X(03).
           02 CONTRAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 PRINCIO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 PLAZOO                    PIC 9(03).
           02 FILLER                    PIC X(03).
           02 TASAO                     PIC 9(05).
           02 FILLER                    PIC X(03).
           02 TASDEMO                   PIC 9(05).
           02 FILLER                    PIC X(03).
           02 ABONOO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 FECAPEO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESESTO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 CAPPENO                   PIC X(14).
           02 FILLER                    PIC X(03).
           02 CUOMENO                   PIC X(14).
           02 FILLER                    PIC X(03).
           02 IMPVENO                   PIC X(14).
           02 FILLER                    PIC X(03).
           02 NUMIMPO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 PROVTOO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 CUOLIN1O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN2O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN3O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN4O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN5O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN6O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN7O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUOLIN8O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
      ******************************************************************
      * VISTA EN TABLA DE LAS LINEAS DEL CUADRO DE AMORTIZACION DE     *
      * PDB2046AO, PARA QUE PDB2046.CBL PUEDA VOLCAR LAS CUOTAS CON UN *
      * INDICE EN LUGAR DE OCHO MOVES INDEPENDIENTES.                  *
      ******************************************************************
       01  PDB2046A-TABLA REDEFINES PDB2046AO.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(221).
           02 PDB2046A-LINEA OCCURS 8 TIMES.
              03 FILLER                 PIC X(03).
              03 TL-CUOTA               PIC X(79).
