      ******************************************************************
      * MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PDB2051M / MAPA    *
      * PDB2051A (VER PDB2051M.BMS). INCLUIDO EN PDB2051.CBL MEDIANTE  *
      * "COPY PDB2051M."                                               *
      ******************************************************************
       01  PDB2051AI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   COMP PIC S9(4).
           02 ACCIONF                   PICTURE X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PICTURE X.
           02 ACCIONI                   PIC X(01).
           02 ACREEDL                   COMP PIC S9(4).
           02 ACREEDF                   PICTURE X.
           02 FILLER REDEFINES ACREEDF.
              03 ACREEDA                PICTURE X.
           02 ACREEDI                   PIC X(10).
           02 REFMANL                   COMP PIC S9(4).
           02 REFMANF                   PICTURE X.
           02 FILLER REDEFINES REFMANF.
              03 REFMANA                PICTURE X.
           02 REFMANI                   PIC X(20).
           02 CONTRAL                   COMP PIC S9(4).
           02 CONTRAF                   PICTURE X.
           02 FILLER REDEFINES CONTRAF.
              03 CONTRAA                PICTURE X.
           02 CONTRAI                   PIC 9(09).
           02 TITULAL                   COMP PIC S9(4).
           02 TITULAF                   PICTURE X.
           02 FILLER REDEFINES TITULAF.
              03 TITULAA                PICTURE X.
           02 TITULAI                   PIC X(30).
           02 NOMACRL                   COMP PIC S9(4).
           02 NOMACRF                   PICTURE X.
           02 FILLER REDEFINES NOMACRF.
              03 NOMACRA                PICTURE X.
           02 NOMACRI                   PIC X(30).
           02 FECFIRL                   COMP PIC S9(4).
           02 FECFIRF                   PICTURE X.
           02 FILLER REDEFINES FECFIRF.
              03 FECFIRA                PICTURE X.
           02 FECFIRI                   PIC 9(08).
           02 ESTMANL                   COMP PIC S9(4).
           02 ESTMANF                   PICTURE X.
           02 FILLER REDEFINES ESTMANF.
              03 ESTMANA                PICTURE X.
           02 ESTMANI                   PIC X(01).
           02 DESMANL                   COMP PIC S9(4).
           02 DESMANF                   PICTURE X.
           02 FILLER REDEFINES DESMANF.
              03 DESMANA                PICTURE X.
           02 DESMANI                   PIC X(10).
           02 FECBAJL                   COMP PIC S9(4).
           02 FECBAJF                   PICTURE X.
           02 FILLER REDEFINES FECBAJF.
              03 FECBAJA                PICTURE X.
           02 FECBAJI                   PIC X(10).
           02 RECCLAL                   COMP PIC S9(4).
           02 RECCLAF                   PICTURE X.
           02 FILLER REDEFINES RECCLAF.
              03 RECCLAA                PICTURE X.
           02 RECCLAI                   PIC 9(09).
           02 REFRECL                   COMP PIC S9(4).
           02 REFRECF                   PICTURE X.
           02 FILLER REDEFINES REFRECF.
              03 REFRECA                PICTURE X.
           02 REFRECI                   PIC X(20).
           02 RECIMPL                   COMP PIC S9(4).
           02 RECIMPF                   PICTURE X.
           02 FILLER REDEFINES RECIMPF.
              03 RECIMPA                PICTURE X.
           02 RECIMPI                   PIC X(14).
           02 RECCPTL                   COMP PIC S9(4).
           02 RECCPTF                   PICTURE X.
           02 FILLER REDEFINES RECCPTF.
              03 RECCPTA                PICTURE X.
           02 RECCPTI                   PIC X(28).
           02 FECCARL                   COMP PIC S9(4).
           02 FECCARF                   PICTURE X.
           02 FILLER REDEFINES FECCARF.
              03 FECCARA                PICTURE X.
           02 FECCARI                   PIC X(10).
           02 ESTRECL                   COMP PIC S9(4).
           02 ESTRECF                   PICTURE X.
           02 FILLER REDEFINES ESTRECF.
              03 ESTRECA                PICTURE X.
           02 ESTRECI                   PIC X(01).
           02 DESRECL                   COMP PIC S9(4).
           02 DESRECF                   PICTURE X.
           02 FILLER REDEFINES DESRECF.
              03 DESRECA                PICTURE X.
           02 DESRECI                   PIC X(12).
           02 FECDEVL                   COMP PIC S9(4).
           02 FECDEVF                   PICTURE X.
           02 FILLER REDEFINES FECDEVF.
              03 FECDEVA                PICTURE X.
           02 FECDEVI                   PIC X(10).
           02 MOTIVOL                   COMP PIC S9(4).
           02 MOTIVOF                   PICTURE X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PICTURE X.
           02 MOTIVOI                   PIC X(04).
           02 DESMOTL                   COMP PIC S9(4).
           02 DESMOTF                   PICTURE X.
           02 FILLER REDEFINES DESMOTF.
              03 DESMOTA                PICTURE X.
           02 DESMOTI                   PIC X(25).
           02 FECLIML                   COMP PIC S9(4).
           02 FECLIMF                   PICTURE X.
           02 FILLER REDEFINES FECLIMF.
              03 FECLIMA                PICTURE X.
           02 FECLIMI                   PIC X(10).
           02 ENVIOL                    COMP PIC S9(4).
           02 ENVIOF                    PICTURE X.
           02 FILLER REDEFINES ENVIOF.
              03 ENVIOA                 PICTURE X.
           02 ENVIOI                    PIC X(01).
           02 DESENVL                   COMP PIC S9(4).
           02 DESENVF                   PICTURE X.
           02 FILLER REDEFINES DESENVF.
              03 DESENVA                PICTURE X.
           02 DESENVI                   PIC X(12).
           02 RECLIN1L                  COMP PIC S9(4).
           02 RECLIN1F                  PICTURE X.
           02 FILLER REDEFINES RECLIN1F.
              03 RECLIN1A               PICTURE X.
           02 RECLIN1I                  PIC X(79).
           02 RECLIN2L                  COMP PIC S9(4).
           02 RECLIN2F                  PICTURE X.
           02 FILLER REDEFINES RECLIN2F.
              03 RECLIN2A               PICTURE X.
           02 RECLIN2I                  PIC X(79).
           02 RECLIN3L                  COMP PIC S9(4).
           02 RECLIN3F                  PICTURE X.
           02 FILLER REDEFINES RECLIN3F.
              03 RECLIN3A               PICTURE X.
           02 RECLIN3I                  PIC X(79).
           02 RECLIN4L                  COMP PIC S9(4).
           02 RECLIN4F                  PICTURE X.
           02 FILLER REDEFINES RECLIN4F.
              03 RECLIN4A               PICTURE X.
           02 RECLIN4I                  PIC X(79).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PICTURE X.
           02 MENSAJEI                  PIC X(79).
      ******************************************************************
       01  PDB2051AO REDEFINES PDB2051AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 ACREEDO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 REFMANO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 CONTRAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 TITULAO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 NOMACRO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 FECFIRO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ESTMANO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESMANO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 FECBAJO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 RECCLAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 REFRECO                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 RECIMPO                   PIC X(14).
           02 FILLER                    PIC X(03).
           02 RECCPTO                   PIC X(28).
           02 FILLER                    PIC X(03).
           02 FECCARO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 ESTRECO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESRECO                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 FECDEVO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 DESMOTO                   PIC X(25).
           02 FILLER                    PIC X(03).
           02 FECLIMO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 ENVIOO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESENVO                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 RECLIN1O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 RECLIN2O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 RECLIN3O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 RECLIN4O                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
      ******************************************************************
      * VISTA EN TABLA DE LAS LINEAS DE ULTIMOS RECIBOS DEL MANDATO DE *
      * PDB2051AO, PARA QUE PDB2051.CBL PUEDA VOLCAR LOS RECIBOS CON   *
      * UN INDICE EN LUGAR DE CUATRO MOVES INDEPENDIENTES.             *
      ******************************************************************
       01  PDB2051A-TABLA REDEFINES PDB2051AO.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(354).
           02 PDB2051A-LINEA OCCURS 4 TIMES.
              03 FILLER                 PIC X(03).
              03 TL-RECIBO              PIC X(79).
