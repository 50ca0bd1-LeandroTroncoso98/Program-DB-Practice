      ******************************************************************
      * MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PDB2044M / MAPA    *
      * PDB2044A (VER PDB2044M.BMS). INCLUIDO EN PDB2044.CBL MEDIANTE  *
      * "COPY PDB2044M."                                               *
      ******************************************************************
       01  PDB2044AI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   COMP PIC S9(4).
           02 ACCIONF                   PICTURE X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PICTURE X.
           02 ACCIONI                   PIC X(01).
           02 ALECLAL                   COMP PIC S9(4).
           02 ALECLAF                   PICTURE X.
           02 FILLER REDEFINES ALECLAF.
              03 ALECLAA                PICTURE X.
           02 ALECLAI                   PIC 9(09).
           02 REGLAL                    COMP PIC S9(4).
           02 REGLAF                    PICTURE X.
           02 FILLER REDEFINES REGLAF.
              03 REGLAA                 PICTURE X.
           02 REGLAI                    PIC X(02).
           02 DESREGL                   COMP PIC S9(4).
           02 DESREGF                   PICTURE X.
           02 FILLER REDEFINES DESREGF.
              03 DESREGA                PICTURE X.
           02 DESREGI                   PIC X(30).
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
           02 CONTRAL                   COMP PIC S9(4).
           02 CONTRAF                   PICTURE X.
           02 FILLER REDEFINES CONTRAF.
              03 CONTRAA                PICTURE X.
           02 CONTRAI                   PIC X(09).
           02 NUMOPEL                   COMP PIC S9(4).
           02 NUMOPEF                   PICTURE X.
           02 FILLER REDEFINES NUMOPEF.
              03 NUMOPEA                PICTURE X.
           02 NUMOPEI                   PIC X(05).
           02 IMPORTEL                  COMP PIC S9(4).
           02 IMPORTEF                  PICTURE X.
           02 FILLER REDEFINES IMPORTEF.
              03 IMPORTEA               PICTURE X.
           02 IMPORTEI                  PIC X(14).
           02 DETALLEL                  COMP PIC S9(4).
           02 DETALLEF                  PICTURE X.
           02 FILLER REDEFINES DETALLEF.
              03 DETALLEA               PICTURE X.
           02 DETALLEI                  PIC X(79).
           02 FECCONL                   COMP PIC S9(4).
           02 FECCONF                   PICTURE X.
           02 FILLER REDEFINES FECCONF.
              03 FECCONA                PICTURE X.
           02 FECCONI                   PIC X(10).
           02 FECALTAL                  COMP PIC S9(4).
           02 FECALTAF                  PICTURE X.
           02 FILLER REDEFINES FECALTAF.
              03 FECALTAA               PICTURE X.
           02 FECALTAI                  PIC X(26).
           02 ESTADOL                   COMP PIC S9(4).
           02 ESTADOF                   PICTURE X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PICTURE X.
           02 ESTADOI                   PIC X(01).
           02 DESESTL                   COMP PIC S9(4).
           02 DESESTF                   PICTURE X.
           02 FILLER REDEFINES DESESTF.
              03 DESESTA                PICTURE X.
           02 DESESTI                   PIC X(12).
           02 RESOLL                    COMP PIC S9(4).
           02 RESOLF                    PICTURE X.
           02 FILLER REDEFINES RESOLF.
              03 RESOLA                 PICTURE X.
           02 RESOLI                    PIC X(01).
           02 DESRESL                   COMP PIC S9(4).
           02 DESRESF                   PICTURE X.
           02 FILLER REDEFINES DESRESF.
              03 DESRESA                PICTURE X.
           02 DESRESI                   PIC X(24).
           02 COMENTL                   COMP PIC S9(4).
           02 COMENTF                   PICTURE X.
           02 FILLER REDEFINES COMENTF.
              03 COMENTA                PICTURE X.
           02 COMENTI                   PIC X(60).
           02 ULTCOML                   COMP PIC S9(4).
           02 ULTCOMF                   PICTURE X.
           02 FILLER REDEFINES ULTCOMF.
              03 ULTCOMA                PICTURE X.
           02 ULTCOMI                   PIC X(60).
           02 USUARIOL                  COMP PIC S9(4).
           02 USUARIOF                  PICTURE X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PICTURE X.
           02 USUARIOI                  PIC X(08).
           02 FECREVL                   COMP PIC S9(4).
           02 FECREVF                   PICTURE X.
           02 FILLER REDEFINES FECREVF.
              03 FECREVA                PICTURE X.
           02 FECREVI                   PIC X(26).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PICTURE X.
           02 MENSAJEI                  PIC X(79).
      ******************************************************************
       01  PDB2044AO REDEFINES PDB2044AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 ALECLAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 REGLAO                    PIC X(02).
           02 FILLER                    PIC X(03).
           02 DESREGO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 NOMBREO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 CONTRAO                   PIC X(09).
           02 FILLER                    PIC X(03).
           02 NUMOPEO                   PIC X(05).
           02 FILLER                    PIC X(03).
           02 IMPORTEO                  PIC X(14).
           02 FILLER                    PIC X(03).
           02 DETALLEO                  PIC X(79).
           02 FILLER                    PIC X(03).
           02 FECCONO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 FECALTAO                  PIC X(26).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESESTO                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 RESOLO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 DESRESO                   PIC X(24).
           02 FILLER                    PIC X(03).
           02 COMENTO                   PIC X(60).
           02 FILLER                    PIC X(03).
           02 ULTCOMO                   PIC X(60).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 FECREVO                   PIC X(26).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
