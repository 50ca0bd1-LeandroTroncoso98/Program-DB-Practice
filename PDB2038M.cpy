      ******************************************************************
      * MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PDB2038M / MAPA    *
      * PDB2038A (VER PDB2038M.BMS). INCLUIDO EN PDB2038.CBL MEDIANTE  *
      * "COPY PDB2038M."                                               *
      ******************************************************************
       01  PDB2038AI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   COMP PIC S9(4).
           02 ACCIONF                   PICTURE X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PICTURE X.
           02 ACCIONI                   PIC X(01).
           02 FECHAL                    COMP PIC S9(4).
           02 FECHAF                    PICTURE X.
           02 FILLER REDEFINES FECHAF.
              03 FECHAA                 PICTURE X.
           02 FECHAI                    PIC 9(08).
           02 DESCRIPL                  COMP PIC S9(4).
           02 DESCRIPF                  PICTURE X.
           02 FILLER REDEFINES DESCRIPF.
              03 DESCRIPA               PICTURE X.
           02 DESCRIPI                  PIC X(30).
           02 USUARIOL                  COMP PIC S9(4).
           02 USUARIOF                  PICTURE X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PICTURE X.
           02 USUARIOI                  PIC X(08).
           02 FECALTAL                  COMP PIC S9(4).
           02 FECALTAF                  PICTURE X.
           02 FILLER REDEFINES FECALTAF.
              03 FECALTAA               PICTURE X.
           02 FECALTAI                  PIC X(26).
           02 SIGHABL                   COMP PIC S9(4).
           02 SIGHABF                   PICTURE X.
           02 FILLER REDEFINES SIGHABF.
              03 SIGHABA                PICTURE X.
           02 SIGHABI                   PIC X(10).
           02 FECCONTL                  COMP PIC S9(4).
           02 FECCONTF                  PICTURE X.
           02 FILLER REDEFINES FECCONTF.
              03 FECCONTA               PICTURE X.
           02 FECCONTI                  PIC X(10).
           02 ESTCONTL                  COMP PIC S9(4).
           02 ESTCONTF                  PICTURE X.
           02 FILLER REDEFINES ESTCONTF.
              03 ESTCONTA               PICTURE X.
           02 ESTCONTI                  PIC X(01).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PICTURE X.
           02 MENSAJEI                  PIC X(79).
      ******************************************************************
       01  PDB2038AO REDEFINES PDB2038AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 FECHAO                    PIC 9(08).
           02 FILLER                    PIC X(03).
           02 DESCRIPO                  PIC X(30).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 FECALTAO                  PIC X(26).
           02 FILLER                    PIC X(03).
           02 SIGHABO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 FECCONTO                  PIC X(10).
           02 FILLER                    PIC X(03).
           02 ESTCONTO                  PIC X(01).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
