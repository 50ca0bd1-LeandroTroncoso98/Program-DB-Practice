      ******************************************************************
      * MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PDB2041M / MAPA    *
      * PDB2041A (VER PDB2041M.BMS). INCLUIDO EN PDB2041.CBL MEDIANTE  *
      * "COPY PDB2041M."                                               *
      ******************************************************************
       01  PDB2041AI.
           02 FILLER                    PIC X(12).
           02 ACCIONL                   COMP PIC S9(4).
           02 ACCIONF                   PICTURE X.
           02 FILLER REDEFINES ACCIONF.
              03 ACCIONA                PICTURE X.
           02 ACCIONI                   PIC X(01).
           02 REPCLAL                   COMP PIC S9(4).
           02 REPCLAF                   PICTURE X.
           02 FILLER REDEFINES REPCLAF.
              03 REPCLAA                PICTURE X.
           02 REPCLAI                   PIC 9(09).
           02 PROGRAMAL                 COMP PIC S9(4).
           02 PROGRAMAF                 PICTURE X.
           02 FILLER REDEFINES PROGRAMAF.
              03 PROGRAMAA              PICTURE X.
           02 PROGRAMAI                 PIC X(08).
           02 REFERL                    COMP PIC S9(4).
           02 REFERF                    PICTURE X.
           02 FILLER REDEFINES REFERF.
              03 REFERA                 PICTURE X.
           02 REFERI                    PIC X(09).
           02 TIPOL                     COMP PIC S9(4).
           02 TIPOF                     PICTURE X.
           02 FILLER REDEFINES TIPOF.
              03 TIPOA                  PICTURE X.
           02 TIPOI                     PIC X(01).
           02 ESTADOL                   COMP PIC S9(4).
           02 ESTADOF                   PICTURE X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA                PICTURE X.
           02 ESTADOI                   PIC X(01).
           02 ORIGENL                   COMP PIC S9(4).
           02 ORIGENF                   PICTURE X.
           02 FILLER REDEFINES ORIGENF.
              03 ORIGENA                PICTURE X.
           02 ORIGENI                   PIC 9(09).
           02 DESTINOL                  COMP PIC S9(4).
           02 DESTINOF                  PICTURE X.
           02 FILLER REDEFINES DESTINOF.
              03 DESTINOA               PICTURE X.
           02 DESTINOI                  PIC 9(09).
           02 IMPORTEL                  COMP PIC S9(4).
           02 IMPORTEF                  PICTURE X.
           02 FILLER REDEFINES IMPORTEF.
              03 IMPORTEA               PICTURE X.
           02 IMPORTEI                  PIC X(14).
           02 IMPNUEL                   COMP PIC S9(4).
           02 IMPNUEF                   PICTURE X.
           02 FILLER REDEFINES IMPNUEF.
              03 IMPNUEA                PICTURE X.
           02 IMPNUEI                   PIC 9(13).
           02 DESCRIPL                  COMP PIC S9(4).
           02 DESCRIPF                  PICTURE X.
           02 FILLER REDEFINES DESCRIPF.
              03 DESCRIPA               PICTURE X.
           02 DESCRIPI                  PIC X(50).
           02 FECVALL                   COMP PIC S9(4).
           02 FECVALF                   PICTURE X.
           02 FILLER REDEFINES FECVALF.
              03 FECVALA                PICTURE X.
           02 FECVALI                   PIC X(10).
           02 RECHAZOL                  COMP PIC S9(4).
           02 RECHAZOF                  PICTURE X.
           02 FILLER REDEFINES RECHAZOF.
              03 RECHAZOA               PICTURE X.
           02 RECHAZOI                  PIC X(02).
           02 MOTRECL                   COMP PIC S9(4).
           02 MOTRECF                   PICTURE X.
           02 FILLER REDEFINES MOTRECF.
              03 MOTRECA                PICTURE X.
           02 MOTRECI                   PIC X(50).
           02 FECALTAL                  COMP PIC S9(4).
           02 FECALTAF                  PICTURE X.
           02 FILLER REDEFINES FECALTAF.
              03 FECALTAA               PICTURE X.
           02 FECALTAI                  PIC X(26).
           02 DIASL                     COMP PIC S9(4).
           02 DIASF                     PICTURE X.
           02 FILLER REDEFINES DIASF.
              03 DIASA                  PICTURE X.
           02 DIASI                     PIC X(05).
           02 MOTIVOL                   COMP PIC S9(4).
           02 MOTIVOF                   PICTURE X.
           02 FILLER REDEFINES MOTIVOF.
              03 MOTIVOA                PICTURE X.
           02 MOTIVOI                   PIC X(50).
           02 USUARIOL                  COMP PIC S9(4).
           02 USUARIOF                  PICTURE X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA               PICTURE X.
           02 USUARIOI                  PIC X(08).
           02 CLAREENL                  COMP PIC S9(4).
           02 CLAREENF                  PICTURE X.
           02 FILLER REDEFINES CLAREENF.
              03 CLAREENA               PICTURE X.
           02 CLAREENI                  PIC X(09).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
              03 MENSAJEA               PICTURE X.
           02 MENSAJEI                  PIC X(79).
      ******************************************************************
       01  PDB2041AO REDEFINES PDB2041AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 REPCLAO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 PROGRAMAO                 PIC X(08).
           02 FILLER                    PIC X(03).
           02 REFERO                    PIC X(09).
           02 FILLER                    PIC X(03).
           02 TIPOO                     PIC X(01).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 ORIGENO                   PIC 9(09).
           02 FILLER                    PIC X(03).
           02 DESTINOO                  PIC 9(09).
           02 FILLER                    PIC X(03).
           02 IMPORTEO                  PIC X(14).
           02 FILLER                    PIC X(03).
           02 IMPNUEO                   PIC 9(13).
           02 FILLER                    PIC X(03).
           02 DESCRIPO                  PIC X(50).
           02 FILLER                    PIC X(03).
           02 FECVALO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 RECHAZOO                  PIC X(02).
           02 FILLER                    PIC X(03).
           02 MOTRECO                   PIC X(50).
           02 FILLER                    PIC X(03).
           02 FECALTAO                  PIC X(26).
           02 FILLER                    PIC X(03).
           02 DIASO                     PIC X(05).
           02 FILLER                    PIC X(03).
           02 MOTIVOO                   PIC X(50).
           02 FILLER                    PIC X(03).
           02 USUARIOO                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 CLAREENO                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
