           02 FILLER REDEFINES TELEFONF.
              03 TELEFONA               PICTURE X.
           02 TELEFONI                  PIC X(15).
           02 EMAILL                    COMP PIC S9(4).
           02 EMAILF                    PICTURE X.
           02 FILLER REDEFINES EMAILF.
              03 EMAILA                 PICTURE X.
           02 EMAILI                    PIC X(50).
           02 FECALTL                   COMP PIC S9(4).
           02 FECALTF                   PICTURE X.
           02 FILLER REDEFINES FECALTF.
              03 FECALTA                PICTURE X.
           02 FECALTI                   PIC X(10).
           02 CANALL                    COMP PIC S9(4).
           02 CANALF                    PICTURE X.
           02 FILLER REDEFINES CANALF.
              03 CANALA                 PICTURE X.
           02 CANALI                    PIC X(01).
           02 UMBSALL                   COMP PIC S9(4).
           02 UMBSALF                   PICTURE X.
           02 FILLER REDEFINES UMBSALF.
              03 UMBSALA                PICTURE X.
           02 UMBSALI                   PIC 9(13).
           02 IMPMOVL                   COMP PIC S9(4).
           02 IMPMOVF                   PICTURE X.
           02 FILLER REDEFINES IMPMOVF.
              03 IMPMOVA                PICTURE X.
           02 IMPMOVI                   PIC 9(13).
           02 AVIRETL                   COMP PIC S9(4).
           02 AVIRETF                   PICTURE X.
           02 FILLER REDEFINES AVIRETF.
              03 AVIRETA                PICTURE X.
           02 AVIRETI                   PIC X(01).
           02 AVIINAL                   COMP PIC S9(4).
           02 AVIINAF                   PICTURE X.
           02 FILLER REDEFINES AVIINAF.
              03 AVIINAA                PICTURE X.
           02 AVIINAI                   PIC X(01).
           02 AVIDEVL                   COMP PIC S9(4).
           02 AVIDEVF                   PICTURE X.
           02 FILLER REDEFINES AVIDEVF.
              03 AVIDEVA                PICTURE X.
           02 AVIDEVI                   PIC X(01).
           02 AVIORDL                   COMP PIC S9(4).
           02 AVIORDF                   PICTURE X.
           02 FILLER REDEFINES AVIORDF.
              03 AVIORDA                PICTURE X.
           02 AVIORDI                   PIC X(01).
           02 MENSAJEL                  COMP PIC S9(4).
           02 MENSAJEF                  PICTURE X.
           02 FILLER REDEFINES MENSAJEF.
           02 FILLER                    PIC X(03).
           02 TELEFONO                  PIC X(15).
           02 FILLER                    PIC X(03).
           02 EMAILO                    PIC X(50).
           02 FILLER                    PIC X(03).
           02 FECALTO                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 CANALO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 UMBSALO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 IMPMOVO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 AVIRETO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AVIINAO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AVIDEVO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 AVIORDO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
