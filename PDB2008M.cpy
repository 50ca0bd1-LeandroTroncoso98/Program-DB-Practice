           02 FILLER REDEFINES CLIENTEF.
              03 CLIENTEA               PICTURE X.
           02 CLIENTEI                  PIC 9(09).
           02 ROLL                      COMP PIC S9(4).
           02 ROLF                      PICTURE X.
           02 FILLER REDEFINES ROLF.
              03 ROLA                   PICTURE X.
           02 ROLI                      PIC X(01).
           02 PRODUCTL                  COMP PIC S9(4).
           02 PRODUCTF                  PICTURE X.
           02 FILLER REDEFINES PRODUCTF.
              03 PRODUCTA               PICTURE X.
           02 PRODUCTI                  PIC X(03).
           02 OFICINAL                  COMP PIC S9(4).
           02 OFICINAF                  PICTURE X.
           02 FILLER REDEFINES OFICINAF.
              03 OFICINAA               PICTURE X.
           02 OFICINAI                  PIC X(04).
           02 ESTADOL                   COMP PIC S9(4).
           02 ESTADOF                   PICTURE X.
           02 FILLER REDEFINES ESTADOF.
           02 FILLER REDEFINES PROACTF.
              03 PROACTA                PICTURE X.
           02 PROACTI                   PIC X(03).
           02 OFIACTL                   COMP PIC S9(4).
           02 OFIACTF                   PICTURE X.
           02 FILLER REDEFINES OFIACTF.
              03 OFIACTA                PICTURE X.
           02 OFIACTI                   PIC X(04).
           02 LIMACTL                   COMP PIC S9(4).
           02 LIMACTF                   PICTURE X.
           02 FILLER REDEFINES LIMACTF.
           02 FILLER                    PIC X(03).
           02 CLIENTEO                  PIC 9(09).
           02 FILLER                    PIC X(03).
           02 ROLO                      PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRODUCTO                  PIC X(03).
           02 FILLER                    PIC X(03).
           02 OFICINAO                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ESTADOO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 TITACTO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 PROACTO                   PIC X(03).
           02 FILLER                    PIC X(03).
           02 OFIACTO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 LIMACTO                   PIC X(14).
           02 FILLER                    PIC X(03).
           02 MENSAJEO                  PIC X(79).
