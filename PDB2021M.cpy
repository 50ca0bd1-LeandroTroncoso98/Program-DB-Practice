           02 FILLER REDEFINES CONSAL1F.
              03 CONSAL1A              PICTURE X.
           02 CONSAL1I                 PIC X(14).
           02 CONROL1L                 COMP PIC S9(4).
           02 CONROL1F                 PICTURE X.
           02 FILLER REDEFINES CONROL1F.
              03 CONROL1A              PICTURE X.
           02 CONROL1I                 PIC X(01).
           02 CONCLA2L                 COMP PIC S9(4).
           02 CONCLA2F                 PICTURE X.
           02 FILLER REDEFINES CONCLA2F.
           02 FILLER REDEFINES CONSAL2F.
              03 CONSAL2A              PICTURE X.
           02 CONSAL2I                 PIC X(14).
           02 CONROL2L                 COMP PIC S9(4).
           02 CONROL2F                 PICTURE X.
           02 FILLER REDEFINES CONROL2F.
              03 CONROL2A              PICTURE X.
           02 CONROL2I                 PIC X(01).
           02 CONCLA3L                 COMP PIC S9(4).
           02 CONCLA3F                 PICTURE X.
           02 FILLER REDEFINES CONCLA3F.
           02 FILLER REDEFINES CONSAL3F.
              03 CONSAL3A              PICTURE X.
           02 CONSAL3I                 PIC X(14).
           02 CONROL3L                 COMP PIC S9(4).
           02 CONROL3F                 PICTURE X.
           02 FILLER REDEFINES CONROL3F.
              03 CONROL3A              PICTURE X.
           02 CONROL3I                 PIC X(01).
           02 CONCLA4L                 COMP PIC S9(4).
           02 CONCLA4F                 PICTURE X.
           02 FILLER REDEFINES CONCLA4F.
           02 FILLER REDEFINES CONSAL4F.
              03 CONSAL4A              PICTURE X.
           02 CONSAL4I                 PIC X(14).
           02 CONROL4L                 COMP PIC S9(4).
           02 CONROL4F                 PICTURE X.
           02 FILLER REDEFINES CONROL4F.
              03 CONROL4A              PICTURE X.
           02 CONROL4I                 PIC X(01).
           02 CONCLA5L                 COMP PIC S9(4).
           02 CONCLA5F                 PICTURE X.
           02 FILLER REDEFINES CONCLA5F.
           02 FILLER REDEFINES CONSAL5F.
              03 CONSAL5A              PICTURE X.
           02 CONSAL5I                 PIC X(14).
           02 CONROL5L                 COMP PIC S9(4).
           02 CONROL5F                 PICTURE X.
           02 FILLER REDEFINES CONROL5F.
              03 CONROL5A              PICTURE X.
           02 CONROL5I                 PIC X(01).
           02 CONCLA6L                 COMP PIC S9(4).
           02 CONCLA6F                 PICTURE X.
           02 FILLER REDEFINES CONCLA6F.
           02 FILLER REDEFINES CONSAL6F.
              03 CONSAL6A              PICTURE X.
           02 CONSAL6I                 PIC X(14).
           02 CONROL6L                 COMP PIC S9(4).
           02 CONROL6F                 PICTURE X.
           02 FILLER REDEFINES CONROL6F.
              03 CONROL6A              PICTURE X.
           02 CONROL6I                 PIC X(01).
           02 CONCLA7L                 COMP PIC S9(4).
           02 CONCLA7F                 PICTURE X.
           02 FILLER REDEFINES CONCLA7F.
           02 FILLER REDEFINES CONSAL7F.
              03 CONSAL7A              PICTURE X.
           02 CONSAL7I                 PIC X(14).
           02 CONROL7L                 COMP PIC S9(4).
           02 CONROL7F                 PICTURE X.
           02 FILLER REDEFINES CONROL7F.
              03 CONROL7A              PICTURE X.
           02 CONROL7I                 PIC X(01).
           02 CONCLA8L                 COMP PIC S9(4).
           02 CONCLA8F                 PICTURE X.
           02 FILLER REDEFINES CONCLA8F.
           02 FILLER REDEFINES CONSAL8F.
              03 CONSAL8A              PICTURE X.
           02 CONSAL8I                 PIC X(14).
           02 CONROL8L                 COMP PIC S9(4).
           02 CONROL8F                 PICTURE X.
           02 FILLER REDEFINES CONROL8F.
              03 CONROL8A              PICTURE X.
           02 CONROL8I                 PIC X(01).
           02 PRECLA1L                 COMP PIC S9(4).
           02 PRECLA1F                 PICTURE X.
           02 FILLER REDEFINES PRECLA1F.
              03 PRECLA1A              PICTURE X.
           02 PRECLA1I                 PIC X(09).
           02 PREEST1L                 COMP PIC S9(4).
           02 PREEST1F                 PICTURE X.
           02 FILLER REDEFINES PREEST1F.
              03 PREEST1A              PICTURE X.
           02 PREEST1I                 PIC X(01).
           02 PRECAP1L                 COMP PIC S9(4).
           02 PRECAP1F                 PICTURE X.
           02 FILLER REDEFINES PRECAP1F.
              03 PRECAP1A              PICTURE X.
           02 PRECAP1I                 PIC X(14).
           02 PREVEN1L                 COMP PIC S9(4).
           02 PREVEN1F                 PICTURE X.
           02 FILLER REDEFINES PREVEN1F.
              03 PREVEN1A              PICTURE X.
           02 PREVEN1I                 PIC X(14).
           02 PRECTA1L                 COMP PIC S9(4).
           02 PRECTA1F                 PICTURE X.
           02 FILLER REDEFINES PRECTA1F.
              03 PRECTA1A              PICTURE X.
           02 PRECTA1I                 PIC X(09).
           02 PRECLA2L                 COMP PIC S9(4).
           02 PRECLA2F                 PICTURE X.
           02 FILLER REDEFINES PRECLA2F.
              03 PRECLA2A              PICTURE X.
           02 PRECLA2I                 PIC X(09).
           02 PREEST2L                 COMP PIC S9(4).
           02 PREEST2F                 PICTURE X.
           02 FILLER REDEFINES PREEST2F.
              03 PREEST2A              PICTURE X.
           02 PREEST2I                 PIC X(01).
           02 PRECAP2L                 COMP PIC S9(4).
           02 PRECAP2F                 PICTURE X.
           02 FILLER REDEFINES PRECAP2F.
              03 PRECAP2A              PICTURE X.
           02 PRECAP2I                 PIC X(14).
           02 PREVEN2L                 COMP PIC S9(4).
           02 PREVEN2F                 PICTURE X.
           02 FILLER REDEFINES PREVEN2F.
              03 PREVEN2A              PICTURE X.
           02 PREVEN2I                 PIC X(14).
           02 PRECTA2L                 COMP PIC S9(4).
           02 PRECTA2F                 PICTURE X.
           02 FILLER REDEFINES PRECTA2F.
              03 PRECTA2A              PICTURE X.
           02 PRECTA2I                 PIC X(09).
           02 PRECLA3L                 COMP PIC S9(4).
           02 PRECLA3F                 PICTURE X.
           02 FILLER REDEFINES PRECLA3F.
              03 PRECLA3A              PICTURE X.
           02 PRECLA3I                 PIC X(09).
           02 PREEST3L                 COMP PIC S9(4).
           02 PREEST3F                 PICTURE X.
           02 FILLER REDEFINES PREEST3F.
              03 PREEST3A              PICTURE X.
           02 PREEST3I                 PIC X(01).
           02 PRECAP3L                 COMP PIC S9(4).
           02 PRECAP3F                 PICTURE X.
           02 FILLER REDEFINES PRECAP3F.
              03 PRECAP3A              PICTURE X.
           02 PRECAP3I                 PIC X(14).
           02 PREVEN3L                 COMP PIC S9(4).
           02 PREVEN3F                 PICTURE X.
           02 FILLER REDEFINES PREVEN3F.
              03 PREVEN3A              PICTURE X.
           02 PREVEN3I                 PIC X(14).
           02 PRECTA3L                 COMP PIC S9(4).
           02 PRECTA3F                 PICTURE X.
           02 FILLER REDEFINES PRECTA3F.
              03 PRECTA3A              PICTURE X.
           02 PRECTA3I                 PIC X(09).
      ******************************************************************
       01  PDB2021AO REDEFINES PDB2021AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 CONSAL1O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL1O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA2O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST2O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL2O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL2O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA3O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST3O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL3O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL3O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA4O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST4O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL4O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL4O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA5O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST5O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL5O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL5O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA6O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST6O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL6O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL6O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA7O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST7O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL7O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL7O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONCLA8O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 CONEST8O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 CONSAL8O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 CONROL8O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRECLA1O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 PREEST1O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRECAP1O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PREVEN1O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PRECTA1O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 PRECLA2O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 PREEST2O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRECAP2O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PREVEN2O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PRECTA2O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 PRECLA3O                 PIC X(09).
           02 FILLER                    PIC X(03).
           02 PREEST3O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 PRECAP3O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PREVEN3O                 PIC X(14).
           02 FILLER                    PIC X(03).
           02 PRECTA3O                 PIC X(09).
      ******************************************************************
      * VISTA EN TABLA DE LAS ZONAS DE CONTRATOS Y DE PRESTAMOS DE     *
      * PDB2021AO, PARA QUE PDB2021.CBL PUEDA VOLCAR LOS CONTRATOS Y   *
      * LOS PRESTAMOS RECUPERADOS CON UN INDICE EN LUGAR DE MOVES      *
      * INDEPENDIENTES.                                                *
      ******************************************************************
       01  PDB2021A-TABLA REDEFINES PDB2021AO.
           02 FILLER                    PIC X(12).
              03 TL-ESTADO              PIC X(01).
              03 FILLER                 PIC X(03).
              03 TL-SALDO               PIC X(14).
              03 FILLER                 PIC X(03).
              03 TL-ROL                 PIC X(01).
           02 PDB2021A-PRESTAMO OCCURS 3 TIMES.
              03 FILLER                 PIC X(03).
              03 TP-PRESTAMO            PIC X(09).
              03 FILLER                 PIC X(03).
              03 TP-ESTADO              PIC X(01).
              03 FILLER                 PIC X(03).
              03 TP-CAPITAL             PIC X(14).
              03 FILLER                 PIC X(03).
              03 TP-VENCIDO             PIC X(14).
              03 FILLER                 PIC X(03).
              03 TP-CUENTA              PIC X(09).
