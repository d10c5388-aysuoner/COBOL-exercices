           05  TUTARL          PIC S9(04) COMP.
           05  TUTARF          PIC X(01).
           05  TUTARI          PIC X(18).
           05  HELDL           PIC S9(04) COMP.
           05  HELDF           PIC X(01).
           05  HELDI           PIC X(18).
           05  AVAILL          PIC S9(04) COMP.
           05  AVAILF          PIC X(01).
           05  AVAILI          PIC X(18).
           05  NTUTARL         PIC S9(04) COMP.
           05  NTUTARF         PIC X(01).
           05  NTUTARI         PIC X(16).
           05  FILLER          PIC X(03).
           05  TUTARO          PIC X(18).
           05  FILLER          PIC X(03).
           05  HELDO           PIC X(18).
           05  FILLER          PIC X(03).
           05  AVAILO          PIC X(18).
           05  FILLER          PIC X(03).
           05  NTUTARO         PIC X(16).
           05  FILLER          PIC X(03).
           05  NFULLNO         PIC X(30).
