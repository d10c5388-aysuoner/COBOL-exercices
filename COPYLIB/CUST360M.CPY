           05  NAMEI           PIC X(30).
           05  BAL1L           PIC S9(04) COMP.
           05  BAL1F           PIC X(01).
           05  BAL1I           PIC X(71).
           05  BAL2L           PIC S9(04) COMP.
           05  BAL2F           PIC X(01).
           05  BAL2I           PIC X(71).
           05  BAL3L           PIC S9(04) COMP.
           05  BAL3F           PIC X(01).
           05  BAL3I           PIC X(71).
           05  BAL4L           PIC S9(04) COMP.
           05  BAL4F           PIC X(01).
           05  BAL4I           PIC X(71).
           05  BAL5L           PIC S9(04) COMP.
           05  BAL5F           PIC X(01).
           05  BAL5I           PIC X(71).
           05  ALRTL           PIC S9(04) COMP.
           05  ALRTF           PIC X(01).
           05  ALRTI           PIC X(60).
           05  GRPL            PIC S9(04) COMP.
           05  GRPF            PIC X(01).
           05  GRPI            PIC X(60).
           05  MBR1L           PIC S9(04) COMP.
           05  MBR1F           PIC X(01).
           05  MBR1I           PIC X(60).
           05  MBR2L           PIC S9(04) COMP.
           05  MBR2F           PIC X(01).
           05  MBR2I           PIC X(60).
           05  MBR3L           PIC S9(04) COMP.
           05  MBR3F           PIC X(01).
           05  MBR3I           PIC X(60).
           05  MBR4L           PIC S9(04) COMP.
           05  MBR4F           PIC X(01).
           05  MBR4I           PIC X(60).
           05  MSGL            PIC S9(04) COMP.
           05  MSGF            PIC X(01).
           05  MSGI            PIC X(70).
           05  FILLER          PIC X(03).
           05  NAMEO           PIC X(30).
           05  FILLER          PIC X(03).
           05  BAL1O           PIC X(71).
           05  FILLER          PIC X(03).
           05  BAL2O           PIC X(71).
           05  FILLER          PIC X(03).
           05  BAL3O           PIC X(71).
           05  FILLER          PIC X(03).
           05  BAL4O           PIC X(71).
           05  FILLER          PIC X(03).
           05  BAL5O           PIC X(71).
           05  FILLER          PIC X(03).
           05  ALRTO           PIC X(60).
           05  FILLER          PIC X(03).
           05  GRPO            PIC X(60).
           05  FILLER          PIC X(03).
           05  MBR1O           PIC X(60).
           05  FILLER          PIC X(03).
           05  MBR2O           PIC X(60).
           05  FILLER          PIC X(03).
           05  MBR3O           PIC X(60).
           05  FILLER          PIC X(03).
           05  MBR4O           PIC X(60).
           05  FILLER          PIC X(03).
           05  MSGO            PIC X(70).
