      *----------------------------------------------------------
      * PNDAPMS - PNDAPPR ekraninin (mapset PNDAPMS, harita
      * PNDMAP) sembolik harita kopyasidir; BMS uretimi DSECT'in
      * kitapliga alinmis halidir (IDXINQMS kurgusu). Alan adlari
      * .bms kaynagindaki DFHMDF etiketlerinden turetilmistir
      * (L=uzunluk, F=flag, I=giris, O=cikis).
      *----------------------------------------------------------
       01  PNDMAPI.
           05  FILLER          PIC X(12).
           05  REQL            PIC S9(04) COMP.
           05  REQF            PIC X(01).
           05  REQI            PIC X(24).
           05  STATL           PIC S9(04) COMP.
           05  STATF           PIC X(01).
           05  STATI           PIC X(10).
           05  MAKERL          PIC S9(04) COMP.
           05  MAKERF          PIC X(01).
           05  MAKERI          PIC X(08).
           05  IDL             PIC S9(04) COMP.
           05  IDF             PIC X(01).
           05  IDI             PIC X(05).
           05  DVZL            PIC S9(04) COMP.
           05  DVZF            PIC X(01).
           05  DVZI            PIC X(03).
           05  OTUTARL         PIC S9(04) COMP.
           05  OTUTARF         PIC X(01).
           05  OTUTARI         PIC X(18).
           05  NTUTARL         PIC S9(04) COMP.
           05  NTUTARF         PIC X(01).
           05  NTUTARI         PIC X(18).
           05  ONAMEL          PIC S9(04) COMP.
           05  ONAMEF          PIC X(01).
           05  ONAMEI          PIC X(30).
           05  NNAMEL          PIC S9(04) COMP.
           05  NNAMEF          PIC X(01).
           05  NNAMEI          PIC X(30).
           05  MSGL            PIC S9(04) COMP.
           05  MSGF            PIC X(01).
           05  MSGI            PIC X(70).
       01  PNDMAPO REDEFINES PNDMAPI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(03).
           05  REQO            PIC X(24).
           05  FILLER          PIC X(03).
           05  STATO           PIC X(10).
           05  FILLER          PIC X(03).
           05  MAKERO          PIC X(08).
           05  FILLER          PIC X(03).
           05  IDO             PIC X(05).
           05  FILLER          PIC X(03).
           05  DVZO            PIC X(03).
           05  FILLER          PIC X(03).
           05  OTUTARO         PIC X(18).
           05  FILLER          PIC X(03).
           05  NTUTARO         PIC X(18).
           05  FILLER          PIC X(03).
           05  ONAMEO          PIC X(30).
           05  FILLER          PIC X(03).
           05  NNAMEO          PIC X(30).
           05  FILLER          PIC X(03).
           05  MSGO            PIC X(70).
