      *----------------------------------------------------------
      * NAMSRMS - NAMSRCH ekraninin (mapset NAMSRMS, harita
      * NAMSMAP) sembolik harita kopyasidir; BMS uretimi DSECT'in
      * kitapliga alinmis halidir (IDXINQMS kurgusu). Alan adlari
      * .bms kaynagindaki DFHMDF etiketlerinden turetilmistir
      * (L=uzunluk, F=flag, I=giris, O=cikis).
      *----------------------------------------------------------
       01  NAMSMAPI.
           05  FILLER          PIC X(12).
           05  NAMEL           PIC S9(04) COMP.
           05  NAMEF           PIC X(01).
           05  NAMEI           PIC X(30).
           05  PAGEL           PIC S9(04) COMP.
           05  PAGEF           PIC X(01).
           05  PAGEI           PIC X(02).
           05  LIN1L           PIC S9(04) COMP.
           05  LIN1F           PIC X(01).
           05  LIN1I           PIC X(72).
           05  LIN2L           PIC S9(04) COMP.
           05  LIN2F           PIC X(01).
           05  LIN2I           PIC X(72).
           05  LIN3L           PIC S9(04) COMP.
           05  LIN3F           PIC X(01).
           05  LIN3I           PIC X(72).
           05  LIN4L           PIC S9(04) COMP.
           05  LIN4F           PIC X(01).
           05  LIN4I           PIC X(72).
           05  LIN5L           PIC S9(04) COMP.
           05  LIN5F           PIC X(01).
           05  LIN5I           PIC X(72).
           05  LIN6L           PIC S9(04) COMP.
           05  LIN6F           PIC X(01).
           05  LIN6I           PIC X(72).
           05  LIN7L           PIC S9(04) COMP.
           05  LIN7F           PIC X(01).
           05  LIN7I           PIC X(72).
           05  LIN8L           PIC S9(04) COMP.
           05  LIN8F           PIC X(01).
           05  LIN8I           PIC X(72).
           05  LIN9L           PIC S9(04) COMP.
           05  LIN9F           PIC X(01).
           05  LIN9I           PIC X(72).
           05  LIN10L          PIC S9(04) COMP.
           05  LIN10F          PIC X(01).
           05  LIN10I          PIC X(72).
           05  SELNOL          PIC S9(04) COMP.
           05  SELNOF          PIC X(01).
           05  SELNOI          PIC X(02).
           05  MSGL            PIC S9(04) COMP.
           05  MSGF            PIC X(01).
           05  MSGI            PIC X(70).
       01  NAMSMAPO REDEFINES NAMSMAPI.
           05  FILLER          PIC X(12).
           05  FILLER          PIC X(03).
           05  NAMEO           PIC X(30).
           05  FILLER          PIC X(03).
           05  PAGEO           PIC X(02).
           05  FILLER          PIC X(03).
           05  LIN1O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN2O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN3O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN4O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN5O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN6O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN7O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN8O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN9O           PIC X(72).
           05  FILLER          PIC X(03).
           05  LIN10O          PIC X(72).
           05  FILLER          PIC X(03).
           05  SELNOO          PIC X(02).
           05  FILLER          PIC X(03).
           05  MSGO            PIC X(70).
