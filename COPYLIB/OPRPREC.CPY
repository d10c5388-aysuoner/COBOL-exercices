      *----------------------------------------------------------
      * OPRPREC - OPRANAL operator davranis analizinin esik
      * parametre dosyasinin (OPRPARM) kayit duzenidir. Her satir
      * bir operatorun esiklerini tasir; OPP-USER='*DEFAULT'
      * satiri tanimi olmayan operatorlere uygulanir. Dosya ya da
      * varsayilan satir yoksa OPRANAL'in sabit varsayilanlari
      * (0800-1800, 50, 3, 60 dakika, 1.000.000 TRY) gecerlidir.
      *   OPP-HOUR-FROM/TO -> mesai baslangic/bitis (SSDD); bu
      *                 aralik disindaki degisiklik mesai disidir.
      *                 Gece calisan batch kullanicisi icin
      *                 0000-2400 verilebilir.
      *   OPP-MAX-BAL-DAY -> bir gunde izin verilen bakiye
      *                 degisikligi sayisi; ustu bulgudur.
      *   OPP-MAX-KEY-CHG -> ayni anahtara analiz donemi icinde
      *                 izin verilen degisiklik sayisi.
      *   OPP-REV-MINUTES -> bir degisikligin ters yonlu bir
      *                 degisiklikle izlenmesi bu kadar dakika
      *                 icindeyse bulgudur.
      *   OPP-MAX-SINGLE -> tek degisiklikte bakiye farkinin TRY
      *                 karsiligi ust siniri.
      * Sayi, dakika ve tutar esiklerinden sifir verilen o
      * kontrolu kapatir. Tatil gunu kontrolu her zaman yapilir.
      *----------------------------------------------------------
       01  OPP-REC.
           05  OPP-USER            PIC X(08).
           05  OPP-HOUR-FROM       PIC 9(04).
           05  OPP-HOUR-TO         PIC 9(04).
           05  OPP-MAX-BAL-DAY     PIC 9(05).
           05  OPP-MAX-KEY-CHG     PIC 9(03).
           05  OPP-REV-MINUTES     PIC 9(05).
           05  OPP-MAX-SINGLE      PIC 9(13)V99.
           05  FILLER              PIC X(06).
