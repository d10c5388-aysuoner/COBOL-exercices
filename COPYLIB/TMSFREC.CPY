      *----------------------------------------------------------
      * TMSFREC - mevduat sigortasi (TMSF) kapsam dosyasinin
      * (TMSFOUT) kayit duzenidir. TMSFCOV her calistirmada dosyayi
      * yeniden uretir:
      *   'H' header  : rapor gunu ve uygulanan sigorta limiti,
      *   'D' detay   : mevduat sahibi basina TRY toplam, sigortali
      *                 ve sigortasiz tutar,
      *   'T' trailer : detay adedi ve tutar kontrol toplamlari.
      * TMD-KEY-TYPE 'P' ise TMD-DEPOSITOR capraz referans
      * (XREFFILE) uzerinden ACCTREC'te bulunan kisinin soyadi, adi
      * ve dogum tarihidir; 'I' ise kisiye baglanamayan musteri
      * numarasidir (TMD-FIRST-ID). Tutarlar TRY, iki ondaliklidir.
      *----------------------------------------------------------
       01  TMS-DTL-REC.
           05  TMS-TYPE          PIC X(01).
           05  TMD-KEY-TYPE      PIC X(01).
               88  TMD-PERSON        VALUE 'P'.
               88  TMD-CUSTOMER      VALUE 'I'.
           05  TMD-DEPOSITOR     PIC X(38).
           05  TMD-FIRST-ID      PIC 9(05).
           05  TMD-ACCOUNTS      PIC 9(05).
           05  TMD-TOTAL         PIC 9(15)V99.
           05  TMD-INSURED       PIC 9(15)V99.
           05  TMD-UNINSURED     PIC 9(15)V99.
       01  TMS-HDR-REC.
           05  FILLER            PIC X(01).
           05  TMH-REPDATE       PIC 9(08).
           05  TMH-LIMIT         PIC 9(13)V99.
           05  FILLER            PIC X(77).
       01  TMS-TRL-REC.
           05  FILLER            PIC X(01).
           05  TMT-COUNT         PIC 9(07).
           05  TMT-TOTAL         PIC 9(15)V99.
           05  TMT-INSURED       PIC 9(15)V99.
           05  TMT-UNINSURED     PIC 9(15)V99.
           05  FILLER            PIC X(42).
