      *----------------------------------------------------------
      * CDCREC - veri ambari degisiklik beslemesinin (CDCFEED
      * ciktilari) kayit duzenidir. Her dosya icin ayri bir besleme
      * dosyasi uretilir ve hepsi ayni 160 byte'lik, tamamen
      * paketsiz (display) duzendedir:
      *   CDCIDX -> musteri bakiye master'i (IDX-FILE), dosya kodu
      *             'IDX'; anahtar IDX-ID(5) + IDX-DVZ(3),
      *   CDCACT -> hesap master'i (ACCTREC), dosya kodu 'ACT';
      *             anahtar ACCT-SEQ(4) + bosluk,
      *   CDCXRF -> capraz referans dosyasi (XREFFILE), dosya kodu
      *             'XRF'; anahtar ACCT-SEQ(4) + bosluk.
      * Kayit tipleri:
      *   'H' header  : dosya kodu, besleme sira numarasi, besleme
      *                 is gunu, bir onceki beslemenin is gunu
      *                 (ilk beslemede sifir) ve uretim zamani.
      *                 Sira numarasi her basarili calistirmada bir
      *                 artar ve uc dosyada aynidir; ambar bir
      *                 eksik gunu sira boslugundan yakalar,
      *   'D' detay   : anahtar basina TEK net degisiklik:
      *                 CDD-ACTION 'I' ekleme (yalniz sonrasi),
      *                 'U' degisim (oncesi ve sonrasi), 'D' silme
      *                 (yalniz oncesi). Gun icinde eklenip silinen
      *                 ya da eski haline donen anahtar beslemeye
      *                 girmez. CDD-DATE/TIME/USER anahtarin o
      *                 gunki SON degisikligidir. CDD-CHG-1..3
      *                 yalniz 'U'da anlamlidir, degisen alan icin
      *                 'Y' tasir:
      *                   IDX -> 1 ad-soyad, 2 jul tarih, 3 tutar,
      *                   ACT -> 1 ad, 2 soyad, 3 dogum tarihi,
      *                   XRF -> 1 IDX-ID (2, 3 'N').
      *                 Goruntuler asagidaki CDC-xxx-IMAGE
      *                 duzenlerindedir; olmayan goruntu sifir/
      *                 bosluk tasir,
      *   'T' trailer : dosya kodu, sira numarasi, detay adedi,
      *                 I/U/D adetleri ve header ile trailer dahil
      *                 fiziksel kayit adedi.
      * Detay yoksa da header ve trailer yazilir; her gunun
      * beslemesi ambara ulasir.
      *----------------------------------------------------------
       01  CDC-REC.
           05  CDC-TYPE          PIC X(01).
               88  CDC-HEADER        VALUE 'H'.
               88  CDC-DETAIL        VALUE 'D'.
               88  CDC-TRAILER       VALUE 'T'.
           05  CDC-BODY          PIC X(159).
           05  CDC-DTL REDEFINES CDC-BODY.
               10  CDD-ACTION    PIC X(01).
                   88  CDD-INSERT    VALUE 'I'.
                   88  CDD-UPDATE    VALUE 'U'.
                   88  CDD-DELETE    VALUE 'D'.
               10  CDD-KEY       PIC X(08).
               10  CDD-DATE      PIC 9(08).
               10  CDD-TIME      PIC 9(06).
               10  CDD-USER      PIC X(08).
               10  CDD-CHG-1     PIC X(01).
               10  CDD-CHG-2     PIC X(01).
               10  CDD-CHG-3     PIC X(01).
               10  CDD-BEFORE    PIC X(61).
               10  CDD-AFTER     PIC X(61).
               10  FILLER        PIC X(03).
           05  CDC-HDR REDEFINES CDC-BODY.
               10  CDH-FILE-ID   PIC X(03).
               10  CDH-FEED-SEQ  PIC 9(07).
               10  CDH-FEED-DATE PIC 9(08).
               10  CDH-PREV-DATE PIC 9(08).
               10  CDH-CRDATE    PIC 9(08).
               10  CDH-CRTIME    PIC 9(06).
               10  FILLER        PIC X(119).
           05  CDC-TRL REDEFINES CDC-BODY.
               10  CDT-FILE-ID   PIC X(03).
               10  CDT-FEED-SEQ  PIC 9(07).
               10  CDT-COUNT     PIC 9(09).
               10  CDT-INS-COUNT PIC 9(09).
               10  CDT-UPD-COUNT PIC 9(09).
               10  CDT-DEL-COUNT PIC 9(09).
               10  CDT-REC-COUNT PIC 9(09).
               10  FILLER        PIC X(104).
      *----
      * Detay goruntuleri (CDD-BEFORE/CDD-AFTER, 61 byte).
      *----
       01  CDC-IDX-IMAGE.
           05  CDI-ID            PIC 9(05).
           05  CDI-DVZ           PIC 9(03).
           05  CDI-FULLN         PIC X(30).
           05  CDI-JUL           PIC 9(07).
           05  CDI-TUTAR         PIC S9(13)V99 SIGN TRAILING SEPARATE.
       01  CDC-ACCT-IMAGE.
           05  CDA-SEQ           PIC X(04).
           05  CDA-NAME          PIC X(15).
           05  CDA-LASTN         PIC X(15).
           05  CDA-BRTHDAY       PIC 9(08).
           05  CDA-TODAY         PIC 9(08).
           05  FILLER            PIC X(11).
       01  CDC-XREF-IMAGE.
           05  CDX-SEQ           PIC X(04).
           05  CDX-IDXID         PIC 9(05).
           05  FILLER            PIC X(52).
