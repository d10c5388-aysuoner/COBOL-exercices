      *----------------------------------------------------------
      * NOTFREC - SMS/e-posta aggregator'una giden gece bildirim
      * dosyasinin (NOTIFOUT, NOTIFGEN ciktisi) kayit duzenidir.
      * Kayit 250 byte, tamamen paketsiz (display) duzendedir.
      * Kayit tipleri:
      *   'H' header  : is gunu ve uretim zamani,
      *   'D' detay   : kisiye gidecek tek ileti,
      *   'T' trailer : detay adedi, kanal basina adetler ve header
      *                 ile trailer dahil fiziksel kayit adedi.
      * Detay yoksa da header ve trailer yazilir.
      * Detay alanlari:
      *   NTD-EVENT    -> olay tipi:
      *                   'BDAY' dogum gunu (ALERTFIL),
      *                   'MILE' yas esigi (MILEFILE),
      *                   'DORM' uyuyan hesap uyarisi (WARNEXT),
      *                   'STMT' ekstre hazir (STMTIDX),
      *   NTD-CLASS    -> 'M' pazarlama (kanal izni gerekir),
      *                   'S' hizmet/mevzuat bildirimi,
      *   NTD-CHANNEL  -> 'S' SMS, 'E' e-posta, 'P' posta,
      *   NTD-TEMPLATE -> aggregator sablon kodu: olay tipi +
      *                   kanal + surum (orn. 'BDAYS001'),
      *   NTD-DEST     -> SMS'te cep telefonu, e-postada adres;
      *                   postada bosluk (adres NTD-ADDR alanlarinda),
      *   NTD-MRG-xxx  -> sablon birlestirme alanlari; olaya gore:
      *                   BDAY tarih = dogum gunu, sayi = kalan gun,
      *                   MILE tarih = esik gunu, sayi = yas,
      *                   DORM tarih = ongorulen arsiv gunu, dvz ve
      *                        tutar = hesabin dvz'i ve bakiyesi,
      *                   STMT tarih = ekstre tarihi, sayi = dvz
      *                        bolumu sayisi.
      *                   Kullanilmayan alan sifir tasir.
      *----------------------------------------------------------
       01  NTF-REC.
           05  NTF-TYPE          PIC X(01).
               88  NTF-HEADER        VALUE 'H'.
               88  NTF-DETAIL        VALUE 'D'.
               88  NTF-TRAILER       VALUE 'T'.
           05  NTF-BODY          PIC X(249).
           05  NTF-DTL REDEFINES NTF-BODY.
               10  NTD-MSG-SEQ   PIC 9(07).
               10  NTD-EVENT     PIC X(04).
               10  NTD-CLASS     PIC X(01).
                   88  NTD-MARKETING VALUE 'M'.
                   88  NTD-SERVICE   VALUE 'S'.
               10  NTD-CHANNEL   PIC X(01).
               10  NTD-TEMPLATE  PIC X(08).
               10  NTD-SEQ       PIC X(04).
               10  NTD-IDXID     PIC 9(05).
               10  NTD-DEST      PIC X(50).
               10  NTD-NAME      PIC X(15).
               10  NTD-LASTN     PIC X(15).
               10  NTD-ADDR1     PIC X(30).
               10  NTD-ADDR2     PIC X(30).
               10  NTD-CITY      PIC X(15).
               10  NTD-POSTCODE  PIC X(05).
               10  NTD-MRG-DATE  PIC 9(08).
               10  NTD-MRG-NUM   PIC 9(03).
               10  NTD-MRG-DVZ   PIC 9(03).
               10  NTD-MRG-AMOUNT PIC S9(13)V99 SIGN TRAILING SEPARATE.
               10  FILLER        PIC X(29).
           05  NTF-HDR REDEFINES NTF-BODY.
               10  NTH-RUN-DATE  PIC 9(08).
               10  NTH-CRDATE    PIC 9(08).
               10  NTH-CRTIME    PIC 9(06).
               10  FILLER        PIC X(227).
           05  NTF-TRL REDEFINES NTF-BODY.
               10  NTT-COUNT     PIC 9(07).
               10  NTT-SMS-COUNT PIC 9(07).
               10  NTT-EMAIL-COUNT PIC 9(07).
               10  NTT-POST-COUNT PIC 9(07).
               10  NTT-REC-COUNT PIC 9(07).
               10  FILLER        PIC X(214).
