      *----------------------------------------------------------
      * DUPCREC - olasi mukerrer musteri aday dosyasinin (DUPCAND)
      * ve onayli cift dosyasinin (DUPCONF) ortak kayit duzenidir.
      * DUPCUST her calistirmada DUPCAND'i skor sirasiyla yeniden
      * uretir; musteri veri ekibi karara bagladigi satirlarda
      * DUP-DECISION, DUP-USER ve DUP-DECDATE alanlarini doldurup
      * satiri DUPCONF'a ekler. DUPCONF'ta karari 'M' ya da 'N'
      * olan cift sonraki calistirmalarda bir daha raporlanmaz.
      *   DUP-BASIS 'B' -> ayni dogum tarihi, benzer ad,
      *             'N' -> ayni normalize ad, dogum tarihinin iki
      *                    bileseni ayni ya da gun/ay yer
      *                    degistirmis.
      *   DUP-SCORE  0-100; ad benzerligi normalize adlarin harf
      *              duzeltme uzakligindan hesaplanir.
      * DUP-SEQ-A her zaman DUP-SEQ-B'den kucuktur. DUP-IDXID-A/B
      * capraz referanstaki musteri numarasidir (yoksa sifir).
      *----------------------------------------------------------
       01  DUP-REC.
           05  DUP-RUNDATE     PIC 9(08).
           05  DUP-SCORE       PIC 9(03).
           05  DUP-BASIS       PIC X(01).
               88  DUP-SAME-BIRTHDAY VALUE 'B'.
               88  DUP-SAME-NAME     VALUE 'N'.
           05  DUP-SEQ-A       PIC X(04).
           05  DUP-NAME-A      PIC X(15).
           05  DUP-LASTN-A     PIC X(15).
           05  DUP-BRTHDAY-A   PIC 9(08).
           05  DUP-IDXID-A     PIC 9(05).
           05  DUP-SEQ-B       PIC X(04).
           05  DUP-NAME-B      PIC X(15).
           05  DUP-LASTN-B     PIC X(15).
           05  DUP-BRTHDAY-B   PIC 9(08).
           05  DUP-IDXID-B     PIC 9(05).
      * DUP-DECISION ' ' karar bekliyor, 'M' ayni kisi (birlestir),
      * 'N' farkli kisiler.
           05  DUP-DECISION    PIC X(01).
               88  DUP-PENDING       VALUE ' '.
               88  DUP-CONFIRMED     VALUE 'M'.
               88  DUP-NOT-DUPLICATE VALUE 'N'.
           05  DUP-USER        PIC X(08).
           05  DUP-DECDATE     PIC 9(08).
           05  FILLER          PIC X(05).
