      *----------------------------------------------------------
      * CNORREC - musteri numarasi aralik kontrol dosyasinin
      * (CNORANGE) kayit duzenidir. Dosya tek kayittir; kayit
      * isletim ekibi tarafindan aralik acilirken kurulur, sonra
      * yalnizca CNOALLOC tarafindan guncellenir.
      * IDX-ID bes hanedir: ilk dort hane taban numara, son hane
      * Luhn (mod 10) kontrol hanesidir. Aralik taban numara
      * uzerinden tanimlanir (CNR-RANGE-LOW..CNR-RANGE-HIGH);
      * CNR-NEXT-BASE siradaki denenecek tabandir. Aralik
      * altindaki numaralar kontrol hanesinden once elle verilmis
      * eski numaralardir ve kontrol hanesi aranmaz.
      * CNR-ALLOC-COUNT verilen, CNR-SKIP-COUNT master'da ya da
      * arsiv katalogunda zaten bulundugu icin atlanan numara
      * adedidir; CNORPT tukenme tahminini bunlardan yapar.
      *----------------------------------------------------------
       01  CNR-REC.
           05  CNR-RANGE-LOW     PIC 9(04).
           05  CNR-RANGE-HIGH    PIC 9(04).
           05  CNR-NEXT-BASE     PIC 9(05).
           05  CNR-OPEN-DATE     PIC 9(08).
           05  CNR-ALLOC-COUNT   PIC 9(05).
           05  CNR-SKIP-COUNT    PIC 9(05).
           05  CNR-LAST-DATE     PIC 9(08).
           05  CNR-LAST-IDXID    PIC 9(05).
           05  CNR-LAST-USER     PIC X(08).
           05  FILLER            PIC X(28).
