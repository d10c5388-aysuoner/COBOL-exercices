      * IDXREC - IDX-FILE master dosyasinin kayit duzenidir.
      * SORTREP6'nin rapor/bakim isledigi, FEECALC'in ucret/faiz
      * tahakkuku icin okudugu musteri bakiye master'idir. Dosya
      * IDX-KEY (musteri id + dvz) ile INDEXED tutulur. Yalniz
      * bakiye okuyan gece programlari master'in kendisini degil,
      * IDXEXTR'in urettigi paketsiz ozeti okur (bkz. IDXXREC.CPY).
      * IDX-TUTAR isaretlidir: pozitif bakiye alacak, negatif bakiye
      * borc (eksiye dusmus hesap) anlamindadir; isaret paketli
      * alanin kendi isaret yarim-byte'indadir ve kayit uzunlugu
      * degismemistir.
      * IDX-FULLN uzerinde tekrarli (WITH DUPLICATES) alternatif
      * indeks vardir; indeks ana kumenin guncelleme kumesindedir,
      * master'a yazan her program onu kendiliginden gunceller.
      * Batch taraf bunu SELECT'te ALTERNATE RECORD KEY olarak
      * bildirir, online taraf IDXNAME yolu ile okur (NAMSRCH).
      *----------------------------------------------------------
       01  IDX-REC.
           05 IDX-KEY.
