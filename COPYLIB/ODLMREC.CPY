      *----------------------------------------------------------
      * ODLMREC - kredili mevduat (overdraft) limit dosyasinin
      * (ODLIMIT) kayit duzenidir. Hangi hesabin ne kadar eksiye
      * dusebilecegi artik bu dosyada tutulur. Dosya ODL-KEY ile
      * INDEXED tutulur; anahtar master anahtarinin (IDX-ID/
      * IDX-DVZ) acik (display) halidir, her IDX-KEY icin en fazla
      * bir limit vardir. ODLMNT limitleri tanimlar/degistirir/
      * kaldirir; ODAGE gece eksi bakiye yaslandirma raporunda
      * limiti ve limit asimini buradan hesaplar.
      * Kaydi olmayan anahtarin onayli limiti sifirdir; her eksi
      * bakiye tumuyle limit asimidir.
      *----------------------------------------------------------
       01  ODL-REC.
           05  ODL-KEY.
               10  ODL-ID      PIC 9(05).
               10  ODL-DVZ     PIC 9(03).
      * ODL-LIMIT onayli limittir (mutlak tutar; bakiye en fazla
      * -ODL-LIMIT olabilir).
           05  ODL-LIMIT       PIC 9(13)V99.
      * ODL-REVIEW limitin yeniden degerlendirilecegi gundur;
      * gecmisse ODAGE satiri 'REVIEW DUE' ile isaretler.
           05  ODL-REVIEW      PIC 9(08).
           05  ODL-APPROVED    PIC 9(08).
      * ODL-USER/ODL-CHGDATE son degisikligi yapan kullanici ve
      * gunudur.
           05  ODL-USER        PIC X(08).
           05  ODL-CHGDATE     PIC 9(08).
           05  FILLER          PIC X(10).
