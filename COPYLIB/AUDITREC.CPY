      * bosluk tasir. Alan eski FILLER'dan acilmistir, kayit
      * uzunlugu degismemistir.
           05  AUD-USERID      PIC X(08).
      * AUD-SUBJECT kisisel veri aciklamasi yapilan kisinin talep
      * anahtaridir (KVKKRPT: 'A' + hesap sira no ya da 'I' + musteri
      * no); diger programlarda bosluk tasir. Alan eski FILLER'dan
      * acilmistir, kayit uzunlugu degismemistir.
           05  AUD-SUBJECT     PIC X(06).
           05  FILLER          PIC X(05).
      * AUD-HASH satirin zincir ozetidir: bir onceki satirin ozeti
      * ile bu satirin (ozet alani bos) iceriginden CHAINRTN ile
      * hesaplanir (bkz. CHNPARM.CPY); CHAINCHK dogrular.
           05  AUD-HASH        PIC X(16).
