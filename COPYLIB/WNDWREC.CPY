      * WNDWREC - IDX-FILE bakim penceresi durum dosyasinin
      * (WNDWSTAT) kayit duzenidir. Dosya tek kayitlidir ve
      * WND-KEY='WINDOW  ' ile INDEXED tutulur; batch taraf
      * WNDWCTL yardimcisiyla, online taraf (PNDAPPR) dogrudan
      * CICS READ UPDATE/REWRITE ile erisir (VSAM SHAREOPTIONS ile
      * paylasilir).
      *   WND-BATCH-SW  'B' -> batch bakim penceresi acik; PNDAPPR
      *                 onayi reddeder, degisiklik kuyrukta
      *                 beklemeye devam eder.
      *   WND-ONLINE-CNT    -> o anda ucusta olan online
      *                 guncelleme sayisi; sifir degilken batch
      *                 penceresi ACILMAZ.
      * Iki guncelleme yolu boylece ayni master uzerinde asla ic
      * ice gecemez.
      *   WND-JRNL-SEQ/WND-JRNL-HASH -> online jurnal kuyrugunun
      *                 (IJRN) son satirinin sirasi ve zincir ozeti;
      *                 PNDAPPR her jurnal satirini bu kayit READ
      *                 UPDATE ile kilitliyken bunlardan zincirler
      *                 (bkz. CHNPARM.CPY).
      *----------------------------------------------------------
       01  WND-REC.
           05  WND-KEY         PIC X(08).
           05  WND-ONLINE-CNT  PIC 9(05).
           05  WND-PROGRAM     PIC X(08).
           05  WND-STAMP       PIC 9(14).
           05  WND-JRNL-SEQ    PIC 9(07).
           05  WND-JRNL-HASH   PIC X(16).
           05  FILLER          PIC X(04).
