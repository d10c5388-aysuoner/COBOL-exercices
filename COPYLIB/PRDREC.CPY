      *----------------------------------------------------------
      * PRDREC - muhasebe donemi kontrol dosyasinin (PRDCTL) kayit
      * duzenidir. Dosya yalnizca eklenerek buyur (RUNCTLF
      * kurgusu); bir ayin durumu o aya ait EN SON satirdir, satiri
      * olmayan ay aciktir. Her durum degisikligi kimin, ne zaman
      * ve neden yaptigiyla birlikte satir olarak kalir.
      *   PRD-MONTH        -> donem (YYYYMM),
      *   PRD-STATUS       -> 'O' acik,
      *                       'K' kapanista (PRDCLOSE ay sonu
      *                           adimlarini dogrulayamadi; posting
      *                           uyariyla kabul edilir),
      *                       'C' kapali (posting reddedilir),
      *                       'R' kapali ama kayitli yeniden acma
      *                           PRD-REOPEN-UNTIL gunu dahil
      *                           yururlukte,
      *   PRD-DATE/TIME    -> satirin yazildigi sistem zamani,
      *   PRD-USERID       -> calistiran kullanici (yeniden acmada
      *                       zorunlu, kapanista verilmemisse
      *                       bosluk),
      *   PRD-REOPEN-UNTIL -> 'R' satirinda yeniden acmanin son
      *                       gunu; bu gun gecince donem yine
      *                       kapali sayilir,
      *   PRD-REASON       -> yeniden acma gerekcesi.
      * Yazan tek program PRDCLOSE, okuyan PRDCHK'tir (bkz.
      * PRDCPARM.CPY).
      *----------------------------------------------------------
       01  PRD-REC.
           05 PRD-MONTH        PIC 9(06).
           05 PRD-STATUS       PIC X(01).
              88 PRD-OPEN         VALUE 'O'.
              88 PRD-CLOSING      VALUE 'K'.
              88 PRD-CLOSED       VALUE 'C'.
              88 PRD-REOPENED     VALUE 'R'.
           05 PRD-DATE         PIC 9(08).
           05 PRD-TIME         PIC 9(06).
           05 PRD-USERID       PIC X(08).
           05 PRD-REOPEN-UNTIL PIC 9(08).
           05 PRD-REASON       PIC X(30).
           05 FILLER           PIC X(13).
