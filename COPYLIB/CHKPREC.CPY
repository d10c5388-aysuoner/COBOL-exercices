      *----------------------------------------------------------
      * CHKPREC - paylasilan kontrol noktasi dosyasinin (CHKPCTLF)
      * kayit duzenidir. Dosya CKP-KEY (program + is gunu) ile
      * INDEXED tutulur; program/is gunu basina tek kayit vardir ve
      * her kontrol noktasinda uzerine yazilir. Yalnizca CHKPCTL
      * yardimcisi erisir (arayuz icin bkz. CHKPPARM.CPY).
      *   CKP-LAST-KEY    -> son islenip ciktisi tamamlanmis
      *                      (commit edilmis) girdi kaydinin
      *                      anahtari; duzeni programa aittir,
      *   CKP-REC-COUNT   -> o anahtara kadar okunan girdi kaydi,
      *   CKP-CHKPT-COUNT -> bu is gunu icin yazilan kontrol
      *                      noktasi sayisi,
      *   CKP-STAMP       -> son kontrol noktasinin zamani
      *                      (YYYYMMDDHHMMSS),
      *   CKP-TOTALS      -> programin o ana kadarki kontrol
      *                      toplamlarinin goruntusu; duzeni
      *                      cagiran programin calisma alanindadir.
      * Basariyla biten calistirma kaydini siler; kayit kalmissa
      * ayni program/is gunu icin yarim kalmis bir calistirma
      * vardir.
      *----------------------------------------------------------
       01  CKP-REC.
           05  CKP-KEY.
               10  CKP-PROGRAM     PIC X(08).
               10  CKP-RUN-DATE    PIC 9(08).
           05  CKP-LAST-KEY        PIC X(20).
           05  CKP-REC-COUNT       PIC 9(09).
           05  CKP-CHKPT-COUNT     PIC 9(05).
           05  CKP-STAMP           PIC 9(14).
           05  CKP-TOTALS          PIC X(6000).
           05  FILLER              PIC X(16).
