      * bu duzende ekler; EXCPRPT gecelik konsolide istisna raporunu
      * buradan uretir.
      * EXCP-REASON kodlari:
      *   RUND = master'da karsiligi olmayan kayit (SORTREP6/TXNPOST)
      *   DUPL = duplicate anahtar/referans     (SORTREP6/BDAYCALC/
      *                                          TXNPOST/REFCHK)
      *   IBDT = gecersiz dogum tarihi          (SORTREP6/BDAYCALC)
      *   FXOV = dvz cevirim tasmasi            (SORTREP6)
      *   ENVL = iletim zarfi bozuk             (SORTREP6)
      *   JULE = julian donusum hatasi          (PBEGT004)
      *   OVFL = hesaplama tasmasi              (VERBS/TXNPOST)
      *   TBLF = dahili tablo kapasitesi asildi (SORTREP6)
      *   ODRW = bakiyeyi eksiye dusuren borc   (TXNPOST)
      *   IVDT = gecersiz/ileri tarihli valor   (TXNPOST)
      *   PRDC = kapanmis muhasebe donemine valor (TXNPOST)
      *   IVTX = gecersiz hareket kodu/tutari   (TXNPOST)
      *   HELD = bloke tutari ihlal eden borc   (TXNPOST)
      *   SANC = yaptirim/izleme listesi eslesmesi (SANCSCRN)
      *   NOXR = capraz referansi olmayan hesap  (REFCHK)
      *   XRNA = hesabi olmayan capraz referans  (REFCHK)
      *   XRNM = master/arsivde olmayan musteriye capraz referans
      *                                         (REFCHK)
      *   ARLV = arsiv katalogunda da olan canli anahtar (REFCHK)
      *   MNXR = capraz referansi olmayan master musterisi (REFCHK)
      *   ALNA = hesabi olmayan dogum gunu uyarisi (REFCHK)
      *   CKDG = kontrol hanesi tutmayan musteri numarasi
      *                                         (SORTREP6)
      *   OFFH = mesai disi/tatil gunu degisikligi (OPRANAL)
      *   OPVL = operatorun gunluk bakiye degisikligi hacmi
      *                                         (OPRANAL)
      *   RPTK = ayni anahtarin tekrar tekrar degistirilmesi
      *                                         (OPRANAL)
      *   OWNA = operatorun kendi/bagli hesabina degisiklik
      *                                         (OPRANAL)
      *   REVS = kisa surede ters yonlu degisiklik (OPRANAL)
      *   BIGC = operator esigini asan tek degisiklik (OPRANAL)
      * EXCP-SEVERITY: 'W' uyari, 'E' hata.
      *----------------------------------------------------------
       01  EXCP-REC.
