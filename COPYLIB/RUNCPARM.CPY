      *----------------------------------------------------------
      * RUNCPARM - RUNCTL is-gunu calistirma kontrolunun CALL
      * arayuzunde kullanilan parametre blogudur. Gece programlari
      * (SORTREP6, FEECALC, IDXSNAP, IDXARCH, ODAGE, TDMATR)
      * calismaya baslamadan once RUNC-FUNCTION '1' ile
      * kendilerini dogrulatir, basarili bittiklerinde '2' ile is
      * gununu tamamlanmis isaretler.
      * Kontrol master'i RUNCTLF dosyasidir (program + is gunu +
      * durum); ayni is gununun ikinci kez calistirilmasi ve
      * islenmemis bir onceki is gununun atlanmasi (DTCVRTN is gunu
