      *----------------------------------------------------------
      * IDXXPARM - IDXXCHK gece master ozeti dogrulayicisinin CALL
      * arayuzunde kullanilan parametre blogudur. Ozeti (IDXXTR,
      * bkz. IDXXREC.CPY) okuyan her program dosyayi acmadan once
      * IDXXCHK'i cagirir; eski bir gunun ya da yarim yazilmis bir
      * ozet hicbir kayit islenmeden reddedilir.
      *
      * IDXX-FUNCTION degerleri:
      *   '1' -> ozeti bastan sona oku ve dogrula.
      *          Girdi : IDXX-PROGRAM, IDXX-RUN-DATE
      *          Cikti : IDXX-FILE-DATE, IDXX-COUNT, IDXX-ID-HASH,
      *                  IDXX-TUTAR-SUM
      * Dogrulama: header ve trailer var mi, header gunu cagiranin
      * is gunu mu, sayilan detay adedi/IDX-ID hash'i/IDX-TUTAR
      * toplami trailer ile ayni mi, detaylar artan IDX-KEY
      * sirasinda mi.
      * IDXX-CALLER-RC: CALL donusunde cagiranin RETURN-CODE'u
      * cagrilanin degerini alir; cagiran kendi RETURN-CODE'unu
      * CALL'dan once buraya koyar, IDXXCHK GOBACK'ten once geri
      * yukler (CHNPARM kurgusu).
      * IDXX-RETURN-CODE:
      *   00 ozet kullanilabilir,
      *   08 ozet baska bir is gunune ait (eski ozet),
      *   12 ozet eksik ya da bozuk (header/trailer yok, adet, hash
      *      ya da toplam tutmuyor, sira bozuk),
      *   16 ozet dosyasi acilamadi/okunamadi.
      *----------------------------------------------------------
       01  IDXX-PARM.
           05  IDXX-FUNCTION       PIC X(01).
               88  IDXX-FN-VERIFY       VALUE '1'.
           05  IDXX-PROGRAM        PIC X(08).
           05  IDXX-RUN-DATE       PIC 9(08).
           05  IDXX-FILE-DATE      PIC 9(08).
           05  IDXX-COUNT          PIC 9(09).
           05  IDXX-ID-HASH        PIC 9(13).
           05  IDXX-TUTAR-SUM      PIC S9(17)V99.
           05  IDXX-CALLER-RC      PIC S9(04) COMP.
           05  IDXX-RETURN-CODE    PIC 9(02).
               88  IDXX-RC-OK           VALUE 00.
               88  IDXX-RC-STALE        VALUE 08.
               88  IDXX-RC-BROKEN       VALUE 12.
               88  IDXX-RC-FILE-ERROR   VALUE 16.
