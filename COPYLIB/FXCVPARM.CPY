      *----------------------------------------------------------
      * FXCVPARM - FXCVRTN dvz cevirim yardimcisinin CALL
      * arayuzunde kullanilan parametre blogudur. Tutari TRY'ye ya
      * da baska bir dvz'e ceviren programlar (SORTREP6, CUSTPOS,
      * AGEBAND, IDXSNAP, FXREVAL, TMSFCOV, GRPEXPO, OPRANAL,
      * TXNPOST, WHTGL, ACCRPOST) kuru kendileri yuklemez; hepsi
      * ayni kuru, ayni gecerlilik kuraliyla ve ayni yuvarlamayla
      * buradan alir (DTCVRTN'in tarih icin yaptigi gibi).
      *
      * FXCV-FUNCTION degerleri:
      *   '1' -> tutari kur gunu icin TRY'ye cevir.
      *          Girdi : FXCV-DATE, FXCV-FROM-DVZ, FXCV-AMOUNT-IN
      *          Cikti : FXCV-AMOUNT-OUT, FXCV-FROM-RATE,
      *                  FXCV-FROM-EFFDATE
      *   '2' -> tutari bir dvz'den digerine TRY uzerinden cevir
      *          (capraz kur).
      *          Girdi : FXCV-DATE, FXCV-FROM-DVZ, FXCV-TO-DVZ,
      *                  FXCV-AMOUNT-IN
      *          Cikti : FXCV-AMOUNT-OUT, FXCV-FROM-RATE,
      *                  FXCV-FROM-EFFDATE, FXCV-TO-RATE,
      *                  FXCV-TO-EFFDATE
      *   '3' -> kur gunu icin gecerli kuru ve gecerlilik tarihini
      *          don.
      *          Girdi : FXCV-DATE, FXCV-FROM-DVZ
      *          Cikti : FXCV-FROM-RATE, FXCV-FROM-EFFDATE
      *   '9' -> kur ve dvz tablolarini birak (calistirma sonunda).
      * Gecerli kur, dvz'in FXMASTER'daki (bkz. FXRTREC.CPY)
      * gecerlilik tarihi kur gununu asmayan EN SON satiridir.
      * Kurlar TRY karsiligidir; TRY'nin (949) kuru her zaman 1'dir.
      * Kurlar kur gunu icin yuklenir ve baska bir gun istenene ya
      * da '9' gelene kadar bellekte kalir; her cagri FXCV-RATE-
      * COUNT'ta o gun icin kuru olan dvz sayisini doner.
      * Sonuc, hedef dvz'in CURRREF'teki (bkz. CURRREC.CPY) ondalik
      * hanesine yuvarlanir; CURRREF'te olmayan dvz 2 ondalik kabul
      * edilir.
      * FXCV-CALLER-RC: CALL donusunde cagiranin RETURN-CODE'u
      * cagrilanin degerini alir; cagiran kendi RETURN-CODE'unu
      * CALL'dan once buraya koyar, FXCVRTN GOBACK'ten once geri
      * yukler (CHNPARM kurgusu).
      * FXCV-RETURN-CODE:
      *   00 tamam,
      *   04 dvz'in kur gunu icin kuru yok; oran 1 kabul edilip
      *      cevrildi ve SYSOUT'a bildirildi,
      *   08 sonuc FXCV-AMOUNT-OUT'a sigmadi (tasma); tutar sifir,
      *   12 kur gunu icin hic kur yok; cevirim yapilmadi,
      *   16 kur ya da dvz referans dosyasi okunamadi; cevirim
      *      yapilmadi.
      *----------------------------------------------------------
       01  FXCV-PARM.
           05  FXCV-FUNCTION       PIC X(01).
               88  FXCV-FN-TO-TRY       VALUE '1'.
               88  FXCV-FN-CROSS        VALUE '2'.
               88  FXCV-FN-RATE         VALUE '3'.
               88  FXCV-FN-CLOSE        VALUE '9'.
           05  FXCV-DATE           PIC 9(08).
           05  FXCV-FROM-DVZ       PIC 9(03).
           05  FXCV-TO-DVZ         PIC 9(03).
           05  FXCV-AMOUNT-IN      PIC S9(15)V9(03).
           05  FXCV-AMOUNT-OUT     PIC S9(15)V9(03).
           05  FXCV-FROM-RATE      PIC 9(03)V9(06).
           05  FXCV-FROM-EFFDATE   PIC 9(08).
           05  FXCV-TO-RATE        PIC 9(03)V9(06).
           05  FXCV-TO-EFFDATE     PIC 9(08).
           05  FXCV-RATE-COUNT     PIC 9(03).
           05  FXCV-CALLER-RC      PIC S9(04) COMP.
           05  FXCV-RETURN-CODE    PIC 9(02).
               88  FXCV-RC-OK           VALUE 00.
               88  FXCV-RC-NO-RATE      VALUE 04.
               88  FXCV-RC-SIZE-ERROR   VALUE 08.
               88  FXCV-RC-NO-RATES     VALUE 12.
               88  FXCV-RC-FILE-ERROR   VALUE 16.
