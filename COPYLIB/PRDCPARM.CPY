      *----------------------------------------------------------
      * PRDCPARM - PRDCHK muhasebe donemi kontrolunun CALL
      * arayuzunde kullanilan parametre blogudur. Posting yapan
      * programlar (SORTREP6, TXNPOST, ACCRPOST, FEECALC, ODAGE,
      * TDMNT, TDMATR, FXREVAL, IDXSNAP, WHTGL) kaydin tarihini ya
      * da calisma gununu posting'den once buradan dogrulatir;
      * kapanmis bir aya geriye donuk kayit dusulmez.
      *
      * PRDC-FUNCTION degerleri:
      *   '1' -> tarihin donemini kontrol et.
      *          Girdi : PRDC-PROGRAM, PRDC-DATE (YYYYMMDD)
      *          Cikti : PRDC-STATUS, PRDC-RETURN-CODE
      *   '9' -> donem tablosunu birak (calistirma sonunda).
      * PRDCTL ilk cagrida tabloya yuklenir ve '9' gelene kadar
      * bellekte kalir (bkz. PRDREC.CPY).
      * PRDC-STATUS donemin durumudur ('O', 'K', 'C', 'R'); suresi
      * gecmis yeniden acma 'C' doner.
      * PRDC-CALLER-RC: CALL donusunde cagiranin RETURN-CODE'u
      * cagrilanin degerini alir; cagiran kendi RETURN-CODE'unu
      * CALL'dan once buraya koyar, PRDCHK GOBACK'ten once geri
      * yukler (CHNPARM kurgusu).
      * PRDC-RETURN-CODE:
      *   00 donem acik, kapanista ya da yeniden acma yururlukte;
      *      kayit dusulebilir (kapanista ve yeniden acik donem
      *      SYSOUT'a bir kez not edilir),
      *   08 donem kapali; kayit reddedilir,
      *   16 kontrol dosyasi okunamadi; kayit reddedilir.
      *----------------------------------------------------------
       01  PRDC-PARM.
           05  PRDC-FUNCTION       PIC X(01).
               88  PRDC-FN-CHECK        VALUE '1'.
               88  PRDC-FN-CLOSE        VALUE '9'.
           05  PRDC-PROGRAM        PIC X(08).
           05  PRDC-DATE           PIC 9(08).
           05  PRDC-STATUS         PIC X(01).
           05  PRDC-CALLER-RC      PIC S9(04) COMP.
           05  PRDC-RETURN-CODE    PIC 9(02).
               88  PRDC-RC-OK           VALUE 00.
               88  PRDC-RC-CLOSED       VALUE 08.
               88  PRDC-RC-FILE-ERROR   VALUE 16.
