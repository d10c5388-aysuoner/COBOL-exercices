      *----------------------------------------------------------
      * WHTPARM - WHTCALC faiz stopaj hesap yardimcisinin CALL
      * arayuzunde kullanilan parametre blogudur. Faizi
      * alacaklandiran batch programlar (ACCRPOST, TDMATR) brut
      * faizi buradan gecirir ve musteriye net tutari yazar.
      *
      * WHTC-FUNCTION degerleri:
      *   '1' -> stopaj hesapla.
      *          Girdi : WHTC-DVZ, WHTC-DEPTYPE ('D' vadesiz,
      *                  'T' vadeli), WHTC-DATE (faizin valor
      *                  gunu), WHTC-GROSS
      *          Cikti : WHTC-RATE, WHTC-TAX, WHTC-NET,
      *                  WHTC-RETURN-CODE
      *   '9' -> oran tablosunu birak (calistirma sonunda).
      * TAXRATES ilk cagrida tabloya yuklenir ve '9' gelene kadar
      * bellekte kalir (bkz. WHTRREC.CPY).
      * WHTC-RETURN-CODE:
      *   00 tamam,
      *   04 dvz/tur icin yururlukte oran yok; vergi sifir, net =
      *      brut (cagiran satiri raporlar),
      *   08 hesaplama tasmasi; cagiran faizi uygulamaz,
      *   16 oran tablosu okunamadi; cagiran faizi uygulamaz
      *      (stopajsiz faiz yazilmaz).
      *----------------------------------------------------------
       01  WHTC-PARM.
           05  WHTC-FUNCTION       PIC X(01).
               88  WHTC-FN-CALC         VALUE '1'.
               88  WHTC-FN-CLOSE        VALUE '9'.
           05  WHTC-DVZ            PIC 9(03).
           05  WHTC-DEPTYPE        PIC X(01).
           05  WHTC-DATE           PIC 9(08).
           05  WHTC-GROSS          PIC 9(13)V99.
           05  WHTC-RATE           PIC 9V9(04).
           05  WHTC-TAX            PIC 9(13)V99.
           05  WHTC-NET            PIC 9(13)V99.
           05  WHTC-RETURN-CODE    PIC 9(02).
               88  WHTC-RC-OK           VALUE 00 04.
               88  WHTC-RC-NO-RATE      VALUE 04.
               88  WHTC-RC-OVERFLOW     VALUE 08.
               88  WHTC-RC-FILE-ERROR   VALUE 16.
