      *   '6' -> Tarih is gunu mu testi.
      *          Girdi : DTCV-DATE-1 (YYYYMMDD)
      *          Cikti : DTCV-BUSDAY-SW ('Y'/'N')
      *   '7' -> Verilen tarihe takvim gunu ekle (negatif geri gider).
      *          Girdi : DTCV-DATE-1 (YYYYMMDD), DTCV-DAYS-BETWEEN
      *          Cikti : DTCV-GREG-DATE
      * Is gunu = hafta ici (Cumartesi/Pazar degil) VE HOLCAL tatil
      * takvimi dosyasinda yer almayan gun. HOLCAL DD saglanmamissa
      * yalnizca hafta sonu kontrolu yapilir.
               88  DTCV-FN-PREV-BUSDAY  VALUE '4'.
               88  DTCV-FN-BUSDAYS-BETW VALUE '5'.
               88  DTCV-FN-IS-BUSDAY    VALUE '6'.
               88  DTCV-FN-ADD-DAYS     VALUE '7'.
           05  DTCV-JULIAN-DATE    PIC 9(07).
           05  DTCV-GREG-DATE      PIC 9(08).
           05  DTCV-DATE-1         PIC 9(08).
