      *----------------------------------------------------------
      * RELTREC - musteri iliski bakim transaction dosyasinin
      * (RELTRN) kayit duzenidir; RELMNT her satiri iliski
      * dosyasina uygular (bkz. RELREC.CPY).
      *   RLT-FUNC 'A' -> musteriyi gruba rolu ile bagla; musteri
      *                   IDXFILE'da olmali ve ayni grupta henuz
      *                   bulunmamalidir.
      *   RLT-FUNC 'C' -> uyenin rolunu degistir.
      *   RLT-FUNC 'D' -> musteriyi gruptan cikar.
      * RLT-LINK-DATE yalnizca 'A' icin okunur; bos gelirse islem
      * gunu alinir.
      *----------------------------------------------------------
       01  RLT-REC.
           05 RLT-FUNC        PIC X(01).
              88 RLT-ADD         VALUE 'A'.
              88 RLT-CHANGE      VALUE 'C'.
              88 RLT-DELETE      VALUE 'D'.
           05 RLT-GROUP-ID    PIC X(06).
           05 RLT-IDXID       PIC X(05).
           05 RLT-ROLE        PIC X(01).
           05 RLT-LINK-DATE   PIC 9(08).
           05 FILLER          PIC X(19).
