      *----------------------------------------------------------
      * ODLTREC - limit bakim transaction dosyasinin (ODLTRN)
      * kayit duzenidir; ODLMNT her satiri limit dosyasina uygular
      * (bkz. ODLMREC.CPY).
      *   OLT-FUNC 'A' -> yeni limit tanimla; anahtar master'da
      *                   olmali ve limiti henuz bulunmamalidir.
      *   OLT-FUNC 'C' -> mevcut limitin tutarini/gozden gecirme
      *                   gununu degistir; dolu gelen alanlar
      *                   uygulanir.
      *   OLT-FUNC 'D' -> limiti kaldir (kayit silinir).
      *----------------------------------------------------------
       01  OLT-REC.
           05 OLT-FUNC       PIC X(01).
              88 OLT-ADD        VALUE 'A'.
              88 OLT-CHANGE     VALUE 'C'.
              88 OLT-DELETE     VALUE 'D'.
           05 OLT-ID         PIC 9(05).
           05 OLT-DVZ        PIC 9(03).
           05 OLT-LIMIT      PIC 9(13)V99.
           05 OLT-REVIEW     PIC 9(08).
           05 FILLER         PIC X(18).
