      *----------------------------------------------------------
      * GLPOREC - defter-i kebir posting arayuz dosyasinin (GLPOST,
      * REVGL, GLSENT) kayit duzenidir. Ilk byte kayit tipini
      * tasir:
      *   'H' batch header (posting gunu + kaynak program),
      *   'D' posting kaydi (dvz, borc/alacak, adet, tutar, TRY
      *       tutari, GL hesabi),
      *   'C' dengeleyici karsi kayit (TRY),
      *   'T' batch trailer (kayit sayisi + borc/alacak TRY
      *       toplamlari); muhasebe batch'i trailer ile dogrular.
      * GLD-ACCOUNT her 'D'/'C' kaydinin GL hesabidir; yazan
      * program hesabi GLACCT ile GLMAP eslestirme dosyasindan
      * (bkz. GLMPREC.CPY) kaynak + posting turu + dvz icin alir,
      * borc kaydina borc hesabini, alacak kaydina alacak hesabini
      * koyar.
      * GLD tutar alanlari trailer toplamlari ile ayni 15 haneli
      * genislikte tutulur ki TRY genel toplamini tasiyan karsi
      * kayit 13 haneyi astiginda sessizce kesilmesin.
      *----------------------------------------------------------
       01  GL-DTL-REC.
           05 GL-TYPE        PIC X(01).
              88 GL-HEADER      VALUE 'H'.
              88 GL-POSTING     VALUE 'D'.
              88 GL-BALANCING   VALUE 'C'.
              88 GL-TRAILER     VALUE 'T'.
           05 GLD-DVZ        PIC 9(03).
           05 GLD-DRCR       PIC X(01).
           05 GLD-COUNT      PIC 9(07).
           05 GLD-AMOUNT     PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 GLD-RPT-AMOUNT PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 GLD-ACCOUNT    PIC X(12).
       01  GL-HDR-REC.
           05 FILLER         PIC X(01).
           05 GLH-DATE       PIC 9(08).
           05 GLH-SOURCE     PIC X(08).
           05 FILLER         PIC X(43).
       01  GL-TRL-REC.
           05 FILLER         PIC X(01).
           05 GLT-COUNT      PIC 9(07).
           05 GLT-DR-TOTAL   PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 GLT-CR-TOTAL   PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 FILLER         PIC X(16).
