      *----------------------------------------------------------
      * WHTLREC - stopaj yukumluluk dosyasinin (TAXLIAB) kayit
      * duzenidir. Faizi alacaklandiran her program (ACCRPOST,
      * TDMATR) kesilen her stopaj icin bir satir ekler: brut
      * faiz, uygulanan oran, kesilen vergi ve musteriye yazilan
      * net faiz. WHTGL gunun satirlarindan vergi dairesine borc
      * icin GL satirini, WHTCERT yil sonunda musteri basina
      * vergi kesinti belgesini uretir.
      * WHT-TDSEQ vadeli mevduatin sira numarasidir (bkz.
      * TDEPREC.CPY); vadesiz faizde sifirdir.
      *----------------------------------------------------------
       01  WHT-REC.
           05 WHT-ID         PIC 9(05).
           05 WHT-DVZ        PIC 9(03).
           05 WHT-DEPTYPE    PIC X(01).
              88 WHT-DEMAND     VALUE 'D'.
              88 WHT-TERM       VALUE 'T'.
           05 WHT-TDSEQ      PIC 9(03).
           05 WHT-VALDATE    PIC 9(08).
           05 WHT-POSTDATE   PIC 9(08).
           05 WHT-GROSS      PIC 9(13)V99.
           05 WHT-RATE       PIC 9V9(04).
           05 WHT-TAX        PIC 9(13)V99.
           05 WHT-NET        PIC 9(13)V99.
           05 WHT-SOURCE     PIC X(08).
           05 FILLER         PIC X(10).
