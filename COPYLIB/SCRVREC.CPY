      *----------------------------------------------------------
      * SCRVREC - isim tarama inceleme dosyasinin (SANCRVW) kayit
      * duzenidir. SANCSCRN her eslesme icin bir satir ekler; uyum
      * birimi satirlari buradan inceler.
      * SCR-SOURCE 'I' ise SCR-KEY IDX-FILE anahtaridir
      * (iiiii/ddd), 'A' ise ACCTREC'teki ACCT-SEQ'tir.
      * SCR-MATCH eslesme turudur:
      *   'E' birebir ayni ad          (skor 100),
      *   'N' normalize edilmis ad     (skor 090; Turkce
      *       karakter, bosluk ve kelime sirasi fark etmez),
      *   'P' kelime ortakligi         (ortak kelime x 100 /
      *       uzun olanin kelime sayisi).
      * SCR-STATUS satir eklenirken 'O' (acik) tasir.
      *----------------------------------------------------------
       01  SCR-REC.
           05  SCR-RUNDATE     PIC 9(08).
           05  SCR-MODE        PIC X(01).
               88  SCR-FULL          VALUE 'F'.
               88  SCR-DELTA         VALUE 'D'.
           05  SCR-SOURCE      PIC X(01).
               88  SCR-FROM-IDX      VALUE 'I'.
               88  SCR-FROM-ACCT     VALUE 'A'.
           05  SCR-KEY         PIC X(12).
           05  SCR-NAME        PIC X(40).
           05  SCR-WL-ID       PIC X(08).
           05  SCR-WL-TYPE     PIC X(01).
           05  SCR-WL-NAME     PIC X(40).
           05  SCR-MATCH       PIC X(01).
               88  SCR-EXACT         VALUE 'E'.
               88  SCR-NORMALIZED    VALUE 'N'.
               88  SCR-PARTIAL       VALUE 'P'.
           05  SCR-SCORE       PIC 9(03).
           05  SCR-STATUS      PIC X(01).
               88  SCR-OPEN          VALUE 'O'.
           05  FILLER          PIC X(04).
