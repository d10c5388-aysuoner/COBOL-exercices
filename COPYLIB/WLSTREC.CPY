      *----------------------------------------------------------
      * WLSTREC - yaptirim ve izleme listesi dosyasinin (WATCHLST)
      * kayit duzenidir. Uyum birimi listeyi her guncellediginde
      * dosya yeniden yuklenir ve SANCSCRN tam tarama ('F') ile
      * calistirilir.
      * WL-TYPE 'S' resmi yaptirim listesi (BM, OFAC, MASAK vb.),
      * 'I' bankanin ic izleme listesidir. WL-NAME serbest
      * bicimli ad-soyad ya da unvandir; buyuk/kucuk harf, Turkce
      * karakter, bosluk ve kelime sirasi taramada normalize
      * edilir.
      *----------------------------------------------------------
       01  WL-REC.
           05  WL-ID           PIC X(08).
           05  WL-TYPE         PIC X(01).
               88  WL-SANCTIONS      VALUE 'S'.
               88  WL-INTERNAL       VALUE 'I'.
           05  WL-NAME         PIC X(40).
           05  WL-SOURCE       PIC X(10).
           05  FILLER          PIC X(21).
