      *----------------------------------------------------------
      * TXREFREC - islenmis hareket referanslari dosyasinin
      * (TXNREFS) kayit duzenidir. TXNPOST master'a uyguladigi her
      * hareketin referansini bu dosyaya yazar; dosya TXR-REF ile
      * INDEXED tutulur ve ayni referansin ikinci kez (ayni
      * beslemede ya da sonraki gecelerde) islenmesini engeller.
      * Satir ayrica hareketin anahtarini, tutarini ve posting
      * gununu tasir ki iade/sorgu icin kaynak bulunabilsin.
      *----------------------------------------------------------
       01  TXR-REC.
           05 TXR-REF        PIC X(16).
           05 TXR-ID         PIC 9(05).
           05 TXR-DVZ        PIC 9(03).
           05 TXR-DRCR       PIC X(01).
           05 TXR-AMOUNT     PIC 9(13)V99.
           05 TXR-VALDATE    PIC 9(08).
           05 TXR-POSTDATE   PIC 9(08).
           05 FILLER         PIC X(04).
