      *----------------------------------------------------------
      * TXNREC - para hareketi (yatirma/cekme) besleme dosyasinin
      * (TXNFEED) kayit duzenidir. TXNPOST her satiri master'daki
      * guncel IDX-TUTAR'a alacak olarak ekler ya da borc olarak
      * dusurur; tutar tam bakiye degil hareket tutaridir.
      * TXN-REF kaynak sistemin tekil hareket referansidir; daha
      * once islenmis bir referans ikinci kez islenmez (bkz.
      * TXREFREC.CPY).
      *----------------------------------------------------------
      * TXN-DRCR borc/alacak kodudur: 'D' borc (cekme), 'C' alacak
      * (yatirma). Bu ikisi disindaki kodlar reddedilir.
       01  TXN-REC.
           05 TXN-ID         PIC 9(05).
           05 TXN-DVZ        PIC 9(03).
           05 TXN-DRCR       PIC X(01).
              88 TXN-DEBIT      VALUE 'D'.
              88 TXN-CREDIT     VALUE 'C'.
           05 TXN-AMOUNT     PIC 9(13)V99.
           05 TXN-VALDATE    PIC 9(08).
           05 TXN-REF        PIC X(16).
           05 FILLER         PIC X(12).
