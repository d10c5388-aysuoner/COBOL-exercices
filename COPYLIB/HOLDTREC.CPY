      *----------------------------------------------------------
      * HOLDTREC - bloke bakim transaction dosyasinin (HOLDTRN)
      * kayit duzenidir; HOLDMNT her satiri bloke dosyasina
      * uygular (bkz. HOLDREC.CPY).
      *   HTR-FUNC 'P' -> yeni bloke koy; sira numarasi HOLDMNT
      *                   tarafindan verilir, HTR-SEQ yok sayilir.
      *   HTR-FUNC 'A' -> gecerli blokeyi degistir; dolu gelen
      *                   tutar/sebep/merci/bitis alanlari uygulanir.
      *   HTR-FUNC 'R' -> gecerli blokeyi kaldir.
      *----------------------------------------------------------
       01  HTR-REC.
           05 HTR-FUNC       PIC X(01).
              88 HTR-PLACE      VALUE 'P'.
              88 HTR-AMEND      VALUE 'A'.
              88 HTR-RELEASE    VALUE 'R'.
           05 HTR-ID         PIC 9(05).
           05 HTR-DVZ        PIC 9(03).
           05 HTR-SEQ        PIC 9(03).
           05 HTR-AMOUNT     PIC 9(13)V99.
           05 HTR-REASON     PIC X(02).
           05 HTR-AUTHORITY  PIC X(20).
           05 HTR-START      PIC 9(08).
           05 HTR-EXPIRY     PIC 9(08).
           05 FILLER         PIC X(15).
