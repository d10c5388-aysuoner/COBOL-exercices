      *----------------------------------------------------------
      * DCSTREC - vefat/tereke bakim transaction dosyasinin
      * (DCSDTRN) kayit duzenidir; DCSDMNT her satiri durum
      * dosyasina uygular (bkz. DCSDREC.CPY).
      *   DCT-FUNC 'A' -> vefat bildirimini kaydet; ACCT-SEQ
      *                   capraz referansta olmali ve kaydi henuz
      *                   bulunmamalidir.
      *   DCT-FUNC 'C' -> durum, tarih, ekstre talimati ya da
      *                   tereke adresini degistir; dolu gelen
      *                   alanlar uygulanir.
      *   DCT-FUNC 'D' -> hatali bildirimi geri al (kayit silinir).
      *----------------------------------------------------------
       01  DCT-REC.
           05 DCT-FUNC        PIC X(01).
              88 DCT-ADD         VALUE 'A'.
              88 DCT-CHANGE      VALUE 'C'.
              88 DCT-DELETE      VALUE 'D'.
           05 DCT-SEQ         PIC X(04).
           05 DCT-STATUS      PIC X(01).
           05 DCT-DEATH-DATE  PIC 9(08).
           05 DCT-NOTIFY-DATE PIC 9(08).
           05 DCT-STMT-ACTION PIC X(01).
           05 DCT-ESTATE-NAME PIC X(30).
           05 DCT-ESTATE-ADDR1 PIC X(30).
           05 DCT-ESTATE-ADDR2 PIC X(30).
           05 DCT-ESTATE-CITY PIC X(15).
           05 FILLER          PIC X(12).
