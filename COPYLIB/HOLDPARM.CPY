      *----------------------------------------------------------
      * HOLDPARM - HOLDCHK bloke sorgu yardimcisinin CALL
      * arayuzunde kullanilan parametre blogudur. IDX-TUTAR'i
      * azaltan batch programlar (SORTREP6 'M', ACCRPOST, TXNPOST)
      * degisikligi uygulamadan once anahtarin gecerli bloke
      * toplamini buradan alir; yeni bakiye bloke toplaminin
      * altina dusemez.
      *
      * HLDC-FUNCTION degerleri:
      *   '1' -> gecerli bloke toplami.
      *          Girdi : HLDC-ID, HLDC-DVZ, HLDC-DATE
      *          Cikti : HLDC-HELD-AMOUNT, HLDC-HOLD-COUNT,
      *                  HLDC-RETURN-CODE
      *   '9' -> bloke dosyasini kapat (calistirma sonunda).
      * HOLDFILE ilk cagrida acilir ve '9' gelene kadar acik kalir.
      * HLDC-RETURN-CODE:
      *   00 tamam,
      *   04 bloke dosyasi henuz kurulmamis (bloke yok sayilir),
      *   16 bloke dosyasi okunamadi; cagiran azaltmayi
      *      uygulamaz (kapali-durumda-guvenli).
      *----------------------------------------------------------
       01  HLDC-PARM.
           05  HLDC-FUNCTION       PIC X(01).
               88  HLDC-FN-HELD         VALUE '1'.
               88  HLDC-FN-CLOSE        VALUE '9'.
           05  HLDC-ID             PIC 9(05).
           05  HLDC-DVZ            PIC 9(03).
           05  HLDC-DATE           PIC 9(08).
           05  HLDC-HELD-AMOUNT    PIC 9(13)V99.
           05  HLDC-HOLD-COUNT     PIC 9(03).
           05  HLDC-RETURN-CODE    PIC 9(02).
               88  HLDC-RC-OK           VALUE 00 04.
               88  HLDC-RC-NO-FILE      VALUE 04.
               88  HLDC-RC-FILE-ERROR   VALUE 16.
