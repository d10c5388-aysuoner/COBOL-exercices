      *----------------------------------------------------------
      * GLACPARM - GLACCT GL hesap eslestirme yardimcisinin CALL
      * arayuzunde kullanilan parametre blogudur. GL arayuz
      * dosyasi yazan programlar (SORTREP6, FXREVAL, TXNPOST,
      * WHTGL, ACCRPOST) her posting kaydinin hesabini buradan
      * alir.
      *
      * GLAC-FUNCTION degerleri:
      *   '1' -> hesaplari bul.
      *          Girdi : GLAC-SOURCE, GLAC-POSTTYPE, GLAC-DVZ
      *          Cikti : GLAC-DR-ACCOUNT, GLAC-CR-ACCOUNT,
      *                  GLAC-RETURN-CODE
      *   '9' -> eslestirme tablosunu birak (calistirma sonunda).
      * GLMAP ilk cagrida tabloya yuklenir ve '9' gelene kadar
      * bellekte kalir (bkz. GLMPREC.CPY). Dvz'e ozel satir yoksa
      * ayni kaynak ve turun 000 satiri kullanilir.
      * GLAC-RETURN-CODE:
      *   00 tamam,
      *   04 eslestirme yok; hesaplar bosluk doner (cagiran
      *      kaydi raporlar, calistirma RC 04 ile biter),
      *   16 eslestirme dosyasi okunamadi; hesaplar bosluk doner.
      *----------------------------------------------------------
       01  GLAC-PARM.
           05  GLAC-FUNCTION       PIC X(01).
               88  GLAC-FN-LOOKUP       VALUE '1'.
               88  GLAC-FN-CLOSE        VALUE '9'.
           05  GLAC-SOURCE         PIC X(08).
           05  GLAC-POSTTYPE       PIC X(04).
           05  GLAC-DVZ            PIC 9(03).
           05  GLAC-DR-ACCOUNT     PIC X(12).
           05  GLAC-CR-ACCOUNT     PIC X(12).
           05  GLAC-RETURN-CODE    PIC 9(02).
               88  GLAC-RC-OK           VALUE 00.
               88  GLAC-RC-NOT-MAPPED   VALUE 04.
               88  GLAC-RC-FILE-ERROR   VALUE 16.
