      *----------------------------------------------------------
      * CHKPPARM - CHKPCTL kontrol noktasi/yeniden baslatma
      * yardimcisinin CALL arayuzunde kullanilan parametre
      * blogudur. Uzun sureli gece adimlari (FEECALC, ACCRPOST,
      * IDXARCH, STMTGEN) her N kayitta son commit edilen anahtari
      * ve o ana kadarki kontrol toplamlarini kaydeder; abend
      * sonrasi yeniden calistirmada bastan baslamak yerine bu
      * anahtardan sonra devam eder ve toplamlari kaldigi yerden
      * surdurur (SORTREP6 CHKPTFIL kurgusunun paylasilan hali).
      * Kontrol dosyasi CHKPCTLF'tir (bkz. CHKPREC.CPY).
      *
      * CHKP-FUNCTION degerleri:
      *   '1' -> yeniden baslatma noktasini oku.
      *          Girdi : CHKP-PROGRAM, CHKP-RUN-DATE
      *          Cikti : CHKP-LAST-KEY, CHKP-REC-COUNT,
      *                  CHKP-CHKPT-COUNT, CHKP-STAMP, CHKP-TOTALS,
      *                  CHKP-RETURN-CODE
      *   '2' -> kontrol noktasi yaz (oncekinin uzerine).
      *          Girdi : CHKP-PROGRAM, CHKP-RUN-DATE,
      *                  CHKP-LAST-KEY, CHKP-REC-COUNT,
      *                  CHKP-TOTALS
      *          Cikti : CHKP-CHKPT-COUNT (bir artar), CHKP-STAMP,
      *                  CHKP-RETURN-CODE
      *   '3' -> kontrol noktasini sil (calistirma basariyla
      *          bitti).
      *          Girdi : CHKP-PROGRAM, CHKP-RUN-DATE
      *          Cikti : CHKP-RETURN-CODE
      *   '9' -> dosyayi kapat (calistirma sonunda).
      * Dosya ilk cagrida acilir (hic kurulmamissa kurulur) ve '9'
      * gelene kadar acik kalir. CHKP-TOTALS'in duzeni cagiran
      * programa aittir; yardimci icerige bakmaz.
      * Kontrol noktasi yalnizca o anahtara kadarki butun ciktilar
      * yazildiktan sonra alinir; yeniden baslayan program girdide
      * CHKP-LAST-KEY'e kadar (dahil) olan kayitlari atlar.
      * CHKP-RETURN-CODE:
      *   00 tamam ('1': yeniden baslatma noktasi bulundu),
      *   04 yeniden baslatma noktasi yok (normal calistirma),
      *   16 kontrol dosyasi okunamadi/yazilamadi ya da bilinmeyen
      *      fonksiyon.
      *----------------------------------------------------------
       01  CHKP-PARM.
           05  CHKP-FUNCTION       PIC X(01).
               88  CHKP-FN-READ         VALUE '1'.
               88  CHKP-FN-WRITE        VALUE '2'.
               88  CHKP-FN-CLEAR        VALUE '3'.
               88  CHKP-FN-CLOSE        VALUE '9'.
           05  CHKP-PROGRAM        PIC X(08).
           05  CHKP-RUN-DATE       PIC 9(08).
           05  CHKP-LAST-KEY       PIC X(20).
           05  CHKP-REC-COUNT      PIC 9(09).
           05  CHKP-CHKPT-COUNT    PIC 9(05).
           05  CHKP-STAMP          PIC 9(14).
           05  CHKP-TOTALS         PIC X(6000).
           05  CHKP-RETURN-CODE    PIC 9(02).
               88  CHKP-RC-OK           VALUE 00.
               88  CHKP-RC-NOT-FOUND    VALUE 04.
               88  CHKP-RC-FILE-ERROR   VALUE 16.
