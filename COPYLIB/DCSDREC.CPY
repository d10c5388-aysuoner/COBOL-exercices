      *----------------------------------------------------------
      * DCSDREC - vefat/tereke durum dosyasinin (DCSDFILE) kayit
      * duzenidir. Subeden vefat bildirimi gelen kisi burada
      * ACCT-SEQ (BDAYCALC hesap sira numarasi) ile tutulur;
      * dosya DCS-SEQ ile INDEXED'dir, kisi basina en fazla bir
      * kayit vardir. DCSDMNT kayitlari ekler/degistirir/siler;
      * batch taraf DCSDCHK yardimcisi uzerinden sorgular
      * (bkz. DCSDPARM.CPY):
      *   - BDAYCALC ve AGEBAND vefat etmis kisiyi atlar (dogum
      *     gunu uyarisi ve yas esigi kaydi uretilmez),
      *   - FEECALC kisiye bagli musterinin ucretini kaldirir,
      *   - STMTGEN ekstreyi tereke adresine yonlendirir ya da
      *     basmaz,
      *   - DCSDBAL tereke birimine vefat gunu bakiye raporunu
      *     uretir.
      *----------------------------------------------------------
       01  DCS-REC.
           05  DCS-SEQ         PIC X(04).
      * DCS-STATUS 'D' vefat bildirildi, 'C' tereke islemleri
      * kapandi (kayit tarihce icin tutulur, ekstre basilmaz).
           05  DCS-STATUS      PIC X(01).
               88  DCS-DECEASED      VALUE 'D'.
               88  DCS-ESTATE-CLOSED VALUE 'C'.
           05  DCS-DEATH-DATE  PIC 9(08).
           05  DCS-NOTIFY-DATE PIC 9(08).
      * DCS-STMT-ACTION ekstre talimatidir: 'E' tereke adresine
      * gonder, 'S' basma.
           05  DCS-STMT-ACTION PIC X(01).
               88  DCS-STMT-ESTATE   VALUE 'E'.
               88  DCS-STMT-SUPPRESS VALUE 'S'.
           05  DCS-ESTATE-NAME PIC X(30).
           05  DCS-ESTATE-ADDR1 PIC X(30).
           05  DCS-ESTATE-ADDR2 PIC X(30).
           05  DCS-ESTATE-CITY PIC X(15).
      * DCS-USER/DCS-CHGDATE son degisikligi yapan kullanici ve
      * gunudur.
           05  DCS-USER        PIC X(08).
           05  DCS-CHGDATE     PIC 9(08).
           05  FILLER          PIC X(07).
