      *----------------------------------------------------------
      * IDXXREC - gece master ozetinin (IDXXTR) kayit duzenidir.
      * IDXEXTR pencerenin basinda IDX-FILE'i bir kez bastan sona
      * okur ve her calistirmada dosyayi IDX-KEY sirasiyla yeniden
      * uretir:
      *   'H' header  : ozetin is gunu ve uretildigi sistem zamani,
      *   'D' detay   : bir master kaydinin paketsiz (display)
      *                 kopyasi; alanlar IDXREC.CPY'deki karsiliklari
      *                 ile aynidir,
      *   'T' trailer : detay adedi, IDX-ID hash toplami ve IDX-TUTAR
      *                 kontrol toplami (dvz'ler karisik; yalnizca
      *                 kontrol amaclidir).
      * Yalniz bakiye okuyan gece programlari (IDXSNAP, IDXSCAN,
      * CUSTPOS, FEECALC, DORMWARN, STMTGEN) canli master yerine bu
      * dosyayi okur; baslamadan once IDXXCHK ile header gunu ve
      * trailer toplamlarini dogrulatir (bkz. IDXXPARM.CPY).
      *----------------------------------------------------------
       01  IDXX-DTL-REC.
           05  IDXX-TYPE         PIC X(01).
               88  IDXX-HEADER       VALUE 'H'.
               88  IDXX-DETAIL       VALUE 'D'.
               88  IDXX-TRAILER      VALUE 'T'.
           05  IXD-ID            PIC 9(05).
           05  IXD-DVZ           PIC 9(03).
           05  IXD-FULLN         PIC X(30).
           05  IXD-JUL           PIC 9(07).
           05  IXD-TUTAR         PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05  FILLER            PIC X(18).
       01  IDXX-HDR-REC.
           05  FILLER            PIC X(01).
           05  IXH-DATE          PIC 9(08).
           05  IXH-CRDATE        PIC 9(08).
           05  IXH-CRTIME        PIC 9(06).
           05  FILLER            PIC X(57).
       01  IDXX-TRL-REC.
           05  FILLER            PIC X(01).
           05  IXT-COUNT         PIC 9(09).
           05  IXT-ID-HASH       PIC 9(13).
           05  IXT-TUTAR-SUM     PIC S9(17)V99 SIGN TRAILING SEPARATE.
           05  FILLER            PIC X(37).
