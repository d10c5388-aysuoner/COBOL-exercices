      *----------------------------------------------------------
      * GLMPREC - GL hesap eslestirme dosyasinin (GLMAP) kayit
      * duzenidir. Finansin tuttugu dosya posting ureten her
      * kaynak program, posting turu ve dvz icin borc ve alacak GL
      * hesaplarini verir; programlar hesap numarasi tasimaz,
      * GLACCT ile buradan alir (bkz. GLACPARM.CPY).
      *   GLM-SOURCE   -> GL batch'inin kaynagi (GLH-SOURCE),
      *   GLM-POSTTYPE -> kaynagin posting turu:
      *                     SORTREP6 'TOTL' dvz rapor toplamlari,
      *                     FXREVAL  'REVL' kur degerlemesi,
      *                     TXNPOST  'TXN ' para hareketleri,
      *                     WHTGL    'WHT ' stopaj yukumlulugu,
      *                     ACCRPOST 'FEE ' ucret geliri,
      *                     ACCRPOST 'INT ' faiz gideri,
      *   GLM-DVZ      -> dvz kodu; 000 o kaynak ve tur icin tum
      *                   dvz'lere uyan genel satirdir, dvz'e ozel
      *                   satir varsa o kullanilir. Dengeleyici 'C'
      *                   kaydi 949 (TRY) ile aranir.
      * Anahtar (GLM-KEY) dosyada tekildir.
      *----------------------------------------------------------
       01  GLM-REC.
           05 GLM-KEY.
              10 GLM-SOURCE     PIC X(08).
              10 GLM-POSTTYPE   PIC X(04).
              10 GLM-DVZ        PIC 9(03).
           05 GLM-DR-ACCOUNT PIC X(12).
           05 GLM-CR-ACCOUNT PIC X(12).
           05 GLM-DESC       PIC X(30).
           05 FILLER         PIC X(11).
