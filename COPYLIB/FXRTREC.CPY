      * duzenidir. Her satir bir dvz kodu icin belirli bir gecerlilik
      * tarihinden itibaren gecerli TRY cevirim oranini tasir.
      * Dosya FXM-KEY (dvz + gecerlilik tarihi) ile INDEXED tutulur;
      * FXRTIMP hazine beslemesinden gecerli satirlari yukler;
      * raporlar kur gunu icin gecerli olan orani FXCVRTN
      * uzerinden okur (bkz. FXCVPARM.CPY).
      *----------------------------------------------------------
       01  FXM-REC.
           05  FXM-KEY.
