      *----------------------------------------------------------
      * WHTRREC - faiz stopaj oran tablosunun (TAXRATES) kayit
      * duzenidir. Finansin yayinladigi oranlar dvz, mevduat turu
      * ve yururluk tarihi basina bir satirdir; bir faiz icin
      * gecerli oran, ayni dvz ve turde yururluk tarihi faizin
      * valor gunune esit ya da ondan once olan en yeni satirdir.
      * WHR-DEPTYPE: 'D' vadesiz (ACCRPOST), 'T' vadeli (TDMATR).
      * WHR-RATE stopaj oranidir (0.1500 = %15).
      *----------------------------------------------------------
       01  WHR-REC.
           05 WHR-DVZ        PIC 9(03).
           05 WHR-DEPTYPE    PIC X(01).
           05 WHR-EFFDATE    PIC 9(08).
           05 WHR-RATE       PIC 9V9(04).
           05 FILLER         PIC X(08).
