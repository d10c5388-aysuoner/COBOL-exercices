      *----------------------------------------------------------
      * TDRTREC - vadeli mevduat oran tablosunun (TDRATES) kayit
      * duzenidir. Hazine her dvz icin vade basamaklarini ve
      * guncel yillik oranlarini yayinlar. Bir vade icin gecerli
      * oran, ayni dvz'de TDR-MIN-TERM'u vadeye esit ya da ondan
      * kucuk olan en buyuk basamagin oranidir.
      *----------------------------------------------------------
       01  TDR-REC.
           05 TDR-DVZ        PIC 9(03).
           05 TDR-MIN-TERM   PIC 9(04).
           05 TDR-RATE       PIC 9V9(04).
           05 FILLER         PIC X(08).
