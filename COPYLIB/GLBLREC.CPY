      *----------------------------------------------------------
      * GLBLREC - muhasebe sisteminin gun sonu kapanis bakiye
      * dosyasinin (GLBAL) kayit duzenidir. Dosya musteri mevduati
      * kontrol hesaplarinin (IDX-FILE'in GL'deki karsiligi) her
      * biri icin bir satir tasir:
      *   GLB-DATE    -> bakiyenin ait oldugu gun,
      *   GLB-ACCOUNT -> GL kontrol hesabi (GLMAP hesap numarasi),
      *   GLB-DVZ     -> hesabin dvz'i,
      *   GLB-BALANCE -> hesabin dvz cinsinden kapanis bakiyesi.
      * GLB-BALANCE IDX-TUTAR ile ayni isaret yonundedir: alacak
      * (mevduat) bakiyesi pozitif, borc bakiyesi negatiftir. Ayni
      * dvz'in birden cok kontrol hesabi olabilir; GLRECON dvz
      * bazinda toplar.
      *----------------------------------------------------------
       01  GLB-REC.
           05 GLB-DATE       PIC 9(08).
           05 GLB-ACCOUNT    PIC X(12).
           05 GLB-DVZ        PIC 9(03).
           05 GLB-BALANCE    PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 FILLER         PIC X(39).
