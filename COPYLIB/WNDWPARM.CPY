      *          kapatma 'online guncellemeler durdu' beyanidir ve
      *          yarim kalmis bir online gorevden artakalan sayac
      *          boylece temizlenir (operasyonun kurtarma yolu).
      *   '3' -> kontrol noktasindan yeniden calistirmada pencereyi
      *          devral. Pencere abend olmus onceki calistirmada
      *          AYNI programca (WNDW-PROGRAM) acik birakildiysa
      *          acik kalir ve 00 doner; kapaliysa '1' gibi acilir,
      *          baska bir program tutuyorsa 08 doner.
      * WNDW-RETURN-CODE:
      *   00 tamam,
      *   08 online guncelleme ucusta / pencere zaten acik,
           05  WNDW-FUNCTION       PIC X(01).
               88  WNDW-FN-OPEN         VALUE '1'.
               88  WNDW-FN-CLOSE        VALUE '2'.
               88  WNDW-FN-RESUME       VALUE '3'.
           05  WNDW-PROGRAM        PIC X(08).
           05  WNDW-RETURN-CODE    PIC 9(02).
               88  WNDW-RC-OK           VALUE 00.
