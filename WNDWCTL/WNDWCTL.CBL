      * WNDWREC.CPY) batch tarafindaki bekcisidir (arayuz icin
      * bkz. WNDWPARM.CPY). Pencere acilirken online guncelleme
      * sayaci sifir degilse ya da pencere zaten acilmissa RC 08
      * doner ve batch bakim BASLAMAZ; PNDAPPR de pencere acikken
      * online onayi reddeder, boylece iki guncelleme yolu ayni
      * master uzerinde ic ice gecemez. Batch abend olursa pencere
      * acik kalir: online taraf kapali-durumda-guvenli bicimde
      * sorgulamada kalir, operasyon pencereyi '2' ile kapatir.
      * Kontrol noktasindan yeniden calisan is ise pencereyi '3' ile
      * devralir; kendi biraktigi acik pencere icin kapatma adimi
      * gerekmez.
      * Dosya ilk kullanimda tek kayitla kurulur.
      *------------------------------
       ENVIRONMENT DIVISION.
           IF WNDW-RC-OK
              EVALUATE TRUE
                 WHEN WNDW-FN-OPEN
                 WHEN WNDW-FN-RESUME
                    PERFORM OPEN-THE-WINDOW
                 WHEN WNDW-FN-CLOSE
                    PERFORM CLOSE-THE-WINDOW
       READ-STATUS-RECORD-EXIT. EXIT.
      *----
      * OPEN-THE-WINDOW online ucusta is yokken ve pencere kapali
      * iken pencereyi acar. '3' ile cagrilmissa ve pencereyi ayni
      * program tutuyorsa pencere devralinir: acik pencerede online
      * guncelleme baslayamadigindan ucus sayaci bakilmaz, yalniz
      * damga yenilenir.
      *----
       OPEN-THE-WINDOW.
           PERFORM READ-STATUS-RECORD
           EVALUATE TRUE
              WHEN WND-BATCH-OPEN AND WNDW-FN-RESUME
                   AND WND-PROGRAM = WNDW-PROGRAM
                 DISPLAY 'MAINTENANCE WINDOW RESUMED BY: '
                         WND-PROGRAM
                 MOVE FUNCTION CURRENT-DATE(1:14) TO WND-STAMP
                 REWRITE WND-REC
                    INVALID KEY
                       DISPLAY 'WNDWSTAT REWRITE FAILED'
                       MOVE 16 TO WNDW-RETURN-CODE
                 END-REWRITE
              WHEN WND-BATCH-OPEN
                 DISPLAY 'MAINTENANCE WINDOW ALREADY OPEN BY: '
                         WND-PROGRAM
      * CLOSE-THE-WINDOW pencereyi kapatir ve online ucus sayacini
      * da sifirlar: kapatma cagrisi 'online guncellemeler durdu'
      * beyanidir. Boylece ENTER ile LEAVE arasinda abend olmus bir
      * PNDAPPR gorevinin sayacta biraktigi artik, pencereyi sonsuza
      * kadar kilitleyemez; operasyonun kurtarma araci '2'
      * fonksiyonunun kendisidir.
       CLOSE-THE-WINDOW.
