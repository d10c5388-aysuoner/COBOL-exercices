      *----------------------------------------------------------
      * CDCTREC - veri ambari beslemesi yeniden baslama kontrol
      * dosyasinin (CDCCTL) kayit duzenidir. Dosya yalnizca
      * eklenerek buyur (RUNCTLF kurgusu); gecerli yeniden baslama
      * noktasi EN SON satirdir. CDCFEED her basarili calistirmanin
      * sonunda, besleme dosyalari kapandiktan SONRA bir satir
      * ekler:
      *   CDCT-FEED-SEQ  -> uretilen beslemenin sira numarasi,
      *   CDCT-FEED-DATE -> beslemenin is gunu,
      *   CDCT-RUN-DATE/TIME -> satirin yazildigi sistem zamani,
      *   CDCT-JRNL-SEQ  -> beslemeye alinan son JRNFILE sirasi,
      *   CDCT-IJRN-SEQ  -> beslemeye alinan son online jurnal
      *                     (IJRN) sirasi,
      *   CDCT-REFJ-SEQ  -> beslemeye alinan son REFJRN sirasi,
      *   CDCT-IDX/ACT/XRF-COUNT -> dosya basina detay adedi.
      * Sonraki calistirma yalniz bu siralardan BUYUK jurnal
      * satirlarini alir; ayni degisiklik ambara iki kez gitmez.
      * Yarida kalan calistirma satir yazmaz, tekrar calistirmada
      * ayni nokta kullanilir ve besleme bastan uretilir.
      *----------------------------------------------------------
       01  CDCT-REC.
           05 CDCT-FEED-SEQ    PIC 9(07).
           05 CDCT-FEED-DATE   PIC 9(08).
           05 CDCT-RUN-DATE    PIC 9(08).
           05 CDCT-RUN-TIME    PIC 9(06).
           05 CDCT-JRNL-SEQ    PIC 9(07).
           05 CDCT-IJRN-SEQ    PIC 9(07).
           05 CDCT-REFJ-SEQ    PIC 9(07).
           05 CDCT-IDX-COUNT   PIC 9(07).
           05 CDCT-ACT-COUNT   PIC 9(07).
           05 CDCT-XRF-COUNT   PIC 9(07).
           05 FILLER           PIC X(09).
