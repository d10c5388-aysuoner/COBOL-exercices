      * MAINTEDT, SORTREP6'nin 'M' bakim calismasindan ONCE kosan
      * edit adimidir. Ham MAINT-FILE girislerini dogrular:
      *   - MAINT-ID ve MAINT-TUTAR numerik mi,
      *   - MAINT-ID musteri numarasi araligindaysa kontrol hanesi
      *     tutuyor mu (CNOALLOC '2'; aralik altindaki eski
      *     numaralar kontrolsuz gecer),
      *   - MAINT-JUL numerik ve DTCVRTN function '1' tarafindan
      *     kabul ediliyor mu,
      *   - MAINT-DVZ bilinen dvz listesinde mi,
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY).
           COPY DTCVPARM.
      * CNOC-PARM musteri numarasi kontrol hanesi arayuzudur (bkz.
      * CNOPARM.CPY).
           COPY CNOPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 RAW-ST            PIC 9(02).
              88 RAW-EOF        VALUE 10.
      * WS-JUL-9 numerik kontrolu gecen Julian tarihi DTCVRTN
      * cagrisina tasimak icin kullanilir.
       01  WS-JUL-9             PIC 9(07).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
                 MOVE 'ID NOT NUMERIC' TO WS-REJ-REASON
              END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
              PERFORM CHECK-CUSTOMER-NUMBER
           END-IF
           IF WS-REJ-REASON = SPACES
              IF RAW-DVZ NOT NUMERIC
                 MOVE 'DVZ NOT NUMERIC' TO WS-REJ-REASON
              END-IF
           END-PERFORM.
       CHECK-KNOWN-DVZ-EXIT. EXIT.
      *----
      * CHECK-CUSTOMER-NUMBER MAINT-ID'nin kontrol hanesini
      * dogrulatir. Aralik kontrol dosyasi okunamazsa numara
      * dogrulanamadigi icin satir reddedilir.
      *----
       CHECK-CUSTOMER-NUMBER.
           INITIALIZE CNOC-PARM
           MOVE '2'    TO CNOC-FUNCTION
           MOVE RAW-ID TO CNOC-IDXID
           CALL 'CNOALLOC' USING CNOC-PARM
           EVALUATE TRUE
              WHEN CNOC-RC-FILE-ERROR
                 MOVE 'CHECK DIGIT UNVERIFIED' TO WS-REJ-REASON
              WHEN CNOC-ID-INVALID
                 MOVE 'CHECK DIGIT FAILED' TO WS-REJ-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CHECK-CUSTOMER-NUMBER-EXIT. EXIT.
      *----
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
      *----
      * GOBACK kullanilir cunku MAINTEDT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE RAW-FILE
               CLOSE VALID-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE CNOC-PARM
               MOVE '9' TO CNOC-FUNCTION
               CALL 'CNOALLOC' USING CNOC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      * atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-READ-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
