      * DIKKAT: hareket gecmisi bos/yeni ise master'in tamami uyuyan
      * gorunur; bu durumda hicbir kayit arsivlenmeden RETURN-CODE
      * 08 ile durulur (bos gecmis korumasi).
      * Her N master kaydinda CHKPCTL kontrol noktasi alinir (bkz.
      * CHKPPARM.CPY); abend sonrasi yeniden calistirma master'a
      * son commit edilen anahtardan sonra START ile konumlanir.
      * Yeniden calistirma abend olmus supurmenin acik biraktigi
      * bakim penceresini WNDWCTL '3' ile devralir; operasyon
      * yalniz ARCHOUT'u ayni kusak olarak (DISP=MOD) verir, arsiv
      * ve rapor kaldigi yerden uzar.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT ACT-FILE   ASSIGN TO  ACTIVITY
                             STATUS     ACT-ST.
       01  WS-TUTAR-WORK.
           05 WS-TUTAR-DISP     PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 WS-TUTAR-X REDEFINES WS-TUTAR-DISP PIC X(16).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * CHKP-PARM paylasilan kontrol noktasi yardimcisinin (CHKPCTL)
      * arayuzudur (bkz. CHKPPARM.CPY). Her WS-CHKPT-INTERVAL master
      * kaydinda ARCHOUT ve rapor diske commit edilip (CLOSE/OPEN
      * EXTEND) son anahtar sayaclarla birlikte yazilir. Kontrol
      * noktasindan sonra arsivlenip silinen kayitlar yeniden
      * calistirmada master'da bulunmaz; ARCHOUT'taki fazla satir
      * sayisi kadar sayaclara eklenir.
      *----
           COPY CHKPPARM.
       01  WS-CHKPT-INTERVAL    PIC 9(05) VALUE 01000.
       01  WS-RECS-SINCE-CHKPT  PIC 9(05) VALUE ZERO.
       01  WS-RESTART-SW        PIC X(01) VALUE 'N'.
           88 WS-RESTART-PENDING VALUE 'Y'.
       01  WS-RESTART-END-SW    PIC X(01) VALUE 'N'.
           88 WS-RESTART-AT-END VALUE 'Y'.
       01  WS-CHKPT-ERR-SW      PIC X(01) VALUE 'N'.
           88 WS-CHKPT-ERROR    VALUE 'Y'.
       01  WS-RESTART-KEY.
           05 WS-RESTART-ID     PIC 9(05).
           05 WS-RESTART-DVZ    PIC 9(03).
           05 FILLER            PIC X(12).
       01  WS-CHKPT-KEY.
           05 WS-CHKPT-ID       PIC 9(05).
           05 WS-CHKPT-DVZ      PIC 9(03).
           05 FILLER            PIC X(12) VALUE SPACES.
       01  WS-ARC-ON-FILE       PIC 9(07) VALUE ZERO.
       01  WS-ARC-REPLAY        PIC 9(07) VALUE ZERO.
      * WS-CKPT-TOTALS kontrol noktasina yazilan sayaclarin bu
      * programdaki duzenidir (CHKP-TOTALS'in goruntusu); taranan
      * kayit sayisi kontrol noktasinin kendi alanindadir.
       01  WS-CKPT-TOTALS.
           05 WS-CKT-ARCH-COUNT PIC 9(07).
           05 WS-CKT-KEEP-COUNT PIC 9(07).
           05 FILLER            PIC X(5986).
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen uyuma esigini ve
      * istege bagli calisma gununu tasir.
              MOVE 'Y' TO EXIT-FLAG
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM OPEN-MAINT-WINDOW
           IF NOT WNDW-RC-OK
              DISPLAY 'ARCHIVE SWEEP REFUSED, WINDOW NOT '
              GOBACK
           END-IF
           PERFORM FILE-OPEN-CONTROL
           IF NOT WS-RESTART-PENDING
              PERFORM WRITE-REPORT-HEADING
           END-IF
           PERFORM SWEEP-MASTER-FILE
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-MAINT-WINDOW
           PERFORM CLEAR-CHECKPOINT
           PERFORM MARK-RUN-COMPLETE
           IF WS-CHKPT-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      * OPEN/CLOSE-MAINT-WINDOW bakim penceresini WNDWCTL ile acar/
      * kapatir (SORTREP6 'M' kurgusu). Supurme abend olursa
      * pencere acik kalir ve online taraf sorgulamada kalir;
      * kontrol noktasindan yeniden calistirma pencereyi '3' ile
      * devralir, kontrol noktasi yoksa operasyon pencereyi kapatir.
      *----
       OPEN-MAINT-WINDOW.
           INITIALIZE WNDW-PARM
           IF WS-RESTART-PENDING
              MOVE '3'    TO WNDW-FUNCTION
           ELSE
              MOVE '1'    TO WNDW-FUNCTION
           END-IF
           MOVE 'IDXARCH' TO WNDW-PROGRAM
           CALL 'WNDWCTL' USING WNDW-PARM.
       OPEN-MAINT-WINDOW-EXIT. EXIT.
       READ-ACT-RECORD.
           READ ACT-FILE.
       READ-ACT-RECORD-EXIT. EXIT.
      *----
      * Yeniden calistirmada ARCHOUT ve rapor silinmeden EXTEND
      * acilir.
      *----
       FILE-OPEN-CONTROL.
           OPEN I-O    IDX-FILE
           OPEN INPUT  ACTSRT-FILE
           IF WS-RESTART-PENDING
              OPEN EXTEND ARC-FILE
              OPEN EXTEND RPT-FILE
           ELSE
              OPEN OUTPUT ARC-FILE
              OPEN OUTPUT RPT-FILE
           END-IF
      * katalog ilk kullanimda (durum 35) bir kereligine OUTPUT
      * ile kurulur (FXRTIMP'in ilk kurulum kurgusu)
           OPEN I-O    CAT-FILE
      *----
      * SWEEP-MASTER-FILE master'i sirali gezer; her kayit icin
      * sirali hareket gecmisinden son hareket tarihini toplar ve
      * uyuma kararini verir. Yeniden calistirmada master son
      * commit edilen anahtardan sonraya konumlanir; hareket
      * akisi daha kucuk anahtarlari COLLECT-LAST-ACTIVITY'de
      * kendiliginden atlar.
      *----
       SWEEP-MASTER-FILE.
           MOVE 'N' TO WS-ACTS-EOF-SW
           PERFORM READ-NEXT-ACTIVITY
           IF WS-RESTART-PENDING
              PERFORM POSITION-AT-RESTART-POINT
           END-IF
           IF NOT WS-RESTART-AT-END
              PERFORM READ-NEXT-MASTER
              PERFORM UNTIL IDX-EOF
                 ADD 1 TO WS-SCAN-COUNT
                 MOVE IDX-ID  TO WS-CHKPT-ID
                 MOVE IDX-DVZ TO WS-CHKPT-DVZ
                 PERFORM COLLECT-LAST-ACTIVITY
                 IF WS-LAST-ACT < WS-CUTOFF-DATE
                    PERFORM ARCHIVE-ONE-RECORD
                 ELSE
                    ADD 1 TO WS-KEEP-COUNT
                 END-IF
                 ADD 1 TO WS-RECS-SINCE-CHKPT
                 IF WS-RECS-SINCE-CHKPT >= WS-CHKPT-INTERVAL
                    PERFORM WRITE-CHECKPOINT
                 END-IF
                 PERFORM READ-NEXT-MASTER
              END-PERFORM
           END-IF.
       SWEEP-MASTER-FILE-EXIT. EXIT.
      *----
      * POSITION-AT-RESTART-POINT master'i kontrol noktasindaki
      * anahtardan buyuk ilk kayda konumlar (BDAYBAL'daki START
      * kurgusu); boyle bir kayit yoksa taranacak kayit kalmamistir.
      *----
       POSITION-AT-RESTART-POINT.
           MOVE WS-RESTART-ID  TO IDX-ID
           MOVE WS-RESTART-DVZ TO IDX-DVZ
           START IDX-FILE KEY > IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RESTART-END-SW
           END-START.
       POSITION-AT-RESTART-POINT-EXIT. EXIT.
      *----
       READ-NEXT-MASTER.
           READ IDX-FILE NEXT
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * READ-RESTART-CHECKPOINT is gunu icin yarim kalmis bir
      * supurmenin kontrol noktasini CHKPCTL '1' ile okur; varsa son
      * anahtar ve sayaclar geri yuklenir ve ARCHOUT'taki commit
      * sonrasi satirlar sayilir. Kontrol dosyasi okunamazsa
      * ARCHOUT'un bastan yazilmasi onceki arsivi silebileceginden
      * pencere acilmadan RC 16 ile durulur.
      *----
       READ-RESTART-CHECKPOINT.
           INITIALIZE CHKP-PARM
           MOVE '1'         TO CHKP-FUNCTION
           MOVE 'IDXARCH'   TO CHKP-PROGRAM
           MOVE WS-RUN-DATE TO CHKP-RUN-DATE
           CALL 'CHKPCTL' USING CHKP-PARM
           EVALUATE TRUE
              WHEN CHKP-RC-OK
                 MOVE 'Y'           TO WS-RESTART-SW
                 MOVE CHKP-LAST-KEY TO WS-RESTART-KEY
                 PERFORM RESTORE-CHECKPOINT-TOTALS
                 DISPLAY 'RESTARTING AFTER KEY: '
                         WS-RESTART-ID ' ' WS-RESTART-DVZ
                         ' CHECKPOINT ' CHKP-CHKPT-COUNT
                         ' TAKEN ' CHKP-STAMP
                 PERFORM COUNT-ARCHIVED-OUTPUT
              WHEN CHKP-RC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - NOTHING ARCHIVED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
           END-EVALUATE.
       READ-RESTART-CHECKPOINT-EXIT. EXIT.
      *----
      * COUNT-ARCHIVED-OUTPUT ARCHOUT'taki satirlari sayar. Kontrol
      * noktasindaki arsiv sayisini asan satirlar son commit'ten
      * sonra arsivlenip master'dan silinmis kayitlardir; master'da
      * artik bulunmadiklarindan taranan ve arsivlenen sayilarina
      * eklenir. Dosyada kontrol noktasindan az satir varsa ARCHOUT
      * bu calistirmanin kusagi degildir; RC 16 ile durulur.
      *----
       COUNT-ARCHIVED-OUTPUT.
           MOVE ZERO TO WS-ARC-ON-FILE
           OPEN INPUT ARC-FILE
           IF ARC-SUCCESS
              READ ARC-FILE
              PERFORM UNTIL NOT ARC-SUCCESS
                 ADD 1 TO WS-ARC-ON-FILE
                 READ ARC-FILE
              END-PERFORM
              CLOSE ARC-FILE
           END-IF
           IF WS-ARC-ON-FILE < WS-ARCH-COUNT
              DISPLAY 'ARCHOUT DOES NOT MATCH CHECKPOINT, RECORDS: '
                      WS-ARC-ON-FILE ' CHECKPOINT: ' WS-ARCH-COUNT
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           COMPUTE WS-ARC-REPLAY = WS-ARC-ON-FILE - WS-ARCH-COUNT
           ADD WS-ARC-REPLAY TO WS-ARCH-COUNT WS-SCAN-COUNT
           IF WS-ARC-REPLAY > ZERO
              DISPLAY 'RECORDS ARCHIVED AFTER LAST CHECKPOINT: '
                      WS-ARC-REPLAY
           END-IF.
       COUNT-ARCHIVED-OUTPUT-EXIT. EXIT.
      *----
      * WRITE-CHECKPOINT ARCHOUT ve raporu diske commit eder (CLOSE/
      * OPEN EXTEND), sonra son anahtari ve sayaclari CHKPCTL '2'
      * ile yazar. Kontrol noktasi yazilamazsa durum bildirilir,
      * supurme kontrol noktasiz surer ve RC 04 ile biter.
      *----
       WRITE-CHECKPOINT.
           MOVE ZERO TO WS-RECS-SINCE-CHKPT
           CLOSE ARC-FILE
           CLOSE RPT-FILE
           OPEN EXTEND ARC-FILE
           OPEN EXTEND RPT-FILE
           IF NOT ARC-SUCCESS OR NOT RPT-SUCCESS
              DISPLAY 'FILE CANNOT REOPEN AT CHECKPOINT'
              DISPLAY 'ARC-ST: ' ARC-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           IF NOT WS-CHKPT-ERROR
              MOVE WS-ARCH-COUNT  TO WS-CKT-ARCH-COUNT
              MOVE WS-KEEP-COUNT  TO WS-CKT-KEEP-COUNT
              MOVE '2'            TO CHKP-FUNCTION
              MOVE 'IDXARCH'      TO CHKP-PROGRAM
              MOVE WS-RUN-DATE    TO CHKP-RUN-DATE
              MOVE WS-CHKPT-KEY   TO CHKP-LAST-KEY
              MOVE WS-SCAN-COUNT  TO CHKP-REC-COUNT
              MOVE WS-CKPT-TOTALS TO CHKP-TOTALS
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT WRITTEN, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - SWEEP CONTINUES'
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
              END-IF
           END-IF.
       WRITE-CHECKPOINT-EXIT. EXIT.
      *----
      * CLEAR-CHECKPOINT basariyla biten supurmenin kontrol
      * noktasini CHKPCTL '3' ile siler ve dosyayi birakir.
      *----
       CLEAR-CHECKPOINT.
           MOVE '3'         TO CHKP-FUNCTION
           MOVE 'IDXARCH'   TO CHKP-PROGRAM
           MOVE WS-RUN-DATE TO CHKP-RUN-DATE
           CALL 'CHKPCTL' USING CHKP-PARM
           IF NOT CHKP-RC-OK
              DISPLAY 'CHECKPOINT NOT CLEARED, CHKPCTL RC: '
                      CHKP-RETURN-CODE
              MOVE 'Y' TO WS-CHKPT-ERR-SW
           END-IF
           MOVE '9' TO CHKP-FUNCTION
           CALL 'CHKPCTL' USING CHKP-PARM.
       CLEAR-CHECKPOINT-EXIT. EXIT.
      *----
      * RESTORE-CHECKPOINT-TOTALS sayaclari kontrol noktasindan
      * geri yukler.
      *----
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CHKP-TOTALS       TO WS-CKPT-TOTALS
           MOVE CHKP-REC-COUNT    TO WS-SCAN-COUNT
           MOVE WS-CKT-ARCH-COUNT TO WS-ARCH-COUNT
           MOVE WS-CKT-KEEP-COUNT TO WS-KEEP-COUNT.
       RESTORE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku IDXARCH hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
           END-IF.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-ARCH-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
