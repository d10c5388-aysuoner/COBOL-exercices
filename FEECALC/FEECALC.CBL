      * Cizelgede karsiligi olmayan dvz'ler hesaplanmadan raporlanir.
      * Herhangi bir hesapta tasma olursa RETURN-CODE 04 ile bitilir
      * (VERBS'teki SIZE ERROR kurgusu).
      * Valor gunune kadar vefat bildirilmis musteriden (DCSDCHK)
      * ucret alinmaz; faiz tahakkuku surer.
      * PARM='YYYYMMDD' -> valor tarihi, varsayilan sistem tarihi.
      * Master kayitlari canli IDX-FILE yerine gece master
      * ozetinden (IDXXTR, bkz. IDXXREC.CPY) okunur; ozet IDXXCHK
      * ile dogrulanmadan hicbir kayit islenmez (RC 97).
      * Her WS-CHKPT-INTERVAL hesapta bir CHKPCTL kontrol noktasi
      * alinir (bkz. CHKPPARM.CPY); abend sonrasi ayni valor gunuyle
      * yeniden calistirma son kontrol noktasindaki hesaptan sonra
      * devam eder, rapor ve AUDITLOG toplamlari kaldigi yerden
      * surer.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IDXX-FILE IDXEXTR'in urettigi gece master ozetidir (bkz.
      * IDXXREC.CPY); canli IDX-FILE'in yerine sirali okunur. Durum
      * alani master'dan kalma IDX-ST adini tasir.
           SELECT IDXX-FILE  ASSIGN TO  IDXXTR
                             STATUS     IDX-ST.
           SELECT FEESCHED-FILE ASSIGN TO FEESCHED
                             STATUS     FSC-ST.
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * FEESCHED-FILE ucret/faiz cizelgesidir. Cizelge artik bakiye
      * dilimlidir: ayni dvz icin birden cok satir olabilir ve her
      * kullanilir.
           COPY DTCVPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 AUDIT-SUCCESS  VALUE 00 97.
      * WS-VALUE-DATE tahakkukun valor tarihidir.
       01  WS-VALUE-DATE        PIC 9(08).
      * WS-EXTRACT-DATE is gunune tasinmadan onceki valor
      * tarihidir; IDXEXTR ozeti bu tarihle (PARM ya da sistem
      * tarihi) damgalar.
       01  WS-EXTRACT-DATE      PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * RUNC-PARM RUNCTL is-gunu calistirma kontrolunun CALL
      *----
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE     PIC X(01) VALUE 'N'.
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya tahakkuk valorlenmez.
           COPY PRDCPARM.
      *----
      * FSC-TABLE FEESCHED'den yuklenen dilimli cizelge satirlari;
      * ayni dvz'in birden cok dilimi olabilir, secim bakiyeyi
       01  WS-OVR-FUNC          PIC X(01) VALUE SPACE.
       01  WS-OVR-SRCH          PIC 9(03).
       01  WS-WAIVE-COUNT       PIC 9(07) VALUE ZERO.
      *----
      * Vefat durumu sorgusu (bkz. DCSDPARM.CPY). Master IDX-ID
      * sirasinda geldiginden sorgu musteri degistiginde bir kez
      * yapilir. WS-DCSD-ERR-SW durum dosyasi okunamadiginda 'Y'
      * olur; ucretler alinir ve calistirma RC 04 ile biter.
      *----
           COPY DCSDPARM.
       01  WS-DCSD-LAST-ID      PIC 9(05) VALUE ZERO.
       01  WS-DCSD-FIRST-SW     PIC X(01) VALUE 'Y'.
           88 WS-DCSD-FIRST     VALUE 'Y'.
       01  WS-DCSD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-DCSD-ERROR     VALUE 'Y'.
       01  WS-DCSD-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-FLOOR        PIC Z(12)9.
      *----
      * CT-TABLE dvz + uygulanan dilim tabani basina tahakkuk
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * IDX-REC ozetten okunan detayin master duzenindeki kopyasidir
      * (bkz. IDXREC.CPY); kayit isleyen paragraflar degismemistir.
           COPY IDXREC.
      * IDXX-PARM gece master ozeti dogrulayicisinin (IDXXCHK)
      * arayuzudur (bkz. IDXXPARM.CPY).
           COPY IDXXPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * CHKP-PARM paylasilan kontrol noktasi yardimcisinin (CHKPCTL)
      * arayuzudur (bkz. CHKPPARM.CPY). Her WS-CHKPT-INTERVAL
      * hesapta ACCRFILE ve FEERPT kapatilip EXTEND ile yeniden
      * acilarak diske yazdirilir, ardindan son hesabin anahtari ve
      * toplamlar kaydedilir. Yeniden calistirmada ciktilar EXTEND
      * acilir; son kontrol noktasindan sonra abend'den once zaten
      * yazilmis satirlar (WS-ACCR-REPLAY/WS-RPT-REPLAY) hesaplar
      * yeniden islenirken ikinci kez yazilmaz, boylece ACCRPOST
      * ayni tahakkuku iki kez gormez.
      *----
           COPY CHKPPARM.
       01  WS-CHKPT-INTERVAL    PIC 9(05) VALUE 01000.
       01  WS-RECS-SINCE-CHKPT  PIC 9(05) VALUE ZERO.
       01  WS-RESTART-SW        PIC X(01) VALUE 'N'.
           88 WS-RESTART-PENDING VALUE 'Y'.
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
       01  WS-RESTART-SKIPPED   PIC 9(09) VALUE ZERO.
       01  WS-ACCR-REPLAY       PIC 9(07) VALUE ZERO.
       01  WS-RPT-REPLAY        PIC 9(07) VALUE ZERO.
      * WS-RPT-LINES kontrol noktasina kadar FEERPT'ye yazilan
      * baslik ve hesap satiri sayisidir.
       01  WS-RPT-LINES         PIC 9(07) VALUE ZERO.
      * WS-CKPT-TOTALS kontrol noktasina yazilan toplamlarin bu
      * programdaki duzenidir (CHKP-TOTALS'in goruntusu).
       01  WS-CKPT-TOTALS.
           05 WS-CKT-ACCR-COUNT  PIC 9(07).
           05 WS-CKT-SKIP-TOTAL  PIC 9(07).
           05 WS-CKT-OVFL-COUNT  PIC 9(07).
           05 WS-CKT-WAIVE-COUNT PIC 9(07).
           05 WS-CKT-DCSD-COUNT  PIC 9(07).
           05 WS-CKT-RPT-LINES   PIC 9(07).
           05 WS-CKT-FEE-ERR-SW  PIC X(01).
           05 WS-CKT-DCSD-ERR-SW PIC X(01).
           05 WS-CKT-CT-COUNT    PIC 9(03).
           05 WS-CKT-SKIP-COUNT  PIC 9(03).
           05 WS-CKT-CT-TABLE    PIC X(5300).
           05 WS-CKT-SKIP-TABLE  PIC X(500).
           05 FILLER             PIC X(150).
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen valor
      * tarihini tasir.
                 MOVE 'Y' TO WS-RUNC-OVERRIDE
              END-IF
           END-IF
           MOVE WS-VALUE-DATE TO WS-EXTRACT-DATE
           PERFORM ADJUST-VALUE-DATE.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
           END-IF.
       VERIFY-RUN-CONTROL-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN valor gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * VERIFY-RUN-CONTROL'den sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'FEECALC'        TO PRDC-PROGRAM
           MOVE WS-VALUE-DATE    TO PRDC-DATE
           CALL 'PRDCHK' USING PRDC-PARM
           IF NOT PRDC-RC-OK
              DISPLAY 'PERIOD CONTROL REFUSED DATE ' WS-VALUE-DATE
                      ', PRDCHK RC: ' PRDC-RETURN-CODE
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE      TO PRDC-CALLER-RC
           MOVE '9'              TO PRDC-FUNCTION
           CALL 'PRDCHK' USING PRDC-PARM
           IF RETURN-CODE = 12
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
       VERIFY-PERIOD-OPEN-EXIT. EXIT.
      *----
      * ADJUST-VALUE-DATE valor tarihi is gunu degilse DTCVRTN '3'
      * ile sonraki is gunune tasir; tahakkuklar hafta sonuna ya da
      * tatile valorlenmez.
              END-IF
           END-IF.
       ADJUST-VALUE-DATE-EXIT. EXIT.
      *----
      * VERIFY-EXTRACT gece master ozetini acmadan once IDXXCHK
      * ile dogrulatir: baska bir gunun ozeti ya da eksik/bozuk
      * bir ozet ile hicbir dosyaya dokunulmadan RC 97 ile
      * cikilir. Ozet is gunune tasinmamis tarihle (WS-EXTRACT-
      * DATE) karsilastirilir. Dogal sirada ADJUST-VALUE-DATE'ten
      * sonra calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-EXTRACT.
           INITIALIZE IDXX-PARM
           MOVE '1'           TO IDXX-FUNCTION
           MOVE 'FEECALC'     TO IDXX-PROGRAM
           MOVE WS-EXTRACT-DATE TO IDXX-RUN-DATE
           MOVE RETURN-CODE   TO IDXX-CALLER-RC
           CALL 'IDXXCHK' USING IDXX-PARM
           IF NOT IDXX-RC-OK
              DISPLAY 'MASTER EXTRACT REFUSED, IDXXCHK RC: '
                      IDXX-RETURN-CODE
              MOVE 97 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
       VERIFY-EXTRACT-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-OVERRIDES
           IF NOT WS-RESTART-PENDING
              PERFORM WRITE-REPORT-HEADING
           END-IF
           PERFORM ASSESS-ACCOUNTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLEAR-CHECKPOINT
      * tasma (RC 04) dahil tum hesaplar islenmistir; valor gunu
      * tamamlanmis isaretlenir ki ikinci bir calistirma tahakkuku
      * cogaltmasin
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF FEE-SIZE-ERROR OR WS-DCSD-ERROR OR WS-CHKPT-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
                      RUNC-RETURN-CODE
           END-IF.
       MARK-RUN-COMPLETE-EXIT. EXIT.
      *----
      * FILE-OPEN yeniden calistirmada ciktilari silmeden EXTEND
      * acar; kontrol noktasina kadar yazilmis satirlar korunur.
      *----
       FILE-OPEN.
           OPEN INPUT  IDXX-FILE
           OPEN INPUT  FEESCHED-FILE
           IF WS-RESTART-PENDING
              PERFORM COUNT-COMMITTED-OUTPUT
              OPEN EXTEND ACCR-FILE
              OPEN EXTEND RPT-FILE
           ELSE
              OPEN OUTPUT ACCR-FILE
              OPEN OUTPUT RPT-FILE
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
      *----
       ASSESS-ACCOUNTS.
           PERFORM READ-IDX-RECORD
           IF WS-RESTART-PENDING
              PERFORM SKIP-TO-RESTART-POINT
           END-IF
           PERFORM UNTIL IDX-EOF
              PERFORM ASSESS-ONE-ACCOUNT
              ADD 1 TO WS-RECS-SINCE-CHKPT
              IF WS-RECS-SINCE-CHKPT >= WS-CHKPT-INTERVAL
                 PERFORM WRITE-CHECKPOINT
              END-IF
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       ASSESS-ACCOUNTS-EXIT. EXIT.
      *----
      * SKIP-TO-RESTART-POINT kontrol noktasindaki anahtara kadar
      * (dahil) olan hesaplari islemeden gecer; bunlarin toplamlari
      * kontrol noktasindan geri yuklenmistir. Atlanan kayit sayisi
      * kontrol noktasindakiyle tutmuyorsa ozet degismistir ve
      * toplamlar dengelenemez; calistirma RC 16 ile durur.
      *----
       SKIP-TO-RESTART-POINT.
           PERFORM UNTIL IDX-EOF
                      OR IDX-ID > WS-RESTART-ID
                      OR (IDX-ID = WS-RESTART-ID
                          AND IDX-DVZ > WS-RESTART-DVZ)
              ADD 1 TO WS-RESTART-SKIPPED
              PERFORM READ-IDX-RECORD
           END-PERFORM
           DISPLAY 'ACCOUNTS SKIPPED ON RESTART: ' WS-RESTART-SKIPPED
           IF WS-RESTART-SKIPPED NOT = CHKP-REC-COUNT
              DISPLAY 'MASTER EXTRACT DOES NOT MATCH CHECKPOINT, '
                      'CHECKPOINT COUNT: ' CHKP-REC-COUNT
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       SKIP-TO-RESTART-POINT-EXIT. EXIT.
      *----
      * READ-IDX-RECORD ozetten bir DETAY kaydi okur ve IDX-REC'e
      * acar; zarf kayitlari (H/T) atlanir.
      *----
       READ-IDX-RECORD.
           READ IDXX-FILE
           PERFORM UNTIL NOT IDX-SUCCESS OR IDXX-DETAIL
              READ IDXX-FILE
           END-PERFORM
           IF IDX-SUCCESS
              ADD 1 TO WS-READ-COUNT
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * ASSESS-ONE-ACCOUNT hesabin dvz'ine ait dilimi secer, ucret
              PERFORM COUNT-SKIPPED-DVZ
           ELSE
              PERFORM FIND-OVERRIDE
              PERFORM CHECK-DECEASED
              PERFORM CALCULATE-ACCRUAL
           END-IF.
       ASSESS-ONE-ACCOUNT-EXIT. EXIT.
      *----
      * CHECK-DECEASED musterinin valor gunune kadar vefat edip
      * etmedigini DCSDCHK'tan sorar; sonuc ayni musterinin diger
      * dvz kayitlari icin DCSC-PARM'da kalir.
      *----
       CHECK-DECEASED.
           IF WS-DCSD-FIRST OR IDX-ID NOT = WS-DCSD-LAST-ID
              MOVE 'N'           TO WS-DCSD-FIRST-SW
              MOVE IDX-ID        TO WS-DCSD-LAST-ID
              MOVE '2'           TO DCSC-FUNCTION
              MOVE IDX-ID        TO DCSC-IDXID
              MOVE WS-VALUE-DATE TO DCSC-DATE
              CALL 'DCSDCHK' USING DCSC-PARM
              IF DCSC-RC-FILE-ERROR AND NOT WS-DCSD-ERROR
                 DISPLAY 'DECEASED STATUS NOT AVAILABLE, NO FEE '
                         'WAIVED'
                 MOVE 'Y' TO WS-DCSD-ERR-SW
              END-IF
           END-IF.
       CHECK-DECEASED-EXIT. EXIT.
      *----
      * FIND-FEE-TIER hesabin dvz'ine ait, bakiyeyi asmayan EN
      * YUKSEK tabanli dilimi secer; eksi bakiyeli hesaba taban 0
      * dilimi uygulanir.
                   DISPLAY 'INTEREST CALCULATION OVERFLOW: '
                           IDX-ID ' ' IDX-DVZ
           END-COMPUTE
      * eksi bakiyeye mevduat faizi islemez; borc faizi limit ve
      * limit asimi oranlariyla ODAGE tarafindan tahakkuk ettirilir
           IF IDX-TUTAR < ZERO
              MOVE ZERO TO INT-AMOUNT
           END-IF
      * muafiyetler hesaplanan tutari (asgari ucret dahil) sifirlar
           IF WS-OVR-FUNC = 'F' OR WS-OVR-FUNC = 'B'
              MOVE ZERO TO FEE-AMOUNT
           IF WS-OVR-FUNC = 'I' OR WS-OVR-FUNC = 'B'
              MOVE ZERO TO INT-AMOUNT
           END-IF
      * vefat etmis musteriden ucret alinmaz
           IF DCSC-DECEASED
              MOVE ZERO TO FEE-AMOUNT
           END-IF
           IF ACCT-SIZE-ERROR
              MOVE 'Y' TO FEE-ERR-SW
              ADD 1 TO WS-OVFL-COUNT
              MOVE FEE-AMOUNT    TO ACCR-FEE
              MOVE INT-AMOUNT    TO ACCR-INT
              MOVE WS-VALUE-DATE TO ACCR-VALDATE
              PERFORM WRITE-ACCRUAL-RECORD
              ADD 1 TO WS-ACCR-COUNT
              INITIALIZE ACCR-REC
              PERFORM ACCUMULATE-TOTALS
              IF WS-OVR-FUNC NOT = SPACE
                 PERFORM WRITE-OVERRIDE-LINE
              END-IF
              IF DCSC-DECEASED
                 PERFORM WRITE-DECEASED-LINE
              END-IF
           END-IF.
       CALCULATE-ACCRUAL-EXIT. EXIT.
      *----
      * WRITE-DECEASED-LINE vefat nedeniyle alinmayan ucreti olum
      * gunuyle birlikte hesap bazinda gosterir.
      *----
       WRITE-DECEASED-LINE.
           ADD 1 TO WS-DCSD-COUNT
           MOVE SPACES TO RPT-REC
           MOVE IDX-ID  TO RPT-REC(1:5)
           MOVE IDX-DVZ TO RPT-REC(8:3)
           MOVE 'DECEASED - FEE WAIVED' TO RPT-REC(13:21)
           MOVE 'DIED'          TO RPT-REC(36:4)
           MOVE DCSC-DEATH-DATE TO RPT-REC(45:8)
           PERFORM WRITE-REPORT-LINE.
       WRITE-DECEASED-LINE-EXIT. EXIT.
      *----
      * WRITE-OVERRIDE-LINE uygulanan muafiyeti/tercihli orani ve
      * secilen dilimi raporda hesap bazinda gosterir; iliski
      * yonetimi imzasiz muafiyet kalmaz.
           MOVE 'TIER FLOOR'    TO RPT-REC(34:10)
           MOVE WS-TIER-FLOOR   TO WS-EDIT-FLOOR
           MOVE WS-EDIT-FLOOR   TO RPT-REC(45:13)
           PERFORM WRITE-REPORT-LINE.
       WRITE-OVERRIDE-LINE-EXIT. EXIT.
      *----
      * WRITE-ACCRUAL-RECORD ve WRITE-REPORT-LINE hesap bazindaki
      * ciktilari yazar. Yeniden calistirmada abend'den once zaten
      * yazilmis olan ilk WS-xxx-REPLAY satir yeniden yazilmaz;
      * hesaplar ayni girdiyle ayni sirada islendiginden bunlar
      * birebir ayni satirlardir.
      *----
       WRITE-ACCRUAL-RECORD.
           IF WS-ACCR-REPLAY > ZERO
              SUBTRACT 1 FROM WS-ACCR-REPLAY
           ELSE
              WRITE ACCR-REC
           END-IF.
       WRITE-ACCRUAL-RECORD-EXIT. EXIT.
      *----
       WRITE-REPORT-LINE.
           IF WS-RPT-REPLAY > ZERO
              SUBTRACT 1 FROM WS-RPT-REPLAY
           ELSE
              WRITE RPT-REC
           END-IF
           ADD 1 TO WS-RPT-LINES.
       WRITE-REPORT-LINE-EXIT. EXIT.
      *----
      * ACCUMULATE-TOTALS IDX-DVZ + uygulanan dilim tabanina ait
      * CT-TABLE satirini bulur, yoksa yeni satir acar ve
      * toplamlari gunceller.
                  WS-VALUE-DATE DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '-' TO RPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'DVZ    TIER FLOOR    ACCOUNTS        FEE TOTAL'
                TO RPT-REC
           MOVE '       INT TOTAL' TO RPT-REC(48:16)
           PERFORM WRITE-REPORT-LINE.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-REPORT-TOTALS dvz basina toplam satirlarini, varsa
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DCSD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DECEASED WAIVERS   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * READ-RESTART-CHECKPOINT valor gunu icin yarim kalmis bir
      * calistirmanin kontrol noktasini CHKPCTL '1' ile okur; varsa
      * son anahtar ve toplamlar geri yuklenir. Kontrol dosyasi
      * okunamazsa calistirma bastan ve kontrol noktasiz yapilir
      * (ciktilar yeniden uretildiginden guvenlidir), RC 04 doner.
      *----
       READ-RESTART-CHECKPOINT.
           INITIALIZE CHKP-PARM
           MOVE '1'           TO CHKP-FUNCTION
           MOVE 'FEECALC'     TO CHKP-PROGRAM
           MOVE WS-VALUE-DATE TO CHKP-RUN-DATE
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
              WHEN CHKP-RC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - RUN NOT RESTARTABLE'
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
           END-EVALUATE.
       READ-RESTART-CHECKPOINT-EXIT. EXIT.
      *----
      * COUNT-COMMITTED-OUTPUT yeniden calistirmada ciktilarin
      * mevcut satir sayilarini sayar. Kontrol noktasindaki
      * sayilari asan kisim abend'den once yazilmis ama kontrol
      * noktasina girmemis satirlardir (WS-xxx-REPLAY). Ciktida
      * kontrol noktasindan az satir varsa dosya degismistir;
      * calistirma RC 16 ile durur.
      *----
       COUNT-COMMITTED-OUTPUT.
           MOVE ZERO TO WS-ACCR-REPLAY WS-RPT-REPLAY
           OPEN INPUT ACCR-FILE
           IF ACCR-SUCCESS
              READ ACCR-FILE
              PERFORM UNTIL NOT ACCR-SUCCESS
                 ADD 1 TO WS-ACCR-REPLAY
                 READ ACCR-FILE
              END-PERFORM
              CLOSE ACCR-FILE
           END-IF
           OPEN INPUT RPT-FILE
           IF RPT-SUCCESS
              READ RPT-FILE
              PERFORM UNTIL NOT RPT-SUCCESS
                 ADD 1 TO WS-RPT-REPLAY
                 READ RPT-FILE
              END-PERFORM
              CLOSE RPT-FILE
           END-IF
           IF WS-ACCR-REPLAY < WS-ACCR-COUNT
              OR WS-RPT-REPLAY < WS-RPT-LINES
              DISPLAY 'OUTPUT DOES NOT MATCH CHECKPOINT, ACCRFILE: '
                      WS-ACCR-REPLAY ' FEERPT: ' WS-RPT-REPLAY
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           SUBTRACT WS-ACCR-COUNT FROM WS-ACCR-REPLAY
           SUBTRACT WS-RPT-LINES  FROM WS-RPT-REPLAY
           DISPLAY 'WRITTEN AFTER LAST CHECKPOINT, NOT REWRITTEN: '
                   'ACCRFILE ' WS-ACCR-REPLAY ' FEERPT ' WS-RPT-REPLAY.
       COUNT-COMMITTED-OUTPUT-EXIT. EXIT.
      *----
      * WRITE-CHECKPOINT ciktilari kapatip EXTEND ile yeniden
      * acarak diske yazdirir ve son islenen hesabin anahtarini,
      * okunan kayit sayisini ve toplamlari CHKPCTL '2' ile
      * kaydeder. Kontrol noktasi yazilamazsa calistirma kontrol
      * noktasiz surer ve RC 04 ile biter.
      *----
       WRITE-CHECKPOINT.
           MOVE ZERO TO WS-RECS-SINCE-CHKPT
           IF NOT WS-CHKPT-ERROR
              CLOSE ACCR-FILE
              CLOSE RPT-FILE
              OPEN EXTEND ACCR-FILE
              OPEN EXTEND RPT-FILE
              IF NOT ACCR-SUCCESS OR NOT RPT-SUCCESS
                 DISPLAY 'OUTPUT CANNOT BE REOPENED AT CHECKPOINT'
                 DISPLAY 'ACCR-ST: ' ACCR-ST
                 DISPLAY 'RPT-ST: '  RPT-ST
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 99 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              PERFORM SAVE-CHECKPOINT-TOTALS
              MOVE '2'            TO CHKP-FUNCTION
              MOVE 'FEECALC'      TO CHKP-PROGRAM
              MOVE WS-VALUE-DATE  TO CHKP-RUN-DATE
              MOVE IDX-ID         TO WS-CHKPT-ID
              MOVE IDX-DVZ        TO WS-CHKPT-DVZ
              MOVE WS-CHKPT-KEY   TO CHKP-LAST-KEY
              MOVE WS-READ-COUNT  TO CHKP-REC-COUNT
              MOVE WS-CKPT-TOTALS TO CHKP-TOTALS
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT WRITTEN, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - RUN NOT RESTARTABLE'
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
              END-IF
           END-IF.
       WRITE-CHECKPOINT-EXIT. EXIT.
      *----
      * CLEAR-CHECKPOINT basariyla biten calistirmanin kontrol
      * noktasini CHKPCTL '3' ile siler ve dosyayi birakir; aksi
      * halde ayni valor gununun bilincli yeniden calistirilmasi
      * (override) yarim kalmis bir calistirma gibi devam ederdi.
      *----
       CLEAR-CHECKPOINT.
           IF NOT WS-CHKPT-ERROR
              MOVE '3'           TO CHKP-FUNCTION
              MOVE 'FEECALC'     TO CHKP-PROGRAM
              MOVE WS-VALUE-DATE TO CHKP-RUN-DATE
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT CLEARED, CHKPCTL RC: '
                         CHKP-RETURN-CODE
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
              END-IF
           END-IF
           MOVE '9' TO CHKP-FUNCTION
           CALL 'CHKPCTL' USING CHKP-PARM.
       CLEAR-CHECKPOINT-EXIT. EXIT.
      *----
      * SAVE/RESTORE-CHECKPOINT-TOTALS rapor ve AUDITLOG toplamlarini
      * WS-CKPT-TOTALS uzerinden kontrol noktasina tasir/geri alir.
      * Okunan kayit sayisi kontrol noktasinin kendi alanindadir.
      *----
       SAVE-CHECKPOINT-TOTALS.
           MOVE WS-ACCR-COUNT    TO WS-CKT-ACCR-COUNT
           MOVE WS-SKIP-TOTAL    TO WS-CKT-SKIP-TOTAL
           MOVE WS-OVFL-COUNT    TO WS-CKT-OVFL-COUNT
           MOVE WS-WAIVE-COUNT   TO WS-CKT-WAIVE-COUNT
           MOVE WS-DCSD-COUNT    TO WS-CKT-DCSD-COUNT
           MOVE WS-RPT-LINES     TO WS-CKT-RPT-LINES
           MOVE FEE-ERR-SW       TO WS-CKT-FEE-ERR-SW
           MOVE WS-DCSD-ERR-SW   TO WS-CKT-DCSD-ERR-SW
           MOVE CT-TABLE-COUNT   TO WS-CKT-CT-COUNT
           MOVE SKIP-TABLE-COUNT TO WS-CKT-SKIP-COUNT
           MOVE CT-TABLE         TO WS-CKT-CT-TABLE
           MOVE SKIP-TABLE       TO WS-CKT-SKIP-TABLE.
       SAVE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CHKP-TOTALS        TO WS-CKPT-TOTALS
           MOVE WS-CKT-ACCR-COUNT  TO WS-ACCR-COUNT
           MOVE WS-CKT-SKIP-TOTAL  TO WS-SKIP-TOTAL
           MOVE WS-CKT-OVFL-COUNT  TO WS-OVFL-COUNT
           MOVE WS-CKT-WAIVE-COUNT TO WS-WAIVE-COUNT
           MOVE WS-CKT-DCSD-COUNT  TO WS-DCSD-COUNT
           MOVE WS-CKT-RPT-LINES   TO WS-RPT-LINES
           MOVE WS-CKT-FEE-ERR-SW  TO FEE-ERR-SW
           MOVE WS-CKT-DCSD-ERR-SW TO WS-DCSD-ERR-SW
           MOVE WS-CKT-CT-COUNT    TO CT-TABLE-COUNT
           MOVE WS-CKT-SKIP-COUNT  TO SKIP-TABLE-COUNT
           MOVE WS-CKT-CT-TABLE    TO CT-TABLE
           MOVE WS-CKT-SKIP-TABLE  TO SKIP-TABLE.
       RESTORE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku FEECALC hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE ACCR-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE DCSC-PARM
               MOVE '9' TO DCSC-FUNCTION
               CALL 'DCSDCHK' USING DCSC-PARM
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
