      * duzenleniyordu (duplicate ACCT-SEQ ve bozuk dogum tarihleri
      * oradan geldi). ACCTTRN transaction dosyasi ACCT-SEQ
      * anahtariyla ekleme/degistirme/silme tasir:
      *   'A' -> yeni hesap ekle (IDX-ID ile birlikte; IDX-ID bos
      *          ya da sifir ise yeni musteridir ve numara CNOALLOC
      *          '1' ile merkezi araliktan tahsis edilir, dolu
      *          IDX-ID'nin kontrol hanesi CNOALLOC '2' ile
      *          dogrulanir),
      *   'C' -> ad/soyad/dogum tarihini degistir,
      *   'D' -> hesabi sil.
      * Dogum tarihi DTCVRTN '2' cagrisiyla (iki esit tarih
      * ('A' + ACCT-SEQ + IDX-ID) uretilir; silmede 'D' uretilir ki
      * XREFMNT capraz referansi otomatik adimda tutsun. Red varsa
      * RETURN-CODE 04 (MAINTEDT kurgusu).
      * Uygulanan her ekleme/degisim/silme oncesi ve sonrasi
      * goruntusuyle referans dosyalari degisiklik jurnaline
      * (REFJRN, bkz. REFJREC.CPY) eklenir; CDCFEED veri ambari
      * beslemesini buradan uretir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
                             STATUS     XTRN-ST.
           SELECT RPT-FILE   ASSIGN TO  ACCMRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL REFJ-FILE ASSIGN TO  REFJRN
                             STATUS     REFJ-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * REFJ-FILE referans dosyalari degisiklik jurnalidir
      * (bkz. REFJREC.CPY).
       FD  REFJ-FILE RECORDING MODE F.
           COPY REFJREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
      * (bkz. DTCVPARM.CPY); dogum tarihi gecerlilik testinde
      * kullanilir.
           COPY DTCVPARM.
      * CNOC-PARM musteri numarasi tahsis/kontrol arayuzudur (bkz.
      * CNOPARM.CPY).
           COPY CNOPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 OLD-ST            PIC 9(02).
              88 OLD-EOF        VALUE 10.
              88 XTRN-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 REFJ-ST           PIC 9(02).
              88 REFJ-EOF       VALUE 10.
              88 REFJ-SUCCESS   VALUE 00 05 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-REJ-REASON        PIC X(30).
       01  WS-OLD-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-NEW-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-XTRN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ALLOC-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REFJ-COUNT        PIC 9(07) VALUE ZERO.
      * WS-REFJ-SEQ REFJRN'in son sira numarasidir; calismalar
      * arasinda kesintisiz devam eder.
       01  WS-REFJ-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
           OPEN OUTPUT NEW-FILE
           OPEN OUTPUT XTRN-FILE
           OPEN OUTPUT RPT-FILE
           PERFORM LOAD-REFJ-TAIL
           OPEN EXTEND REFJ-FILE
           IF (NOT NEW-SUCCESS OR NOT XTRN-SUCCESS
                                OR NOT RPT-SUCCESS
                                OR NOT REFJ-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'NEW-ST: '  NEW-ST
              DISPLAY 'XTRN-ST: ' XTRN-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              DISPLAY 'REFJ-ST: ' REFJ-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-REFJ-TAIL REFJRN'i sonuna kadar okuyup son sira
      * numarasini alir; dosya yoksa sira sifirdan baslar.
      *----
       LOAD-REFJ-TAIL.
           MOVE ZERO TO WS-REFJ-SEQ
           OPEN INPUT REFJ-FILE
           IF REFJ-SUCCESS
              PERFORM READ-REFJ-RECORD
              PERFORM UNTIL REFJ-EOF OR NOT REFJ-SUCCESS
                 MOVE REFJ-SEQ TO WS-REFJ-SEQ
                 PERFORM READ-REFJ-RECORD
              END-PERFORM
              CLOSE REFJ-FILE
           END-IF.
       LOAD-REFJ-TAIL-EXIT. EXIT.
      *----
       READ-REFJ-RECORD.
           READ REFJ-FILE.
       READ-REFJ-RECORD-EXIT. EXIT.
      *----
      * SORT-VALID-TRANSACTIONS ham transaction'lari dogrulayip
      * anahtar sirasina dizer; ayni anahtarin satirlari giris
      * sirasinda kalir (DUPLICATES IN ORDER).
              WHEN (NOT TRN-DELETE) AND TRN-BRTHDAY NOT NUMERIC
                 MOVE 'BIRTHDAY NOT NUMERIC' TO WS-REJ-REASON
              WHEN TRN-ADD AND TRN-IDXID NOT NUMERIC
                           AND TRN-IDXID NOT = SPACES
                 MOVE 'IDX-ID NOT NUMERIC' TO WS-REJ-REASON
              WHEN OTHER
                 CONTINUE
           IF WS-REJ-REASON = SPACES AND (NOT TRN-DELETE)
              PERFORM VALIDATE-BIRTHDAY
           END-IF
           IF WS-REJ-REASON = SPACES AND TRN-ADD
              IF TRN-IDXID = SPACES
                 MOVE ZEROS TO TRN-IDXID
              ELSE
                 PERFORM VALIDATE-CUSTOMER-NUMBER
              END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
              MOVE TRN-FUNC    TO TSR-FUNC
              MOVE TRN-SEQ     TO TSR-SEQ
           END-IF.
       VALIDATE-BIRTHDAY-EXIT. EXIT.
      *----
      * VALIDATE-CUSTOMER-NUMBER eklemede verilen IDX-ID'nin
      * kontrol hanesini CNOALLOC '2' ile dogrular. Sifir numara
      * tahsis istegidir, dogrulanmaz. Aralik kontrol dosyasi
      * okunamazsa numara dogrulanamadigi icin satir reddedilir.
      *----
       VALIDATE-CUSTOMER-NUMBER.
           IF TRN-IDXID NOT = ZEROS
              INITIALIZE CNOC-PARM
              MOVE '2'       TO CNOC-FUNCTION
              MOVE TRN-IDXID TO CNOC-IDXID
              CALL 'CNOALLOC' USING CNOC-PARM
              EVALUATE TRUE
                 WHEN CNOC-RC-FILE-ERROR
                    MOVE 'IDX-ID CHECK DIGIT UNVERIFIED'
                         TO WS-REJ-REASON
                 WHEN CNOC-ID-INVALID
                    MOVE 'IDX-ID CHECK DIGIT FAILED' TO WS-REJ-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       VALIDATE-CUSTOMER-NUMBER-EXIT. EXIT.
      *----
      * MERGE-MASTER-AND-TRANS eski master ile siralanmis
      * transaction'lari klasik sirali birlestirme dongusunde
      * eslestirir: kucuk master anahtari aynen kopyalanir, kucuk
              PERFORM WRITE-MERGE-REJECT-LINE
           ELSE
           IF TS-FUNC = 'A'
              MOVE SPACES TO WS-REJ-REASON
              IF TS-IDXID = ZEROS
                 PERFORM ALLOCATE-CUSTOMER-NUMBER
              END-IF
              IF WS-REJ-REASON NOT = SPACES
                 PERFORM WRITE-MERGE-REJECT-LINE
              ELSE
                 MOVE SPACES     TO NEW-FIELDS
                 MOVE TS-SEQ     TO NEW-SEQ
                 MOVE TS-NAME    TO NEW-NAME
                 MOVE TS-LASTN   TO NEW-LASTN
                 MOVE TS-BRTHDAY TO NEW-BRTHDAY
                 MOVE FUNCTION CURRENT-DATE(1:8) TO NEW-TODAY
                 WRITE NEW-FIELDS
                 MOVE SPACES     TO REFJ-REC
                 MOVE 'A'        TO REFJ-FUNC
                 MOVE 'N'        TO REFJ-BEF-SW
                 MOVE 'Y'        TO REFJ-AFT-SW
                 MOVE NEW-FIELDS TO REFJ-AFTER
                 PERFORM WRITE-REFJ-RECORD
                 MOVE TS-SEQ TO WS-LAST-ADD-SEQ
                 ADD 1 TO WS-NEW-COUNT
                 ADD 1 TO WS-APPLY-COUNT
                 PERFORM WRITE-XREF-TRANSACTION
              END-IF
           ELSE
              MOVE 'KEY NOT ON MASTER' TO WS-REJ-REASON
              PERFORM WRITE-MERGE-REJECT-LINE
           PERFORM READ-SORTED-TRN.
       APPLY-UNMATCHED-TRN-EXIT. EXIT.
      *----
      * ALLOCATE-CUSTOMER-NUMBER IDX-ID'si bos gelen yeni musteri
      * icin CNOALLOC '1' ile siradaki bos numarayi alir; numara
      * xref transaction'ina tasinir ve rapora yazilir. Numara
      * alinamazsa (aralik yok/bitti, dosya hatasi) ekleme
      * reddedilir.
      *----
       ALLOCATE-CUSTOMER-NUMBER.
           INITIALIZE CNOC-PARM
           MOVE '1'       TO CNOC-FUNCTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO CNOC-DATE
           MOVE 'ACCTMNT' TO CNOC-USER
           CALL 'CNOALLOC' USING CNOC-PARM
           IF CNOC-RC-OK
              MOVE CNOC-IDXID TO TS-IDXID
              ADD 1 TO WS-ALLOC-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'ALLOCATE A ' DELIMITED BY SIZE
                     TS-SEQ        DELIMITED BY SIZE
                     ' - NEW IDX-ID ' DELIMITED BY SIZE
                     TS-IDXID      DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           ELSE
              MOVE 'CUSTOMER NUMBER NOT ALLOCATED' TO WS-REJ-REASON
           END-IF.
       ALLOCATE-CUSTOMER-NUMBER-EXIT. EXIT.
      *----
      * APPLY-MATCHED-TRN master'daki anahtar ile esit anahtar:
      * degisiklik alanlari yerinde gunceller (kayit, anahtarin
      * transaction'lari bitince kopyalanir), silme kaydi dusurur,
       APPLY-MATCHED-TRN.
           EVALUATE TS-FUNC
              WHEN 'C'
                 MOVE SPACES     TO REFJ-REC
                 MOVE 'C'        TO REFJ-FUNC
                 MOVE 'Y'        TO REFJ-BEF-SW
                 MOVE 'Y'        TO REFJ-AFT-SW
                 MOVE OLD-FIELDS TO REFJ-BEFORE
                 MOVE TS-NAME    TO OLD-NAME
                 MOVE TS-LASTN   TO OLD-LASTN
                 MOVE TS-BRTHDAY TO OLD-BRTHDAY
                 MOVE OLD-FIELDS TO REFJ-AFTER
                 PERFORM WRITE-REFJ-RECORD
                 ADD 1 TO WS-APPLY-COUNT
                 PERFORM READ-SORTED-TRN
              WHEN 'D'
                 MOVE SPACES     TO REFJ-REC
                 MOVE 'D'        TO REFJ-FUNC
                 MOVE 'Y'        TO REFJ-BEF-SW
                 MOVE 'N'        TO REFJ-AFT-SW
                 MOVE OLD-FIELDS TO REFJ-BEFORE
                 PERFORM WRITE-REFJ-RECORD
                 ADD 1 TO WS-APPLY-COUNT
                 PERFORM WRITE-XREF-DELETE
                 PERFORM READ-OLD-RECORD
           WRITE XTRN-REC
           ADD 1 TO WS-XTRN-COUNT.
       WRITE-XREF-DELETE-EXIT. EXIT.
      *----
      * WRITE-REFJ-RECORD fonksiyonu ve goruntuleri doldurulmus
      * jurnal satirini zaman damgasi, sira ve anahtarla tamamlayip
      * REFJRN'e ekler.
      *----
       WRITE-REFJ-RECORD.
           ADD 1 TO WS-REFJ-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO REFJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO REFJ-TIME
           MOVE WS-REFJ-SEQ      TO REFJ-SEQ
           MOVE 'A'              TO REFJ-FILE-ID
           MOVE TS-SEQ           TO REFJ-KEY
      * hesap bakimi operatorsuz bir batch adimidir; kimlik olarak
      * program adi jurnallenir
           MOVE 'ACCTMNT'        TO REFJ-USER
           WRITE REFJ-REC
           ADD 1 TO WS-REFJ-COUNT.
       WRITE-REFJ-RECORD-EXIT. EXIT.
      *----
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ALLOC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'IDX-ID ALLOCATED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REFJ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'REF JOURNAL WRITTEN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku ACCTMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE NEW-FILE
               CLOSE XTRN-FILE
               CLOSE RPT-FILE
               CLOSE REFJ-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE CNOC-PARM
               MOVE '9' TO CNOC-FUNCTION
               CALL 'CNOALLOC' USING CNOC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
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
              MOVE WS-READ-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
