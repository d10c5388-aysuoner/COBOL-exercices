      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    ODLMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * ODLMNT kredili mevduat (overdraft) limit bakim is adimidir.
      * Kredi biriminin onayladigi limit talimatlari (ODLTRN, bkz.
      * ODLTREC.CPY) limit dosyasina (ODLIMIT, bkz. ODLMREC.CPY)
      * uygulanir:
      *   'A' -> yeni limit tanimla; anahtar master'da olmali ve
      *          limiti bulunmamalidir,
      *   'C' -> limit tutarini ve/veya gozden gecirme gununu
      *          degistir,
      *   'D' -> limiti kaldir.
      * Calistirmayi veren kullanici OPERAUTH profilinde 'L'
      * fonksiyonuyla aranir (HOLDMNT kurgusu); yetkisiz
      * calistirma hicbir kayda dokunmadan RC 12 ile biter.
      * Uygulanamayan satirlar ODLRPT'ye sebebiyle basilir ve
      * calistirma RC 04 ile biter.
      * PARM='kullanici'         -> calistiran kullanici (8 kar.)
      * PARM='kullaniciYYYYMMDD' -> ayrica islem gunu, varsayilan
      *                             sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLT-FILE   ASSIGN TO  ODLTRN
                             STATUS     OLT-ST.
           SELECT ODL-FILE   ASSIGN TO  ODLIMIT
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY ODL-KEY
                             STATUS     ODL-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT RPT-FILE   ASSIGN TO  ODLRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * OLT-FILE limit bakim transaction'laridir
      * (bkz. ODLTREC.CPY).
       FD  OLT-FILE RECORDING MODE F.
           COPY ODLTREC.
      *****
      * ODL-FILE kredili mevduat limit dosyasidir
      * (bkz. ODLMREC.CPY).
       FD  ODL-FILE.
           COPY ODLMREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * yalnizca anahtar varligi icin okunur.
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY).
       FD  OPAUTH-FILE.
           COPY OPAUTREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 OLT-ST            PIC 9(02).
              88 OLT-EOF        VALUE 10.
              88 OLT-SUCCESS    VALUE 00 97.
           05 ODL-ST            PIC 9(02).
              88 ODL-SUCCESS    VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * WS-SUBMIT-USER calistirmayi veren kullanicidir; yetki
      * kontrolunde aranir, limit kaydina ve AUDITLOG'a yazilir.
      *----
       01  WS-SUBMIT-USER       PIC X(08) VALUE SPACES.
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED     VALUE 'Y'.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * WS-REJECT-TEXT satirin red sebebidir; bos ise satir
      * uygulanmistir.
      *----
       01  WS-REJECT-TEXT       PIC X(40).
       01  WS-ACTION-TEXT       PIC X(12).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ADD-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-DELETE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-APPLY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen kullanici kimligini
      * ve istege bagli islem gununu tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-USERID  PIC X(08).
               10  LS-PARM-RUNDATE PIC 9(08).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 0
              MOVE LS-PARM-USERID TO WS-SUBMIT-USER
           END-IF
           IF LS-PARM-LEN > 15
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-RUNDATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-RUNDATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-RUNDATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM CHECK-LIMIT-AUTHORITY
           IF NOT WS-AUTHORIZED
              DISPLAY 'LIMIT MAINTENANCE REFUSED, USER NOT '
                      'AUTHORIZED: ' WS-SUBMIT-USER
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-LIMIT-TRANSACTIONS
           PERFORM WRITE-REPORT-TOTALS
           IF WS-REJECT-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * CHECK-LIMIT-AUTHORITY calistirmayi veren kullaniciyi
      * OPERAUTH yetki profilinde arar; 'L' fonksiyonu izinli
      * degilse bakim hic baslamaz. Kontrol kapali-durumda-guvenli
      * calisir: kimlik verilmemisse ya da profil dosyasi
      * okunamazsa da bakim reddedilir.
      *----
       CHECK-LIMIT-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR LIMITS'
           ELSE
              OPEN INPUT OPAUTH-FILE
              IF NOT OPAUTH-SUCCESS
                 DISPLAY 'OPERAUTH CANNOT OPEN, OPAUTH-ST: '
                         OPAUTH-ST
              ELSE
                 PERFORM READ-OPAUTH-RECORD
                 PERFORM UNTIL OPAUTH-EOF
                    IF OPA-USERID = WS-SUBMIT-USER
                       MOVE ZERO TO WS-FUNC-COUNT
                       INSPECT OPA-FUNCS TALLYING WS-FUNC-COUNT
                               FOR ALL 'L'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-LIMIT-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  OLT-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE
      * limit dosyasi ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (FXRTIMP'in ilk kurulum kurgusu)
           OPEN I-O    ODL-FILE
           IF ODL-ST = 35
              OPEN OUTPUT ODL-FILE
              IF ODL-SUCCESS
                 CLOSE ODL-FILE
                 OPEN I-O ODL-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT OLT-SUCCESS OR NOT ODL-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'OLT-ST: ' OLT-ST
              DISPLAY 'ODL-ST: ' ODL-ST
              DISPLAY 'IDX-ST: ' IDX-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
       APPLY-ALL-LIMIT-TRANSACTIONS.
           PERFORM READ-OLT-RECORD
           PERFORM UNTIL OLT-EOF
              PERFORM APPLY-ONE-LIMIT-TRANSACTION
              PERFORM READ-OLT-RECORD
           END-PERFORM.
       APPLY-ALL-LIMIT-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-OLT-RECORD.
           READ OLT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-OLT-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-LIMIT-TRANSACTION OLT-FUNC degerine gore limiti
      * tanimlar, degistirir ya da kaldirir ve sonucu rapora basar.
      *----
       APPLY-ONE-LIMIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT WS-ACTION-TEXT
           EVALUATE TRUE
              WHEN OLT-ADD
                 MOVE 'ADDED'    TO WS-ACTION-TEXT
                 PERFORM ADD-LIMIT
              WHEN OLT-CHANGE
                 MOVE 'CHANGED'  TO WS-ACTION-TEXT
                 PERFORM CHANGE-LIMIT
              WHEN OLT-DELETE
                 MOVE 'REMOVED'  TO WS-ACTION-TEXT
                 PERFORM DELETE-LIMIT
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-ACTION-TEXT
                 MOVE 'UNKNOWN LIMIT FUNCTION' TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE 'REJECTED' TO WS-ACTION-TEXT
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-ONE-LIMIT-TRANSACTION-EXIT. EXIT.
      *----
      * ADD-LIMIT girisi dogrular, anahtarin master'da oldugunu
      * kontrol eder ve yeni limiti yazar; anahtarin zaten limiti
      * varsa satir reddedilir ('C' ile degistirilmelidir).
      *----
       ADD-LIMIT.
           IF OLT-LIMIT NOT NUMERIC OR OLT-LIMIT = ZERO
              MOVE 'INVALID LIMIT AMOUNT' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM EDIT-REVIEW-DATE
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE OLT-ID  TO IDX-ID
              MOVE OLT-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE 'KEY NOT ON MASTER' TO WS-REJECT-TEXT
              END-READ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              INITIALIZE ODL-REC
              MOVE OLT-ID         TO ODL-ID
              MOVE OLT-DVZ        TO ODL-DVZ
              MOVE OLT-LIMIT      TO ODL-LIMIT
              MOVE OLT-REVIEW     TO ODL-REVIEW
              MOVE WS-RUN-DATE    TO ODL-APPROVED
              MOVE WS-SUBMIT-USER TO ODL-USER
              MOVE WS-RUN-DATE    TO ODL-CHGDATE
              WRITE ODL-REC
                 INVALID KEY
                    MOVE 'LIMIT ALREADY DEFINED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.
       ADD-LIMIT-EXIT. EXIT.
      *----
      * EDIT-REVIEW-DATE gozden gecirme gununu dogrular; gecerli
      * bir tarih olmali ve islem gununden once olmamalidir.
      *----
       EDIT-REVIEW-DATE.
           IF OLT-REVIEW NOT NUMERIC
              MOVE 'INVALID REVIEW DATE' TO WS-REJECT-TEXT
           ELSE
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(OLT-REVIEW)
              IF WS-PARM-DATE-RC NOT = 0
                 OR OLT-REVIEW < WS-RUN-DATE
                 MOVE 'INVALID REVIEW DATE' TO WS-REJECT-TEXT
              END-IF
           END-IF.
       EDIT-REVIEW-DATE-EXIT. EXIT.
      *----
      * READ-LIMIT degistirilecek/kaldirilacak limiti okur;
      * bulunamayan limit reddedilir.
      *----
       READ-LIMIT.
           MOVE OLT-ID  TO ODL-ID
           MOVE OLT-DVZ TO ODL-DVZ
           READ ODL-FILE KEY IS ODL-KEY
              INVALID KEY
                 MOVE 'LIMIT NOT FOUND' TO WS-REJECT-TEXT
           END-READ.
       READ-LIMIT-EXIT. EXIT.
      *----
      * CHANGE-LIMIT dolu gelen alanlari mevcut limite uygular.
      * Tutar degisikligi yeni bir onaydir; onay gunu de yenilenir.
      *----
       CHANGE-LIMIT.
           PERFORM READ-LIMIT
           IF WS-REJECT-TEXT = SPACES
              IF OLT-LIMIT IS NUMERIC AND OLT-LIMIT > ZERO
                 MOVE OLT-LIMIT   TO ODL-LIMIT
                 MOVE WS-RUN-DATE TO ODL-APPROVED
              END-IF
              IF OLT-REVIEW IS NUMERIC AND OLT-REVIEW NOT = ZERO
                 PERFORM EDIT-REVIEW-DATE
                 IF WS-REJECT-TEXT = SPACES
                    MOVE OLT-REVIEW TO ODL-REVIEW
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-SUBMIT-USER TO ODL-USER
              MOVE WS-RUN-DATE    TO ODL-CHGDATE
              REWRITE ODL-REC
                 INVALID KEY
                    MOVE 'LIMIT REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF.
       CHANGE-LIMIT-EXIT. EXIT.
      *----
      * DELETE-LIMIT limiti kaldirir; anahtar bundan sonra limitsiz
      * kabul edilir ve her eksi bakiyesi limit asimidir.
      *----
       DELETE-LIMIT.
           PERFORM READ-LIMIT
           IF WS-REJECT-TEXT = SPACES
              DELETE ODL-FILE RECORD
                 INVALID KEY
                    MOVE 'LIMIT DELETE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
              END-DELETE
           END-IF.
       DELETE-LIMIT-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE OLT-ID         TO RPT-REC(1:5)
           MOVE OLT-DVZ        TO RPT-REC(8:3)
           MOVE OLT-FUNC       TO RPT-REC(13:1)
           MOVE WS-ACTION-TEXT TO RPT-REC(16:12)
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO RPT-REC(29:40)
           ELSE
              MOVE ODL-LIMIT      TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(29:16)
              MOVE ODL-REVIEW     TO RPT-REC(47:8)
              MOVE ODL-APPROVED   TO RPT-REC(57:8)
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'ODLMNT - OVERDRAFT LIMIT MAINTENANCE RUN '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '  USER ' DELIMITED SIZE
                  WS-SUBMIT-USER DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ID     DVZ  F  ACTION       LIMIT/REASON'
                  DELIMITED SIZE
                  '        REVIEW    APPROVED' DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS READ  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIMITS ADDED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIMITS CHANGED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIMITS REMOVED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS REJ.  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku ODLMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE OLT-FILE
               CLOSE ODL-FILE
               CLOSE IDX-FILE
               CLOSE RPT-FILE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
      * WRITE-AUDIT-RECORD calistirma sonunda paylasilan AUDIT-FILE'a
      * bir satir ekler. AUDIT DD saglanmamissa yazim sessizce
      * atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE 'ODLMNT'          TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-APPLY-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE WS-SUBMIT-USER    TO AUD-USERID
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY 'AUDIT-FILE CANNOT BE OPENED, SKIPPING AUDIT LOG'
           END-IF.
       WRITE-AUDIT-RECORD-EXIT. EXIT.
