      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    HOLDMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * HOLDMNT bloke/haciz bakim is adimidir. Subelerden gelen
      * bloke talimatlari (HOLDTRN, bkz. HOLDTREC.CPY) bloke
      * dosyasina (HOLDFILE, bkz. HOLDREC.CPY) uygulanir:
      *   'P' -> yeni bloke koy; anahtar master'da olmalidir, sira
      *          numarasi anahtarin son blokesinin bir fazlasidir,
      *   'A' -> gecerli blokenin tutar/sebep/merci/bitis gununu
      *          degistir,
      *   'R' -> gecerli blokeyi kaldir (kayit silinmez, durum 'R'
      *          olur; gecmis korunur).
      * Calistirmayi veren kullanici OPERAUTH profilinde 'H'
      * fonksiyonuyla aranir (SORTREP6 'M' kurgusu); yetkisiz
      * calistirma hicbir kayda dokunmadan RC 12 ile biter.
      * Uygulanamayan satirlar HOLDRPT'ye sebebiyle basilir ve
      * calistirma RC 04 ile biter.
      * PARM='kullanici'         -> calistiran kullanici (8 kar.)
      * PARM='kullaniciYYYYMMDD' -> ayrica islem gunu, varsayilan
      *                             sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HTR-FILE   ASSIGN TO  HOLDTRN
                             STATUS     HTR-ST.
           SELECT HLD-FILE   ASSIGN TO  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS     HLD-ST.
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
           SELECT RPT-FILE   ASSIGN TO  HOLDRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * HTR-FILE bloke bakim transaction'laridir
      * (bkz. HOLDTREC.CPY).
       FD  HTR-FILE RECORDING MODE F.
           COPY HOLDTREC.
      *****
      * HLD-FILE bloke dosyasidir (bkz. HOLDREC.CPY).
       FD  HLD-FILE.
           COPY HOLDREC.
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
           05 HTR-ST            PIC 9(02).
              88 HTR-EOF        VALUE 10.
              88 HTR-SUCCESS    VALUE 00 97.
           05 HLD-ST            PIC 9(02).
              88 HLD-SUCCESS    VALUE 00 97.
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
      * kontrolunde aranir, bloke kaydina ve AUDITLOG'a yazilir.
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
      * Sira numarasi arama alanlari.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-MAX-SEQ           PIC 9(03) VALUE ZERO.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PLACE-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-AMEND-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-RELEASE-COUNT     PIC 9(07) VALUE ZERO.
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
           PERFORM CHECK-HOLD-AUTHORITY
           IF NOT WS-AUTHORIZED
              DISPLAY 'HOLD MAINTENANCE REFUSED, USER NOT '
                      'AUTHORIZED: ' WS-SUBMIT-USER
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-HOLD-TRANSACTIONS
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
      * CHECK-HOLD-AUTHORITY calistirmayi veren kullaniciyi OPERAUTH
      * yetki profilinde arar; 'H' fonksiyonu izinli degilse bakim
      * hic baslamaz. Kontrol kapali-durumda-guvenli calisir:
      * kimlik verilmemisse ya da profil dosyasi okunamazsa da
      * bakim reddedilir.
      *----
       CHECK-HOLD-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR HOLDS'
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
                               FOR ALL 'H'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-HOLD-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  HTR-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE
      * bloke dosyasi ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (FXRTIMP'in ilk kurulum kurgusu)
           OPEN I-O    HLD-FILE
           IF HLD-ST = 35
              OPEN OUTPUT HLD-FILE
              IF HLD-SUCCESS
                 CLOSE HLD-FILE
                 OPEN I-O HLD-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT HTR-SUCCESS OR NOT HLD-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'HTR-ST: ' HTR-ST
              DISPLAY 'HLD-ST: ' HLD-ST
              DISPLAY 'IDX-ST: ' IDX-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
       APPLY-ALL-HOLD-TRANSACTIONS.
           PERFORM READ-HTR-RECORD
           PERFORM UNTIL HTR-EOF
              PERFORM APPLY-ONE-HOLD-TRANSACTION
              PERFORM READ-HTR-RECORD
           END-PERFORM.
       APPLY-ALL-HOLD-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-HTR-RECORD.
           READ HTR-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-HTR-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-HOLD-TRANSACTION HTR-FUNC degerine gore blokeyi
      * koyar, degistirir ya da kaldirir ve sonucu rapora basar.
      *----
       APPLY-ONE-HOLD-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT WS-ACTION-TEXT
           EVALUATE TRUE
              WHEN HTR-PLACE
                 MOVE 'PLACED'   TO WS-ACTION-TEXT
                 PERFORM PLACE-HOLD
              WHEN HTR-AMEND
                 MOVE 'AMENDED'  TO WS-ACTION-TEXT
                 PERFORM AMEND-HOLD
              WHEN HTR-RELEASE
                 MOVE 'RELEASED' TO WS-ACTION-TEXT
                 PERFORM RELEASE-HOLD
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-ACTION-TEXT
                 MOVE 'UNKNOWN HOLD FUNCTION' TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE 'REJECTED' TO WS-ACTION-TEXT
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-ONE-HOLD-TRANSACTION-EXIT. EXIT.
      *----
      * PLACE-HOLD girisi dogrular, anahtarin master'da oldugunu
      * kontrol eder, bir sonraki sira numarasini bulur ve yeni
      * blokeyi yazar. Baslangic gunu bos gelirse islem gunu
      * kullanilir.
      *----
       PLACE-HOLD.
           IF HTR-AMOUNT NOT NUMERIC OR HTR-AMOUNT = ZERO
              MOVE 'INVALID HOLD AMOUNT' TO WS-REJECT-TEXT
           END-IF
           MOVE HTR-REASON TO HLD-REASON
           IF WS-REJECT-TEXT = SPACES AND NOT HLD-VALID-REASON
              MOVE 'INVALID REASON CODE' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND HTR-AUTHORITY = SPACES
              MOVE 'PLACING AUTHORITY MISSING' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              IF HTR-START NOT NUMERIC OR HTR-START = ZERO
                 MOVE WS-RUN-DATE TO HTR-START
              END-IF
              PERFORM EDIT-HOLD-DATES
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE HTR-ID  TO IDX-ID
              MOVE HTR-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE 'KEY NOT ON MASTER' TO WS-REJECT-TEXT
              END-READ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM FIND-NEXT-HOLD-SEQ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              INITIALIZE HLD-REC
              MOVE HTR-ID         TO HLD-ID
              MOVE HTR-DVZ        TO HLD-DVZ
              MOVE WS-MAX-SEQ     TO HLD-SEQ
              ADD 1               TO HLD-SEQ
              MOVE HLD-SEQ        TO HTR-SEQ
              MOVE HTR-AMOUNT     TO HLD-AMOUNT
              MOVE HTR-REASON     TO HLD-REASON
              MOVE HTR-AUTHORITY  TO HLD-AUTHORITY
              MOVE HTR-START      TO HLD-START
              MOVE HTR-EXPIRY     TO HLD-EXPIRY
              MOVE 'A'            TO HLD-STATUS
              MOVE WS-SUBMIT-USER TO HLD-USER
              MOVE WS-RUN-DATE    TO HLD-CHGDATE
              WRITE HLD-REC
                 INVALID KEY
                    MOVE 'HOLD WRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-PLACE-COUNT
              END-WRITE
           END-IF.
       PLACE-HOLD-EXIT. EXIT.
      *----
      * EDIT-HOLD-DATES baslangic ve bitis gunlerini dogrular; bitis
      * sifir (suresiz) ya da baslangictan sonra bir gun olmalidir.
      *----
       EDIT-HOLD-DATES.
           COMPUTE WS-PARM-DATE-RC =
                   FUNCTION TEST-DATE-YYYYMMDD(HTR-START)
           IF WS-PARM-DATE-RC NOT = 0
              MOVE 'INVALID START DATE' TO WS-REJECT-TEXT
           ELSE
              IF HTR-EXPIRY NOT NUMERIC
                 MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-TEXT
              ELSE
                 IF HTR-EXPIRY NOT = ZERO
                    COMPUTE WS-PARM-DATE-RC =
                            FUNCTION TEST-DATE-YYYYMMDD(HTR-EXPIRY)
                    IF WS-PARM-DATE-RC NOT = 0
                       OR HTR-EXPIRY < HTR-START
                       MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       EDIT-HOLD-DATES-EXIT. EXIT.
      *----
      * FIND-NEXT-HOLD-SEQ anahtarin ilk blokesine START ile
      * konumlanir ve anahtar degisene kadar gezerek en buyuk sira
      * numarasini bulur.
      *----
       FIND-NEXT-HOLD-SEQ.
           MOVE ZERO    TO WS-MAX-SEQ
           MOVE 'N'     TO WS-BROWSE-EOF-SW
           MOVE HTR-ID  TO HLD-ID
           MOVE HTR-DVZ TO HLD-DVZ
           MOVE ZERO    TO HLD-SEQ
           START HLD-FILE KEY IS >= HLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL WS-BROWSE-EOF
              READ HLD-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 NOT AT END
                    IF HLD-ID NOT = HTR-ID OR HLD-DVZ NOT = HTR-DVZ
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    ELSE
                       MOVE HLD-SEQ TO WS-MAX-SEQ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MAX-SEQ >= 999
              MOVE 'HOLD SEQUENCE EXHAUSTED FOR KEY'
                   TO WS-REJECT-TEXT
           END-IF.
       FIND-NEXT-HOLD-SEQ-EXIT. EXIT.
      *----
      * READ-ACTIVE-HOLD degistirilecek/kaldirilacak blokeyi okur;
      * bulunamayan ya da artik gecerli olmayan bloke reddedilir.
      *----
       READ-ACTIVE-HOLD.
           MOVE HTR-ID  TO HLD-ID
           MOVE HTR-DVZ TO HLD-DVZ
           MOVE HTR-SEQ TO HLD-SEQ
           READ HLD-FILE KEY IS HLD-KEY
              INVALID KEY
                 MOVE 'HOLD NOT FOUND' TO WS-REJECT-TEXT
              NOT INVALID KEY
                 IF NOT HLD-ACTIVE
                    MOVE 'HOLD NOT ACTIVE' TO WS-REJECT-TEXT
                 END-IF
           END-READ.
       READ-ACTIVE-HOLD-EXIT. EXIT.
      *----
      * AMEND-HOLD dolu gelen alanlari gecerli blokeye uygular.
      *----
       AMEND-HOLD.
           PERFORM READ-ACTIVE-HOLD
           IF WS-REJECT-TEXT = SPACES
              IF HTR-AMOUNT IS NUMERIC AND HTR-AMOUNT > ZERO
                 MOVE HTR-AMOUNT TO HLD-AMOUNT
              END-IF
              IF HTR-REASON NOT = SPACES
                 MOVE HTR-REASON TO HLD-REASON
                 IF NOT HLD-VALID-REASON
                    MOVE 'INVALID REASON CODE' TO WS-REJECT-TEXT
                 END-IF
              END-IF
              IF HTR-AUTHORITY NOT = SPACES
                 MOVE HTR-AUTHORITY TO HLD-AUTHORITY
              END-IF
              IF HTR-EXPIRY IS NUMERIC AND HTR-EXPIRY NOT = ZERO
                 MOVE HLD-START TO HTR-START
                 PERFORM EDIT-HOLD-DATES
                 IF WS-REJECT-TEXT = SPACES
                    MOVE HTR-EXPIRY TO HLD-EXPIRY
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-SUBMIT-USER TO HLD-USER
              MOVE WS-RUN-DATE    TO HLD-CHGDATE
              REWRITE HLD-REC
                 INVALID KEY
                    MOVE 'HOLD REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-AMEND-COUNT
              END-REWRITE
           END-IF.
       AMEND-HOLD-EXIT. EXIT.
      *----
      * RELEASE-HOLD gecerli blokeyi kaldirir; kayit gecmis icin
      * dosyada 'R' durumuyla kalir.
      *----
       RELEASE-HOLD.
           PERFORM READ-ACTIVE-HOLD
           IF WS-REJECT-TEXT = SPACES
              MOVE 'R'            TO HLD-STATUS
              MOVE WS-SUBMIT-USER TO HLD-USER
              MOVE WS-RUN-DATE    TO HLD-CHGDATE
              REWRITE HLD-REC
                 INVALID KEY
                    MOVE 'HOLD REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-RELEASE-COUNT
              END-REWRITE
           END-IF.
       RELEASE-HOLD-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE HTR-ID         TO RPT-REC(1:5)
           MOVE HTR-DVZ        TO RPT-REC(8:3)
           MOVE HTR-SEQ        TO RPT-REC(13:3)
           MOVE HTR-FUNC       TO RPT-REC(18:1)
           MOVE WS-ACTION-TEXT TO RPT-REC(21:12)
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO RPT-REC(34:40)
           ELSE
              MOVE HLD-AMOUNT     TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(34:16)
              MOVE HLD-REASON     TO RPT-REC(52:2)
              MOVE HLD-AUTHORITY  TO RPT-REC(56:20)
              MOVE HLD-EXPIRY     TO RPT-REC(78:8)
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'HOLDMNT - HOLD MAINTENANCE RUN ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '  USER ' DELIMITED SIZE
                  WS-SUBMIT-USER DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ID     DVZ  SEQ  F  ACTION       AMOUNT/REASON'
                  DELIMITED SIZE
                  '      RS  AUTHORITY             EXPIRY'
                  DELIMITED SIZE
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
           MOVE WS-PLACE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS PLACED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-AMEND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS AMENDED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RELEASE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS RELEASED     : ' DELIMITED BY SIZE
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
      * GOBACK kullanilir cunku HOLDMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE HTR-FILE
               CLOSE HLD-FILE
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
              MOVE 'HOLDMNT'         TO AUD-PROGRAM
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
