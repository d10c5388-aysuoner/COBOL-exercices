      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    DCSDMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * DCSDMNT vefat/tereke durum bakim is adimidir. Subelerden
      * gelen vefat bildirimleri (DCSDTRN, bkz. DCSTREC.CPY) durum
      * dosyasina (DCSDFILE, bkz. DCSDREC.CPY) uygulanir:
      *   'A' -> vefat bildirimini kaydet; kisi ACCTREC'te olmali
      *          ve kaydi bulunmamalidir,
      *   'C' -> durum, tarih, ekstre talimati ya da tereke
      *          adresini degistir,
      *   'D' -> hatali bildirimi geri al.
      * Olum gunu bildirim gununden, bildirim gunu islem gununden
      * sonra olamaz. Ekstre talimati 'E' ise tereke adi ve adresin
      * ilk satiri zorunludur.
      * Calistirmayi veren kullanici OPERAUTH profilinde 'E'
      * fonksiyonuyla aranir (ODLMNT kurgusu); yetkisiz
      * calistirma hicbir kayda dokunmadan RC 12 ile biter.
      * Uygulanamayan satirlar DCSDRPT'ye sebebiyle basilir ve
      * calistirma RC 04 ile biter.
      * PARM='kullanici'         -> calistiran kullanici (8 kar.)
      * PARM='kullaniciYYYYMMDD' -> ayrica islem gunu, varsayilan
      *                             sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCT-FILE   ASSIGN TO  DCSDTRN
                             STATUS     DCT-ST.
           SELECT DCS-FILE   ASSIGN TO  DCSDFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY DCS-SEQ
                             STATUS     DCS-ST.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT RPT-FILE   ASSIGN TO  DCSDRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * DCT-FILE vefat/tereke bakim transaction'laridir
      * (bkz. DCSTREC.CPY).
       FD  DCT-FILE RECORDING MODE F.
           COPY DCSTREC.
      *****
      * DCS-FILE vefat/tereke durum dosyasidir (bkz. DCSDREC.CPY).
       FD  DCS-FILE.
           COPY DCSDREC.
      *****
      * ACCT-FILE hesap dosyasidir (BDAYCALC'in ACCT-REC duzeni);
      * yalnizca kisinin varligi icin okunur.
       FD  ACCT-FILE RECORDING MODE F.
       01  ACCT-FIELDS.
           05 ACCT-SEQ       PIC X(04).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-LASTN     PIC X(15).
           05 ACCT-BRTHDAY   PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
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
           05 DCT-ST            PIC 9(02).
              88 DCT-EOF        VALUE 10.
              88 DCT-SUCCESS    VALUE 00 97.
           05 DCS-ST            PIC 9(02).
              88 DCS-SUCCESS    VALUE 00 97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * WS-SUBMIT-USER calistirmayi veren kullanicidir; yetki
      * kontrolunde aranir, durum kaydina ve AUDITLOG'a yazilir.
      *----
       01  WS-SUBMIT-USER       PIC X(08) VALUE SPACES.
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED     VALUE 'Y'.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * ACC-TABLE ACCTREC'teki kisi sira numaralaridir; bildirimin
      * gercek bir kisiye ait oldugu buradan dogrulanir.
      *----
       01  ACC-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  ACC-TABLE.
           05 ACC-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
              10 ACC-T-SEQ      PIC X(04).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
      *----
      * Tarih dogrulama alanlari: degisiklikte dolu gelmeyen tarih
      * kayittaki degeriyle birlikte kontrol edilir.
      *----
       01  WS-EDIT-DEATH        PIC 9(08).
       01  WS-EDIT-NOTIFY       PIC 9(08).
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
           PERFORM CHECK-ESTATE-AUTHORITY
           IF NOT WS-AUTHORIZED
              DISPLAY 'DECEASED MAINTENANCE REFUSED, USER NOT '
                      'AUTHORIZED: ' WS-SUBMIT-USER
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-DECEASED-TRANSACTIONS
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
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur (SORTREP6'daki kurgu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
      * CHECK-ESTATE-AUTHORITY calistirmayi veren kullaniciyi
      * OPERAUTH yetki profilinde arar; 'E' fonksiyonu izinli
      * degilse bakim hic baslamaz. Kontrol kapali-durumda-guvenli
      * calisir: kimlik verilmemisse ya da profil dosyasi
      * okunamazsa da bakim reddedilir.
      *----
       CHECK-ESTATE-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR DECEASED'
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
                               FOR ALL 'E'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-ESTATE-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  DCT-FILE
           OPEN INPUT  ACCT-FILE
           OPEN OUTPUT RPT-FILE
      * durum dosyasi ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (ODLMNT kurgusu)
           OPEN I-O    DCS-FILE
           IF DCS-ST = 35
              OPEN OUTPUT DCS-FILE
              IF DCS-SUCCESS
                 CLOSE DCS-FILE
                 OPEN I-O DCS-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT DCT-SUCCESS OR NOT DCS-SUCCESS
                                OR NOT ACCT-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'DCT-ST: '  DCT-ST
              DISPLAY 'DCS-ST: '  DCS-ST
              DISPLAY 'ACCT-ST: ' ACCT-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-ACCOUNT-TABLE ACCTREC'teki sira numaralarini tabloya
      * alir; dosya bundan sonra okunmaz.
      *----
       LOAD-ACCOUNT-TABLE.
           PERFORM READ-ACCT-RECORD
           PERFORM UNTIL ACCT-EOF
              IF ACC-TABLE-COUNT >= 5000
                 MOVE 'ACCOUNT' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO ACC-TABLE-COUNT
              SET ACC-IDX TO ACC-TABLE-COUNT
              MOVE ACCT-SEQ TO ACC-T-SEQ(ACC-IDX)
              PERFORM READ-ACCT-RECORD
           END-PERFORM.
       LOAD-ACCOUNT-TABLE-EXIT. EXIT.
      *----
       READ-ACCT-RECORD.
           READ ACCT-FILE.
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
       APPLY-ALL-DECEASED-TRANSACTIONS.
           PERFORM READ-DCT-RECORD
           PERFORM UNTIL DCT-EOF
              PERFORM APPLY-ONE-DECEASED-TRANSACTION
              PERFORM READ-DCT-RECORD
           END-PERFORM.
       APPLY-ALL-DECEASED-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-DCT-RECORD.
           READ DCT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-DCT-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-DECEASED-TRANSACTION DCT-FUNC degerine gore
      * bildirimi kaydeder, degistirir ya da geri alir ve sonucu
      * rapora basar.
      *----
       APPLY-ONE-DECEASED-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT WS-ACTION-TEXT
           EVALUATE TRUE
              WHEN DCT-ADD
                 MOVE 'ADDED'    TO WS-ACTION-TEXT
                 PERFORM ADD-DECEASED
              WHEN DCT-CHANGE
                 MOVE 'CHANGED'  TO WS-ACTION-TEXT
                 PERFORM CHANGE-DECEASED
              WHEN DCT-DELETE
                 MOVE 'REMOVED'  TO WS-ACTION-TEXT
                 PERFORM DELETE-DECEASED
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-ACTION-TEXT
                 MOVE 'UNKNOWN DECEASED FUNCTION' TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE 'REJECTED' TO WS-ACTION-TEXT
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-ONE-DECEASED-TRANSACTION-EXIT. EXIT.
      *----
      * ADD-DECEASED girisi dogrular, kisinin ACCTREC'te oldugunu
      * kontrol eder ve bildirimi yazar; kisinin zaten kaydi varsa
      * satir reddedilir ('C' ile degistirilmelidir). Bildirim
      * gunu bos gelirse islem gunu alinir.
      *----
       ADD-DECEASED.
           IF DCT-SEQ = SPACES
              MOVE 'ACCOUNT SEQ MISSING' TO WS-REJECT-TEXT
           ELSE
              PERFORM FIND-ACCOUNT-SEQ
              IF NOT WS-FOUND
                 MOVE 'ACCOUNT SEQ NOT ON ACCTREC' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND DCT-STATUS NOT = SPACES AND DCT-STATUS NOT = 'D'
              MOVE 'INVALID STATUS FOR NEW NOTICE' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE DCT-DEATH-DATE TO WS-EDIT-DEATH
              IF DCT-NOTIFY-DATE IS NUMERIC
                 AND DCT-NOTIFY-DATE NOT = ZERO
                 MOVE DCT-NOTIFY-DATE TO WS-EDIT-NOTIFY
              ELSE
                 MOVE WS-RUN-DATE     TO WS-EDIT-NOTIFY
              END-IF
              PERFORM EDIT-NOTICE-DATES
           END-IF
           IF WS-REJECT-TEXT = SPACES
              INITIALIZE DCS-REC
              MOVE DCT-SEQ          TO DCS-SEQ
              MOVE 'D'              TO DCS-STATUS
              MOVE WS-EDIT-DEATH    TO DCS-DEATH-DATE
              MOVE WS-EDIT-NOTIFY   TO DCS-NOTIFY-DATE
              MOVE DCT-STMT-ACTION  TO DCS-STMT-ACTION
              MOVE DCT-ESTATE-NAME  TO DCS-ESTATE-NAME
              MOVE DCT-ESTATE-ADDR1 TO DCS-ESTATE-ADDR1
              MOVE DCT-ESTATE-ADDR2 TO DCS-ESTATE-ADDR2
              MOVE DCT-ESTATE-CITY  TO DCS-ESTATE-CITY
              PERFORM EDIT-STATEMENT-ACTION
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-SUBMIT-USER TO DCS-USER
              MOVE WS-RUN-DATE    TO DCS-CHGDATE
              WRITE DCS-REC
                 INVALID KEY
                    MOVE 'DECEASED ALREADY RECORDED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.
       ADD-DECEASED-EXIT. EXIT.
      *----
       FIND-ACCOUNT-SEQ.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                     UNTIL ACC-IDX > ACC-TABLE-COUNT OR WS-FOUND
              IF ACC-T-SEQ(ACC-IDX) = DCT-SEQ
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-SEQ-EXIT. EXIT.
      *----
      * EDIT-NOTICE-DATES olum ve bildirim gunlerini dogrular: her
      * ikisi gecerli tarih olmali, olum bildirimden, bildirim
      * islem gununden sonra olmamalidir.
      *----
       EDIT-NOTICE-DATES.
           IF WS-EDIT-DEATH NOT NUMERIC OR WS-EDIT-DEATH = ZERO
              MOVE 'INVALID DATE OF DEATH' TO WS-REJECT-TEXT
           ELSE
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DEATH)
              IF WS-PARM-DATE-RC NOT = 0
                 MOVE 'INVALID DATE OF DEATH' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-NOTIFY)
              IF WS-PARM-DATE-RC NOT = 0
                 OR WS-EDIT-NOTIFY > WS-RUN-DATE
                 MOVE 'INVALID NOTIFICATION DATE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              AND WS-EDIT-DEATH > WS-EDIT-NOTIFY
              MOVE 'DEATH AFTER NOTIFICATION DATE' TO WS-REJECT-TEXT
           END-IF.
       EDIT-NOTICE-DATES-EXIT. EXIT.
      *----
      * EDIT-STATEMENT-ACTION ekstre talimatini dogrular; tereke
      * adresine gonderimde ad ve adresin ilk satiri zorunludur.
      *----
       EDIT-STATEMENT-ACTION.
           IF NOT DCS-STMT-ESTATE AND NOT DCS-STMT-SUPPRESS
              MOVE 'INVALID STATEMENT ACTION' TO WS-REJECT-TEXT
           ELSE
              IF DCS-STMT-ESTATE
                 AND (DCS-ESTATE-NAME = SPACES
                      OR DCS-ESTATE-ADDR1 = SPACES)
                 MOVE 'ESTATE ADDRESS MISSING' TO WS-REJECT-TEXT
              END-IF
           END-IF.
       EDIT-STATEMENT-ACTION-EXIT. EXIT.
      *----
      * READ-DECEASED degistirilecek/geri alinacak kaydi okur;
      * bulunamayan kayit reddedilir.
      *----
       READ-DECEASED.
           MOVE DCT-SEQ TO DCS-SEQ
           READ DCS-FILE KEY IS DCS-SEQ
              INVALID KEY
                 MOVE 'DECEASED RECORD NOT FOUND' TO WS-REJECT-TEXT
           END-READ.
       READ-DECEASED-EXIT. EXIT.
      *----
      * CHANGE-DECEASED dolu gelen alanlari mevcut kayda uygular;
      * tarihler ve ekstre talimati degisiklik sonrasi haliyle
      * yeniden dogrulanir.
      *----
       CHANGE-DECEASED.
           PERFORM READ-DECEASED
           IF WS-REJECT-TEXT = SPACES
              IF DCT-STATUS NOT = SPACES
                 IF DCT-STATUS = 'D' OR DCT-STATUS = 'C'
                    MOVE DCT-STATUS TO DCS-STATUS
                 ELSE
                    MOVE 'INVALID DECEASED STATUS' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE DCS-DEATH-DATE  TO WS-EDIT-DEATH
              MOVE DCS-NOTIFY-DATE TO WS-EDIT-NOTIFY
              IF DCT-DEATH-DATE IS NUMERIC
                 AND DCT-DEATH-DATE NOT = ZERO
                 MOVE DCT-DEATH-DATE TO WS-EDIT-DEATH
              END-IF
              IF DCT-NOTIFY-DATE IS NUMERIC
                 AND DCT-NOTIFY-DATE NOT = ZERO
                 MOVE DCT-NOTIFY-DATE TO WS-EDIT-NOTIFY
              END-IF
              PERFORM EDIT-NOTICE-DATES
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-EDIT-DEATH  TO DCS-DEATH-DATE
              MOVE WS-EDIT-NOTIFY TO DCS-NOTIFY-DATE
              IF DCT-STMT-ACTION NOT = SPACES
                 MOVE DCT-STMT-ACTION  TO DCS-STMT-ACTION
              END-IF
              IF DCT-ESTATE-NAME NOT = SPACES
                 MOVE DCT-ESTATE-NAME  TO DCS-ESTATE-NAME
              END-IF
              IF DCT-ESTATE-ADDR1 NOT = SPACES
                 MOVE DCT-ESTATE-ADDR1 TO DCS-ESTATE-ADDR1
              END-IF
              IF DCT-ESTATE-ADDR2 NOT = SPACES
                 MOVE DCT-ESTATE-ADDR2 TO DCS-ESTATE-ADDR2
              END-IF
              IF DCT-ESTATE-CITY NOT = SPACES
                 MOVE DCT-ESTATE-CITY  TO DCS-ESTATE-CITY
              END-IF
              PERFORM EDIT-STATEMENT-ACTION
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-SUBMIT-USER TO DCS-USER
              MOVE WS-RUN-DATE    TO DCS-CHGDATE
              REWRITE DCS-REC
                 INVALID KEY
                    MOVE 'DECEASED REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF.
       CHANGE-DECEASED-EXIT. EXIT.
      *----
      * DELETE-DECEASED yanlis bildirimi geri alir; kisi bundan
      * sonra yeniden uyari, ucret ve ekstre akislarina girer.
      *----
       DELETE-DECEASED.
           PERFORM READ-DECEASED
           IF WS-REJECT-TEXT = SPACES
              DELETE DCS-FILE RECORD
                 INVALID KEY
                    MOVE 'DECEASED DELETE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
              END-DELETE
           END-IF.
       DELETE-DECEASED-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE DCT-SEQ        TO RPT-REC(1:4)
           MOVE DCT-FUNC       TO RPT-REC(7:1)
           MOVE WS-ACTION-TEXT TO RPT-REC(10:12)
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO RPT-REC(23:40)
           ELSE
              IF NOT DCT-DELETE
                 MOVE DCS-STATUS       TO RPT-REC(23:1)
                 MOVE DCS-DEATH-DATE   TO RPT-REC(27:8)
                 MOVE DCS-NOTIFY-DATE  TO RPT-REC(37:8)
                 MOVE DCS-STMT-ACTION  TO RPT-REC(47:1)
                 MOVE DCS-ESTATE-NAME  TO RPT-REC(51:30)
              END-IF
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'DCSDMNT - DECEASED CUSTOMER MAINTENANCE RUN '
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
           STRING 'SEQ   F  ACTION       ST  DEATH     NOTIFIED'
                  DELIMITED SIZE
                  '  S   ESTATE/REASON' DELIMITED SIZE
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
           STRING 'NOTICES ADDED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NOTICES CHANGED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NOTICES REMOVED    : ' DELIMITED BY SIZE
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
      * GOBACK kullanilir cunku DCSDMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE DCT-FILE
               CLOSE DCS-FILE
               CLOSE ACCT-FILE
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
              MOVE 'DCSDMNT'         TO AUD-PROGRAM
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
