      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CNTCMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CNTCMNT musteri iletisim master'inin (CONTFILE, bkz.
      * CNTCREC.CPY) transaction'li bakim programidir. CNTCTRN
      * transaction dosyasi ACCT-SEQ anahtariyla ekleme/degistirme/
      * silme tasir (ACCTMNT kurgusu):
      *   'A' -> yeni iletisim kaydi ekle; kisi ACCTREC'te olmali,
      *          kaydi bulunmamali ve tercih edilen kanal verilmeli,
      *   'C' -> dolu gelen alanlari mevcut kayda uygula; bos alan
      *          degismez, yalnizca '*' tasiyan alan temizlenir,
      *   'D' -> iletisim kaydini sil.
      * Cep telefonu ulke koduyla en az 10 rakam, e-posta tek '@'
      * iceren bosluksuz adres, posta kodu 5 rakam olmalidir. Izin
      * bayraklari 'Y'/'N'dir; eklemede bos gelen izin 'N' kabul
      * edilir. Islem sonrasi kayitta tercih edilen kanalin
      * bilgisi dolu olmalidir (SMS -> cep, e-posta -> adres,
      * posta -> adres ilk satiri ve sehir).
      * Izin bayraklarindan biri degisirse CNT-CONSENT-DATE islem
      * gunu olur (KVKK ticari ileti izni ispati).
      * Hesap ACCTMNT ile silinse de iletisim kaydi kendiliginden
      * silinmez; 'D' transaction'i ile ayrica kaldirilir.
      * Red varsa RETURN-CODE 04 (ACCTMNT kurgusu).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE   ASSIGN TO  CNTCTRN
                             STATUS     TRN-ST.
           SELECT CNT-FILE   ASSIGN TO  CONTFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY CNT-SEQ
                             STATUS     CNT-ST.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT RPT-FILE   ASSIGN TO  CNTCRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * TRN-FILE ham iletisim bakim transaction'laridir; alanlar
      * kontrol yapilabilsin diye X tanimlanir (MAINTEDT kurgusu).
       FD  TRN-FILE RECORDING MODE F.
       01  TRN-REC.
           05 TRN-FUNC       PIC X(01).
              88 TRN-ADD        VALUE 'A'.
              88 TRN-CHANGE     VALUE 'C'.
              88 TRN-DELETE     VALUE 'D'.
           05 TRN-SEQ        PIC X(04).
           05 TRN-MOBILE     PIC X(15).
           05 TRN-EMAIL      PIC X(50).
           05 TRN-ADDR1      PIC X(30).
           05 TRN-ADDR2      PIC X(30).
           05 TRN-CITY       PIC X(15).
           05 TRN-POSTCODE   PIC X(05).
           05 TRN-PREF       PIC X(01).
           05 TRN-CONS-SMS   PIC X(01).
           05 TRN-CONS-EMAIL PIC X(01).
           05 TRN-CONS-POST  PIC X(01).
           05 FILLER         PIC X(06).
      *****
      * CNT-FILE musteri iletisim master'idir (bkz. CNTCREC.CPY).
       FD  CNT-FILE.
           COPY CNTCREC.
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
           05 TRN-ST            PIC 9(02).
              88 TRN-EOF        VALUE 10.
              88 TRN-SUCCESS    VALUE 00 97.
           05 CNT-ST            PIC 9(02).
              88 CNT-SUCCESS    VALUE 00 97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
      *----
      * ACC-TABLE ACCTREC'teki kisi sira numaralaridir; yeni
      * iletisim kaydinin gercek bir kisiye ait oldugu buradan
      * dogrulanir.
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
      * Alan dogrulama calisma alanlari: WS-FIELD-LEN alanin dolu
      * kisminin uzunlugu, WS-TALLY INSPECT sayacidir.
      *----
       01  WS-FIELD-LEN         PIC 9(03).
       01  WS-TALLY             PIC 9(03).
      * WS-CONSENT-SW izin bayraklarindan biri degistiginde 'Y'
      * olur; CNT-CONSENT-DATE o zaman guncellenir.
       01  WS-CONSENT-SW        PIC X(01).
           88 WS-CONSENT-CHANGED VALUE 'Y'.
       01  WS-REJ-REASON        PIC X(30).
      *----
      * Sayaclar.
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
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-CONTACT-TRANSACTIONS
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
       FILE-OPEN.
           OPEN INPUT  TRN-FILE
           OPEN INPUT  ACCT-FILE
           OPEN OUTPUT RPT-FILE
      * iletisim master'i ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (ODLMNT kurgusu)
           OPEN I-O    CNT-FILE
           IF CNT-ST = 35
              OPEN OUTPUT CNT-FILE
              IF CNT-SUCCESS
                 CLOSE CNT-FILE
                 OPEN I-O CNT-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT TRN-SUCCESS OR NOT CNT-SUCCESS
                               OR NOT ACCT-SUCCESS
                               OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'TRN-ST: '  TRN-ST
              DISPLAY 'CNT-ST: '  CNT-ST
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
       APPLY-ALL-CONTACT-TRANSACTIONS.
           PERFORM READ-TRN-RECORD
           PERFORM UNTIL TRN-EOF
              PERFORM APPLY-ONE-CONTACT-TRANSACTION
              PERFORM READ-TRN-RECORD
           END-PERFORM.
       APPLY-ALL-CONTACT-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-TRN-RECORD.
           READ TRN-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-TRN-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-CONTACT-TRANSACTION satiri dogrular ve TRN-FUNC
      * degerine gore kaydi ekler, degistirir ya da siler;
      * uygulanamayan satir sebebiyle rapora yazilir.
      *----
       APPLY-ONE-CONTACT-TRANSACTION.
           PERFORM EDIT-ONE-TRANSACTION
           IF WS-REJ-REASON = SPACES
              EVALUATE TRUE
                 WHEN TRN-ADD
                    PERFORM ADD-CONTACT
                 WHEN TRN-CHANGE
                    PERFORM CHANGE-CONTACT
                 WHEN TRN-DELETE
                    PERFORM DELETE-CONTACT
              END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
              PERFORM WRITE-REJECT-LINE
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF.
       APPLY-ONE-CONTACT-TRANSACTION-EXIT. EXIT.
      *----
      * EDIT-ONE-TRANSACTION satirin alanlarini tek tek dogrular;
      * bos ve '*' (temizle) tasiyan alanlar bicim kontrolune
      * girmez.
      *----
       EDIT-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
              WHEN (NOT TRN-ADD) AND (NOT TRN-CHANGE)
                                 AND (NOT TRN-DELETE)
                 MOVE 'UNKNOWN FUNCTION CODE' TO WS-REJ-REASON
              WHEN TRN-SEQ = SPACES
                 MOVE 'BLANK ACCT-SEQ' TO WS-REJ-REASON
              WHEN TRN-DELETE
                 CONTINUE
              WHEN TRN-ADD AND TRN-PREF = SPACES
                 MOVE 'PREFERRED CHANNEL MISSING' TO WS-REJ-REASON
              WHEN TRN-PREF NOT = SPACES AND TRN-PREF NOT = 'S'
                   AND TRN-PREF NOT = 'E' AND TRN-PREF NOT = 'P'
                 MOVE 'INVALID PREFERRED CHANNEL' TO WS-REJ-REASON
              WHEN TRN-CONS-SMS NOT = SPACES
                   AND TRN-CONS-SMS NOT = 'Y'
                   AND TRN-CONS-SMS NOT = 'N'
                 MOVE 'INVALID SMS CONSENT' TO WS-REJ-REASON
              WHEN TRN-CONS-EMAIL NOT = SPACES
                   AND TRN-CONS-EMAIL NOT = 'Y'
                   AND TRN-CONS-EMAIL NOT = 'N'
                 MOVE 'INVALID E-MAIL CONSENT' TO WS-REJ-REASON
              WHEN TRN-CONS-POST NOT = SPACES
                   AND TRN-CONS-POST NOT = 'Y'
                   AND TRN-CONS-POST NOT = 'N'
                 MOVE 'INVALID POST CONSENT' TO WS-REJ-REASON
              WHEN TRN-POSTCODE NOT = SPACES
                   AND TRN-POSTCODE NOT = '*'
                   AND TRN-POSTCODE NOT NUMERIC
                 MOVE 'POSTCODE NOT NUMERIC' TO WS-REJ-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJ-REASON = SPACES AND (NOT TRN-DELETE)
              AND TRN-MOBILE NOT = SPACES AND TRN-MOBILE NOT = '*'
              PERFORM VALIDATE-MOBILE
           END-IF
           IF WS-REJ-REASON = SPACES AND (NOT TRN-DELETE)
              AND TRN-EMAIL NOT = SPACES AND TRN-EMAIL NOT = '*'
              PERFORM VALIDATE-EMAIL
           END-IF.
       EDIT-ONE-TRANSACTION-EXIT. EXIT.
      *----
      * VALIDATE-MOBILE cep numarasinin sola dayali, arada bosluk
      * olmayan ve en az 10 rakamdan olusan bir dizi oldugunu
      * kontrol eder.
      *----
       VALIDATE-MOBILE.
           MOVE ZERO TO WS-TALLY
           INSPECT TRN-MOBILE TALLYING WS-TALLY FOR ALL SPACES
           COMPUTE WS-FIELD-LEN = 15 - WS-TALLY
           IF WS-FIELD-LEN < 10
              MOVE 'MOBILE NUMBER TOO SHORT' TO WS-REJ-REASON
           ELSE
              IF TRN-MOBILE(1:WS-FIELD-LEN) NOT NUMERIC
                 MOVE 'INVALID MOBILE NUMBER' TO WS-REJ-REASON
              END-IF
           END-IF.
       VALIDATE-MOBILE-EXIT. EXIT.
      *----
      * VALIDATE-EMAIL e-posta adresinin sola dayali ve bosluksuz
      * oldugunu, tek bir '@' icerdigini ve '@'in ilk ya da son
      * karakter olmadigini kontrol eder.
      *----
       VALIDATE-EMAIL.
           MOVE ZERO TO WS-TALLY
           INSPECT TRN-EMAIL TALLYING WS-TALLY FOR ALL SPACES
           COMPUTE WS-FIELD-LEN = 50 - WS-TALLY
           MOVE ZERO TO WS-TALLY
           INSPECT TRN-EMAIL(1:WS-FIELD-LEN) TALLYING WS-TALLY
                   FOR ALL SPACES
           IF WS-TALLY > ZERO
              MOVE 'E-MAIL CONTAINS SPACES' TO WS-REJ-REASON
           ELSE
              MOVE ZERO TO WS-TALLY
              INSPECT TRN-EMAIL TALLYING WS-TALLY FOR ALL '@'
              IF WS-TALLY NOT = 1
                 OR TRN-EMAIL(1:1) = '@'
                 OR TRN-EMAIL(WS-FIELD-LEN:1) = '@'
                 MOVE 'INVALID E-MAIL ADDRESS' TO WS-REJ-REASON
              END-IF
           END-IF.
       VALIDATE-EMAIL-EXIT. EXIT.
      *----
      * ADD-CONTACT kisinin ACCTREC'te oldugunu kontrol eder ve
      * kaydi yazar; kisinin zaten kaydi varsa satir reddedilir
      * ('C' ile degistirilmelidir). Eklemede '*' bos demektir.
      *----
       ADD-CONTACT.
           PERFORM FIND-ACCOUNT-SEQ
           IF NOT WS-FOUND
              MOVE 'ACCOUNT SEQ NOT ON ACCTREC' TO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES
              INITIALIZE CNT-REC
              MOVE TRN-SEQ   TO CNT-SEQ
              MOVE TRN-PREF  TO CNT-PREF-CHANNEL
              MOVE 'N'       TO CNT-CONSENT-SMS CNT-CONSENT-EMAIL
                                CNT-CONSENT-POST
              PERFORM APPLY-CONTACT-FIELDS
              MOVE WS-RUN-DATE TO CNT-CONSENT-DATE
              PERFORM EDIT-PREFERRED-CHANNEL
           END-IF
           IF WS-REJ-REASON = SPACES
              MOVE WS-RUN-DATE TO CNT-CHGDATE
              WRITE CNT-REC
                 INVALID KEY
                    MOVE 'CONTACT ALREADY ON FILE' TO WS-REJ-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.
       ADD-CONTACT-EXIT. EXIT.
      *----
       FIND-ACCOUNT-SEQ.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                     UNTIL ACC-IDX > ACC-TABLE-COUNT OR WS-FOUND
              IF ACC-T-SEQ(ACC-IDX) = TRN-SEQ
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-SEQ-EXIT. EXIT.
      *----
      * APPLY-CONTACT-FIELDS dolu gelen alanlari kayda uygular:
      * bos alan degismez, '*' alani temizler. Izin bayraklarindan
      * biri degisirse WS-CONSENT-SW 'Y' olur.
      *----
       APPLY-CONTACT-FIELDS.
           MOVE 'N' TO WS-CONSENT-SW
           IF TRN-MOBILE = '*'
              MOVE SPACES TO CNT-MOBILE
           ELSE
              IF TRN-MOBILE NOT = SPACES
                 MOVE TRN-MOBILE TO CNT-MOBILE
              END-IF
           END-IF
           IF TRN-EMAIL = '*'
              MOVE SPACES TO CNT-EMAIL
           ELSE
              IF TRN-EMAIL NOT = SPACES
                 MOVE TRN-EMAIL TO CNT-EMAIL
              END-IF
           END-IF
           IF TRN-ADDR1 = '*'
              MOVE SPACES TO CNT-ADDR1
           ELSE
              IF TRN-ADDR1 NOT = SPACES
                 MOVE TRN-ADDR1 TO CNT-ADDR1
              END-IF
           END-IF
           IF TRN-ADDR2 = '*'
              MOVE SPACES TO CNT-ADDR2
           ELSE
              IF TRN-ADDR2 NOT = SPACES
                 MOVE TRN-ADDR2 TO CNT-ADDR2
              END-IF
           END-IF
           IF TRN-CITY = '*'
              MOVE SPACES TO CNT-CITY
           ELSE
              IF TRN-CITY NOT = SPACES
                 MOVE TRN-CITY TO CNT-CITY
              END-IF
           END-IF
           IF TRN-POSTCODE = '*'
              MOVE SPACES TO CNT-POSTCODE
           ELSE
              IF TRN-POSTCODE NOT = SPACES
                 MOVE TRN-POSTCODE TO CNT-POSTCODE
              END-IF
           END-IF
           IF TRN-PREF NOT = SPACES
              MOVE TRN-PREF TO CNT-PREF-CHANNEL
           END-IF
           IF TRN-CONS-SMS NOT = SPACES
              AND TRN-CONS-SMS NOT = CNT-CONSENT-SMS
              MOVE TRN-CONS-SMS TO CNT-CONSENT-SMS
              MOVE 'Y' TO WS-CONSENT-SW
           END-IF
           IF TRN-CONS-EMAIL NOT = SPACES
              AND TRN-CONS-EMAIL NOT = CNT-CONSENT-EMAIL
              MOVE TRN-CONS-EMAIL TO CNT-CONSENT-EMAIL
              MOVE 'Y' TO WS-CONSENT-SW
           END-IF
           IF TRN-CONS-POST NOT = SPACES
              AND TRN-CONS-POST NOT = CNT-CONSENT-POST
              MOVE TRN-CONS-POST TO CNT-CONSENT-POST
              MOVE 'Y' TO WS-CONSENT-SW
           END-IF.
       APPLY-CONTACT-FIELDS-EXIT. EXIT.
      *----
      * EDIT-PREFERRED-CHANNEL islem sonrasi kayitta tercih edilen
      * kanalin bilgisinin dolu oldugunu kontrol eder.
      *----
       EDIT-PREFERRED-CHANNEL.
           EVALUATE TRUE
              WHEN CNT-PREF-SMS AND CNT-MOBILE = SPACES
                 MOVE 'NO MOBILE FOR SMS PREFERENCE'
                   TO WS-REJ-REASON
              WHEN CNT-PREF-EMAIL AND CNT-EMAIL = SPACES
                 MOVE 'NO E-MAIL FOR E-MAIL PREFERENCE'
                   TO WS-REJ-REASON
              WHEN CNT-PREF-POST AND (CNT-ADDR1 = SPACES
                                      OR CNT-CITY = SPACES)
                 MOVE 'NO ADDRESS FOR POST PREFERENCE'
                   TO WS-REJ-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       EDIT-PREFERRED-CHANNEL-EXIT. EXIT.
      *----
      * READ-CONTACT degistirilecek/silinecek kaydi okur;
      * bulunamayan kayit reddedilir.
      *----
       READ-CONTACT.
           MOVE TRN-SEQ TO CNT-SEQ
           READ CNT-FILE KEY IS CNT-SEQ
              INVALID KEY
                 MOVE 'CONTACT RECORD NOT FOUND' TO WS-REJ-REASON
           END-READ.
       READ-CONTACT-EXIT. EXIT.
      *----
      * CHANGE-CONTACT dolu gelen alanlari mevcut kayda uygular;
      * tercih edilen kanal degisiklik sonrasi haliyle yeniden
      * dogrulanir.
      *----
       CHANGE-CONTACT.
           PERFORM READ-CONTACT
           IF WS-REJ-REASON = SPACES
              PERFORM APPLY-CONTACT-FIELDS
              IF WS-CONSENT-CHANGED
                 MOVE WS-RUN-DATE TO CNT-CONSENT-DATE
              END-IF
              PERFORM EDIT-PREFERRED-CHANNEL
           END-IF
           IF WS-REJ-REASON = SPACES
              MOVE WS-RUN-DATE TO CNT-CHGDATE
              REWRITE CNT-REC
                 INVALID KEY
                    MOVE 'CONTACT REWRITE FAILED' TO WS-REJ-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF.
       CHANGE-CONTACT-EXIT. EXIT.
      *----
       DELETE-CONTACT.
           PERFORM READ-CONTACT
           IF WS-REJ-REASON = SPACES
              DELETE CNT-FILE RECORD
                 INVALID KEY
                    MOVE 'CONTACT DELETE FAILED' TO WS-REJ-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
              END-DELETE
           END-IF.
       DELETE-CONTACT-EXIT. EXIT.
      *----
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'REJECT ' DELIMITED BY SIZE
                  TRN-FUNC  DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  TRN-SEQ   DELIMITED BY SIZE
                  ' - '     DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REJECT-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'CNTCMNT - CUSTOMER CONTACT MAINTENANCE RUN '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
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
           STRING 'CONTACTS ADDED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CONTACTS CHANGED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CONTACTS DELETED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS REJECT: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku CNTCMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE TRN-FILE
               CLOSE CNT-FILE
               CLOSE ACCT-FILE
               CLOSE RPT-FILE
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
              MOVE 'CNTCMNT'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-APPLY-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY 'AUDIT-FILE CANNOT BE OPENED, SKIPPING AUDIT LOG'
           END-IF.
       WRITE-AUDIT-RECORD-EXIT. EXIT.
