      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    TDMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * TDMNT vadeli mevduat bakim is adimidir. Hazinenin onayladigi
      * talimatlar (TDTRN, bkz. TDTREC.CPY) vadeli mevduat
      * master'ina (TDMASTER, bkz. TDEPREC.CPY) uygulanir:
      *   'O' -> yeni mevduat ac. Anapara bagli vadesiz hesabin
      *          (IDX-KEY) kullanilabilir bakiyesinden dusulur;
      *          bakiye ya da bloke toplami yetmiyorsa satir
      *          reddedilir. Vadesiz hesaptaki degisiklik TXNPOST
      *          duzeninde oncesi/sonrasi goruntuyle JRNFILE'a
      *          eklenir. Vade gunu baslangic + vade suresidir ve
      *          is gunu degilse DTCVRTN ile sonraki is gunune
      *          kaydirilir. Oran bos gelirse TDRATES'teki guncel
      *          oran kullanilir.
      *   'I' -> aktif mevduatin vade talimatini degistir.
      * Calistirmayi veren kullanici OPERAUTH profilinde 'T'
      * fonksiyonuyla aranir (HOLDMNT kurgusu); yetkisiz
      * calistirma hicbir kayda dokunmadan RC 12 ile biter.
      * Uygulanamayan satirlar TDMNTRPT'ye sebebiyle basilir ve
      * calistirma RC 04 ile biter.
      * PARM='kullanici'         -> calistiran kullanici (8 kar.)
      * PARM='kullaniciYYYYMMDD' -> ayrica islem gunu, varsayilan
      *                             sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDT-FILE   ASSIGN TO  TDTRN
                             STATUS     TDT-ST.
           SELECT TD-FILE    ASSIGN TO  TDMASTER
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY TD-KEY
                             STATUS     TD-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
      * TDR-FILE vadeli mevduat oran tablosudur; DD verilmezse
      * oran her satirda acikca gelmelidir.
           SELECT OPTIONAL TDR-FILE ASSIGN TO  TDRATES
                             STATUS     TDR-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT RPT-FILE   ASSIGN TO  TDMNTRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * TDT-FILE vadeli mevduat bakim transaction'laridir
      * (bkz. TDTREC.CPY).
       FD  TDT-FILE RECORDING MODE F.
           COPY TDTREC.
      *****
      * TD-FILE vadeli mevduat master'idir (bkz. TDEPREC.CPY).
       FD  TD-FILE.
           COPY TDEPREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * mevduat acilisinda anapara buradan dusulur.
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * TDR-FILE vadeli mevduat oran tablosudur (bkz. TDRTREC.CPY).
       FD  TDR-FILE RECORDING MODE F.
           COPY TDRTREC.
      *****
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
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
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 TDT-ST            PIC 9(02).
              88 TDT-EOF        VALUE 10.
              88 TDT-SUCCESS    VALUE 00 97.
           05 TD-ST             PIC 9(02).
              88 TD-SUCCESS     VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 TDR-ST            PIC 9(02).
              88 TDR-EOF        VALUE 10.
              88 TDR-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-SUCCESS   VALUE 00 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * WS-SUBMIT-USER calistirmayi veren kullanicidir; yetki
      * kontrolunde aranir, mevduat kaydina, jurnale ve AUDITLOG'a
      * yazilir.
      *----
       01  WS-SUBMIT-USER       PIC X(08) VALUE SPACES.
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED     VALUE 'Y'.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya vadeli mevduat
      * bakimi yapilmaz.
           COPY PRDCPARM.
      *----
      * WS-REJECT-TEXT satirin red sebebidir; bos ise satir
      * uygulanmistir.
      *----
       01  WS-REJECT-TEXT       PIC X(40).
       01  WS-ACTION-TEXT       PIC X(12).
       01  WS-MAX-SEQ           PIC 9(03).
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
      *----
      * TDR-TABLE TDRATES'ten yuklenen dvz/vade basamagi oranlari.
      *----
       01  TDR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  TDR-TABLE.
           05 TRT-ENTRY OCCURS 200 TIMES INDEXED BY TRT-IDX.
              10 TRT-DVZ        PIC 9(03).
              10 TRT-MIN-TERM   PIC 9(04).
              10 TRT-RATE       PIC 9V9(04).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-RATE-DVZ          PIC 9(03).
       01  WS-RATE-TERM         PIC 9(04).
       01  WS-BEST-TERM         PIC 9(04).
       01  WS-RATE-SW           PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND     VALUE 'Y'.
       01  WS-TD-RATE           PIC 9V9(04).
       01  WS-MATURITY          PIC 9(08).
      *----
      * Vadesiz hesap borc alanlari; tasma korumasi TXNPOST'taki
      * SIZE ERROR kurgusunun aynisidir.
      *----
       01  WS-POST-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-POST-OVERFLOW  VALUE 'Y'.
       01  WS-NEW-TUTAR         PIC S9(13)V99.
      *----
      * HLDC-PARM HOLDCHK bloke sorgusunun CALL arayuzudur (bkz.
      * HOLDPARM.CPY). Anapara dusuldukten sonra bakiye bloke
      * toplaminin altina dusemez; HOLDCHK RC 16 donerse acilis
      * guvenli tarafta kalmak icin reddedilir.
      *----
           COPY HOLDPARM.
      *----
      * DTCV-PARM DTCVRTN tarih yardimcisinin CALL arayuzudur
      * (bkz. DTCVPARM.CPY); vade gunu hesabinda kullanilir.
      *----
           COPY DTCVPARM.
      *----
      * Jurnal alanlari: acilis borcu TXNPOST ile ayni oncesi/
      * sonrasi goruntu duzeninde jurnallenir (fonksiyon 'C').
      *----
       01  WS-JRNL-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE      PIC X(47).
       01  WS-AFTER-IMAGE       PIC X(47).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-INSTR-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-APPLY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-OPEN-AMOUNT       PIC 9(15)V99 VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-EDIT-RATE         PIC 9.9(04).
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
      * VERIFY-PERIOD-OPEN islem gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'TDMNT'          TO PRDC-PROGRAM
           MOVE WS-RUN-DATE      TO PRDC-DATE
           CALL 'PRDCHK' USING PRDC-PARM
           IF NOT PRDC-RC-OK
              DISPLAY 'PERIOD CONTROL REFUSED DATE ' WS-RUN-DATE
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
       PROGRAM-CONTROL.
           PERFORM CHECK-DEPOSIT-AUTHORITY
           IF NOT WS-AUTHORIZED
              DISPLAY 'TERM DEPOSIT MAINTENANCE REFUSED, USER NOT '
                      'AUTHORIZED: ' WS-SUBMIT-USER
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-DEPOSIT-RATES
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-DEPOSIT-TRANSACTIONS
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
      * CHECK-DEPOSIT-AUTHORITY calistirmayi veren kullaniciyi
      * OPERAUTH yetki profilinde arar; 'T' fonksiyonu izinli
      * degilse bakim hic baslamaz. Kontrol kapali-durumda-guvenli
      * calisir: kimlik verilmemisse ya da profil dosyasi
      * okunamazsa da bakim reddedilir.
      *----
       CHECK-DEPOSIT-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR DEPOSITS'
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
                               FOR ALL 'T'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-DEPOSIT-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  TDT-FILE
           OPEN I-O    IDX-FILE
      * jurnal sirasi ve zincir ozeti dosyanin son satirindan
      * devam eder (bkz. CHNPARM.CPY)
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'J' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           MOVE CHN-LAST-SEQ TO WS-JRNL-SEQ
           OPEN EXTEND JRNL-FILE
           OPEN OUTPUT RPT-FILE
      * mevduat dosyasi ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (FXRTIMP'in ilk kurulum kurgusu)
           OPEN I-O    TD-FILE
           IF TD-ST = 35
              OPEN OUTPUT TD-FILE
              IF TD-SUCCESS
                 CLOSE TD-FILE
                 OPEN I-O TD-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT TDT-SUCCESS OR NOT TD-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT JRNL-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'TDT-ST: '  TDT-ST
              DISPLAY 'TD-ST: '   TD-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-DEPOSIT-RATES oran tablosunu TDR-TABLE'a yukler; DD
      * saglanmamissa (durum 05) oran her satirda acikca
      * verilmelidir (FEECALC'in FEEOVRD kurgusu).
      *----
       LOAD-DEPOSIT-RATES.
           OPEN INPUT TDR-FILE
           IF NOT TDR-SUCCESS
              IF TDR-ST = 05
                 CLOSE TDR-FILE
                 DISPLAY 'TDRATES NOT SUPPLIED, RATES MUST BE GIVEN'
              ELSE
                 DISPLAY 'TDRATES CANNOT OPEN, TDR-ST: ' TDR-ST
              END-IF
           ELSE
              PERFORM READ-TDR-RECORD
              PERFORM UNTIL TDR-EOF
                 IF TDR-TABLE-COUNT >= 200
                    DISPLAY 'DEPOSIT RATE TABLE FULL, ROW NOT LOADED: '
                            TDR-DVZ ' ' TDR-MIN-TERM
                 ELSE
                    ADD 1 TO TDR-TABLE-COUNT
                    SET TRT-IDX TO TDR-TABLE-COUNT
                    MOVE TDR-DVZ      TO TRT-DVZ(TRT-IDX)
                    MOVE TDR-MIN-TERM TO TRT-MIN-TERM(TRT-IDX)
                    MOVE TDR-RATE     TO TRT-RATE(TRT-IDX)
                 END-IF
                 PERFORM READ-TDR-RECORD
              END-PERFORM
              CLOSE TDR-FILE
           END-IF.
       LOAD-DEPOSIT-RATES-EXIT. EXIT.
      *----
       READ-TDR-RECORD.
           READ TDR-FILE.
       READ-TDR-RECORD-EXIT. EXIT.
      *----
       APPLY-ALL-DEPOSIT-TRANSACTIONS.
           PERFORM READ-TDT-RECORD
           PERFORM UNTIL TDT-EOF
              PERFORM APPLY-ONE-DEPOSIT-TRANSACTION
              PERFORM READ-TDT-RECORD
           END-PERFORM.
       APPLY-ALL-DEPOSIT-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-TDT-RECORD.
           READ TDT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-TDT-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-DEPOSIT-TRANSACTION TDT-FUNC degerine gore
      * mevduati acar ya da talimatini degistirir ve sonucu rapora
      * basar.
      *----
       APPLY-ONE-DEPOSIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT WS-ACTION-TEXT
           EVALUATE TRUE
              WHEN TDT-OPEN
                 MOVE 'OPENED'      TO WS-ACTION-TEXT
                 PERFORM OPEN-DEPOSIT
              WHEN TDT-INSTRUCT
                 MOVE 'INSTRUCTION' TO WS-ACTION-TEXT
                 PERFORM CHANGE-INSTRUCTION
              WHEN OTHER
                 MOVE 'REJECTED' TO WS-ACTION-TEXT
                 MOVE 'UNKNOWN DEPOSIT FUNCTION' TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE 'REJECTED' TO WS-ACTION-TEXT
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-ONE-DEPOSIT-TRANSACTION-EXIT. EXIT.
      *----
      * OPEN-DEPOSIT girisi dogrular, oran ve vade gununu bulur,
      * anaparayi vadesiz hesaptan duser ve yeni mevduati yazar.
      * Mevduat yazilamazsa vadesiz hesap eski goruntusune geri
      * yazilir; jurnal yalnizca iki kayit da tamamlaninca eklenir.
      *----
       OPEN-DEPOSIT.
           PERFORM EDIT-OPEN-TRANSACTION
           IF WS-REJECT-TEXT = SPACES
              PERFORM CALCULATE-MATURITY-DATE
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM FIND-NEXT-DEPOSIT-SEQ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE TDT-ID  TO IDX-ID
              MOVE TDT-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE 'KEY NOT ON MASTER' TO WS-REJECT-TEXT
              END-READ
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM DEBIT-DEMAND-ACCOUNT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              INITIALIZE TD-REC
              MOVE TDT-ID         TO TD-ID
              MOVE TDT-DVZ        TO TD-DVZ
              MOVE WS-MAX-SEQ     TO TD-SEQ
              ADD 1               TO TD-SEQ
              MOVE TD-SEQ         TO TDT-SEQ
              MOVE TDT-PRINCIPAL  TO TD-PRINCIPAL
              MOVE WS-TD-RATE     TO TD-RATE
              MOVE TDT-START      TO TD-START
              MOVE TDT-TERM       TO TD-TERM
              MOVE WS-MATURITY    TO TD-MATURITY
              MOVE TDT-INSTR      TO TD-INSTR
              MOVE 'A'            TO TD-STATUS
              MOVE WS-SUBMIT-USER TO TD-USER
              MOVE WS-RUN-DATE    TO TD-CHGDATE
              WRITE TD-REC
                 INVALID KEY
                    MOVE 'DEPOSIT WRITE FAILED' TO WS-REJECT-TEXT
                    PERFORM RESTORE-DEMAND-ACCOUNT
                 NOT INVALID KEY
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1             TO WS-OPEN-COUNT
                    ADD TD-PRINCIPAL  TO WS-OPEN-AMOUNT
              END-WRITE
           END-IF.
       OPEN-DEPOSIT-EXIT. EXIT.
      *----
      * EDIT-OPEN-TRANSACTION acilis satirini dogrular. Baslangic
      * gunu bos gelirse islem gunu, oran bos gelirse oran
      * tablosundaki guncel oran kullanilir.
      *----
       EDIT-OPEN-TRANSACTION.
           IF TDT-PRINCIPAL NOT NUMERIC OR TDT-PRINCIPAL = ZERO
              MOVE 'INVALID PRINCIPAL' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              IF TDT-TERM NOT NUMERIC OR TDT-TERM = ZERO
                 MOVE 'INVALID TERM' TO WS-REJECT-TEXT
              END-IF
           END-IF
           MOVE TDT-INSTR TO TD-INSTR
           IF WS-REJECT-TEXT = SPACES AND NOT TD-VALID-INSTR
              MOVE 'INVALID MATURITY INSTRUCTION' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
              IF TDT-START NOT NUMERIC OR TDT-START = ZERO
                 MOVE WS-RUN-DATE TO TDT-START
              END-IF
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(TDT-START)
              IF WS-PARM-DATE-RC NOT = 0
                 MOVE 'INVALID START DATE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              IF TDT-RATE IS NUMERIC AND TDT-RATE > ZERO
                 MOVE TDT-RATE TO WS-TD-RATE
              ELSE
                 MOVE TDT-DVZ  TO WS-RATE-DVZ
                 MOVE TDT-TERM TO WS-RATE-TERM
                 PERFORM FIND-CURRENT-RATE
                 IF NOT WS-RATE-FOUND
                    MOVE 'NO CURRENT RATE FOR TERM' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.
       EDIT-OPEN-TRANSACTION-EXIT. EXIT.
      *----
      * FIND-CURRENT-RATE WS-RATE-DVZ ve WS-RATE-TERM (vade) icin
      * gecerli orani arar: ayni dvz'de vadeye esit ya da ondan
      * kucuk en buyuk basamagin orani WS-TD-RATE'e alinir.
      *----
       FIND-CURRENT-RATE.
           MOVE 'N'  TO WS-RATE-SW
           MOVE ZERO TO WS-BEST-TERM
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > TDR-TABLE-COUNT
              IF TRT-DVZ(WS-SRCH-IDX) = WS-RATE-DVZ
                 AND TRT-MIN-TERM(WS-SRCH-IDX) <= WS-RATE-TERM
                 AND TRT-MIN-TERM(WS-SRCH-IDX) >= WS-BEST-TERM
                 MOVE 'Y' TO WS-RATE-SW
                 MOVE TRT-MIN-TERM(WS-SRCH-IDX) TO WS-BEST-TERM
                 MOVE TRT-RATE(WS-SRCH-IDX)     TO WS-TD-RATE
              END-IF
           END-PERFORM.
       FIND-CURRENT-RATE-EXIT. EXIT.
      *----
      * CALCULATE-MATURITY-DATE baslangica vade suresini ekler
      * (DTCVRTN '7'); bulunan gun is gunu degilse (DTCVRTN '6')
      * sonraki is gunune tasinir (DTCVRTN '3', FEECALC'in
      * ADJUST-VALUE-DATE kurgusu).
      *----
       CALCULATE-MATURITY-DATE.
           INITIALIZE DTCV-PARM
           MOVE '7'       TO DTCV-FUNCTION
           MOVE TDT-START TO DTCV-DATE-1
           MOVE TDT-TERM  TO DTCV-DAYS-BETWEEN
           CALL 'DTCVRTN' USING DTCV-PARM
           IF NOT DTCV-RC-OK
              MOVE 'MATURITY DATE NOT COMPUTED' TO WS-REJECT-TEXT
           ELSE
              MOVE DTCV-GREG-DATE TO WS-MATURITY
              MOVE WS-MATURITY    TO DTCV-DATE-1
              MOVE '6'            TO DTCV-FUNCTION
              CALL 'DTCVRTN' USING DTCV-PARM
              IF DTCV-RC-OK AND DTCV-NOT-BUSDAY
                 MOVE WS-MATURITY TO DTCV-DATE-1
                 MOVE '3'         TO DTCV-FUNCTION
                 CALL 'DTCVRTN' USING DTCV-PARM
                 IF DTCV-RC-OK
                    MOVE DTCV-GREG-DATE TO WS-MATURITY
                 END-IF
              END-IF
              IF WS-MATURITY <= WS-RUN-DATE
                 MOVE 'MATURITY NOT AFTER RUN DATE' TO WS-REJECT-TEXT
              END-IF
           END-IF.
       CALCULATE-MATURITY-DATE-EXIT. EXIT.
      *----
      * FIND-NEXT-DEPOSIT-SEQ anahtarin ilk mevduatina START ile
      * konumlanir ve anahtar degisene kadar gezerek en buyuk sira
      * numarasini bulur (HOLDMNT kurgusu).
      *----
       FIND-NEXT-DEPOSIT-SEQ.
           MOVE ZERO    TO WS-MAX-SEQ
           MOVE 'N'     TO WS-BROWSE-EOF-SW
           MOVE TDT-ID  TO TD-ID
           MOVE TDT-DVZ TO TD-DVZ
           MOVE ZERO    TO TD-SEQ
           START TD-FILE KEY IS >= TD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL WS-BROWSE-EOF
              READ TD-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 NOT AT END
                    IF TD-ID NOT = TDT-ID OR TD-DVZ NOT = TDT-DVZ
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    ELSE
                       MOVE TD-SEQ TO WS-MAX-SEQ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MAX-SEQ >= 999
              MOVE 'DEPOSIT SEQUENCE EXHAUSTED FOR KEY'
                   TO WS-REJECT-TEXT
           END-IF.
       FIND-NEXT-DEPOSIT-SEQ-EXIT. EXIT.
      *----
      * DEBIT-DEMAND-ACCOUNT anaparayi vadesiz bakiyeden duser;
      * bakiye eksiye ya da bloke toplaminin altina dusecekse
      * kayit degistirilmeden birakilir (TXNPOST kurgusu).
      *----
       DEBIT-DEMAND-ACCOUNT.
           MOVE 'N'     TO WS-POST-ERR-SW
           MOVE IDX-REC TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-TUTAR = IDX-TUTAR - TDT-PRINCIPAL
               ON SIZE ERROR
                   MOVE 'Y' TO WS-POST-ERR-SW
           END-COMPUTE
           EVALUATE TRUE
              WHEN WS-POST-OVERFLOW
                 MOVE 'DEBIT OVERFLOW' TO WS-REJECT-TEXT
              WHEN WS-NEW-TUTAR < ZERO
                 MOVE 'INSUFFICIENT DEMAND BALANCE' TO WS-REJECT-TEXT
              WHEN OTHER
                 PERFORM CHECK-HELD-AMOUNT
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-NEW-TUTAR TO IDX-TUTAR
              REWRITE IDX-REC
                 INVALID KEY
                    MOVE WS-BEFORE-IMAGE TO IDX-REC
                    MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    MOVE IDX-REC TO WS-AFTER-IMAGE
              END-REWRITE
           END-IF.
       DEBIT-DEMAND-ACCOUNT-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT hesabin islem gunundeki gecerli bloke
      * toplamini HOLDCHK ile alir (TXNPOST kurgusu).
      *----
       CHECK-HELD-AMOUNT.
           INITIALIZE HLDC-PARM
           MOVE '1'         TO HLDC-FUNCTION
           MOVE IDX-ID      TO HLDC-ID
           MOVE IDX-DVZ     TO HLDC-DVZ
           MOVE WS-RUN-DATE TO HLDC-DATE
           CALL 'HOLDCHK' USING HLDC-PARM
           EVALUATE TRUE
              WHEN HLDC-RC-FILE-ERROR
                 MOVE 'HOLD FILE UNAVAILABLE' TO WS-REJECT-TEXT
              WHEN WS-NEW-TUTAR < HLDC-HELD-AMOUNT
                 MOVE 'WOULD BREACH HELD AMOUNT' TO WS-REJECT-TEXT
           END-EVALUATE.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
      * RESTORE-DEMAND-ACCOUNT mevduat yazilamadiginda vadesiz
      * hesabi borc oncesi goruntusune geri yazar.
      *----
       RESTORE-DEMAND-ACCOUNT.
           MOVE WS-BEFORE-IMAGE TO IDX-REC
           REWRITE IDX-REC
              INVALID KEY
                 DISPLAY 'DEMAND ACCOUNT RESTORE FAILED: '
                         TDT-ID ' ' TDT-DVZ
           END-REWRITE.
       RESTORE-DEMAND-ACCOUNT-EXIT. EXIT.
      *----
      * WRITE-JOURNAL-RECORD acilis borcunu zaman damgasi ve
      * oncesi/sonrasi goruntuleriyle jurnale ekler (TXNPOST
      * duzeninin aynisi, fonksiyon 'C'); kimlik olarak
      * calistirmayi veren kullanici jurnallenir.
      *----
       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ
           INITIALIZE JRNL-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRNL-TIME
           MOVE WS-JRNL-SEQ      TO JRNL-SEQ
           MOVE 'C'              TO JRNL-FUNC
           MOVE 'Y'              TO JRNL-BEF-SW
           MOVE 'Y'              TO JRNL-AFT-SW
           MOVE WS-BEFORE-IMAGE  TO JRNL-BEFORE
           MOVE WS-AFTER-IMAGE   TO JRNL-AFTER
           MOVE WS-SUBMIT-USER   TO JRNL-USER
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE JRNL-REC TO CHN-DATA
           CALL 'CHAINRTN' USING CHN-PARM
           MOVE CHN-HASH TO JRNL-HASH
           WRITE JRNL-REC.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *----
      * CHANGE-INSTRUCTION aktif mevduatin vade talimatini
      * degistirir; vadesi gelmis/odenmis mevduat reddedilir.
      *----
       CHANGE-INSTRUCTION.
           MOVE TDT-ID  TO TD-ID
           MOVE TDT-DVZ TO TD-DVZ
           MOVE TDT-SEQ TO TD-SEQ
           READ TD-FILE KEY IS TD-KEY
              INVALID KEY
                 MOVE 'DEPOSIT NOT FOUND' TO WS-REJECT-TEXT
              NOT INVALID KEY
                 IF NOT TD-ACTIVE
                    MOVE 'DEPOSIT NOT ACTIVE' TO WS-REJECT-TEXT
                 END-IF
           END-READ
           IF WS-REJECT-TEXT = SPACES
              MOVE TDT-INSTR TO TD-INSTR
              IF NOT TD-VALID-INSTR
                 MOVE 'INVALID MATURITY INSTRUCTION' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE WS-SUBMIT-USER TO TD-USER
              MOVE WS-RUN-DATE    TO TD-CHGDATE
              REWRITE TD-REC
                 INVALID KEY
                    MOVE 'DEPOSIT REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-INSTR-COUNT
              END-REWRITE
           END-IF.
       CHANGE-INSTRUCTION-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE TDT-ID         TO RPT-REC(1:5)
           MOVE TDT-DVZ        TO RPT-REC(8:3)
           MOVE TDT-SEQ        TO RPT-REC(13:3)
           MOVE TDT-FUNC       TO RPT-REC(18:1)
           MOVE WS-ACTION-TEXT TO RPT-REC(21:12)
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO RPT-REC(34:40)
           ELSE
              MOVE TD-PRINCIPAL   TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(34:16)
              MOVE TD-RATE        TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE   TO RPT-REC(52:6)
              MOVE TD-START       TO RPT-REC(60:8)
              MOVE TD-MATURITY    TO RPT-REC(70:8)
              MOVE TD-INSTR       TO RPT-REC(80:1)
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'TDMNT - TERM DEPOSIT MAINTENANCE RUN '
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
           STRING 'ID     DVZ  SEQ  F  ACTION       PRINCIPAL/REASON'
                  DELIMITED SIZE
                  '     RATE    START     MATURITY  I' DELIMITED SIZE
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
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEPOSITS OPENED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OPEN-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'PRINCIPAL OPENED   : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-INSTR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'INSTRUCTIONS CHG.  : ' DELIMITED BY SIZE
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
      * GOBACK kullanilir cunku TDMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE TDT-FILE
               CLOSE TD-FILE
               CLOSE IDX-FILE
               CLOSE JRNL-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE HLDC-PARM
               MOVE '9' TO HLDC-FUNCTION
               CALL 'HOLDCHK' USING HLDC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
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
              MOVE 'TDMNT'           TO AUD-PROGRAM
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
