      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    PRDCLOSE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * PRDCLOSE muhasebe donemi kapanis is adimidir. Finans bir
      * ayi raporladiktan sonra o aya geriye donuk kayit dusulmesin
      * diye ayin durumu PRDCTL'e (bkz. PRDREC.CPY) yazilir; posting
      * yapan programlar PRDCHK ile bu durumu sorar.
      * Iki islem vardir:
      *   'C' kapanis (varsayilan): ay bitmis olmalidir. Ay once
      *       'K' (kapanista) isaretlenir, sonra ay sonu adimlarinin
      *       tamamlandigi dogrulanir:
      *         - IDXSNAP, FEECALC: RUNCTLF'te ayin son is gunu ile
      *           son takvim gunu arasinda tamamlanmis satir,
      *         - IDXSNAP, FXREVAL, FEECALC, ACCRPOST, STMTGEN:
      *           AUDITLOG'da ayin son is gunu ve sonrasinda en iyi
      *           RC'si 04'u gecmeyen satir.
      *       Hepsi tamamsa ay 'C' (kapali) olur ve RC 00 doner;
      *       eksik adimlar SYSOUT'a listelenir, ay 'K' kalir ve
      *       RC 08 doner (AUDCHK kurgusu). Zaten kapali ay RC 04.
      *   'R' yeniden acma: kullanici OPERAUTH profilinde 'P'
      *       fonksiyonuna sahip olmali ve gerekce vermelidir. Kapali
      *       ay, verilen bitis gunu (dahil, varsayilan bugun)
      *       sonuna kadar acilir; sure bitince ay kendiliginden
      *       yine kapali sayilir. Kim, ne zamana kadar ve neden
      *       PRDCTL'de ve AUDITLOG'da kalir. Kapali olmayan ay
      *       RC 04, yetkisiz ya da eksik istek RC 12 ile biter.
      * Yeniden acik ay tekrar 'C' ile kapatilabilir; sure dolmadan
      * kilit geri gelir.
      * PARM='YYYYMM' -> kapatilacak ay, varsayilan onceki ay.
      * PARM='YYYYMMa' + kullanici (8) + bitis gunu YYYYMMDD +
      *      gerekce (30) -> islem ('C' ya da 'R') ve yeniden acma
      *      bilgileri.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRD-FILE ASSIGN TO  PRDCTL
                             STATUS     PRD-ST.
           SELECT OPTIONAL RCT-FILE ASSIGN TO  RUNCTLF
                             STATUS     RCT-ST.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * PRD-FILE muhasebe donemi kontrol dosyasidir.
       FD  PRD-FILE RECORDING MODE F.
           COPY PRDREC.
      *****
      * RCT-FILE calistirma kontrol master'idir (bkz. RUNCTL).
       FD  RCT-FILE RECORDING MODE F.
       01  RCT-REC.
           05 RCT-PROGRAM    PIC X(08).
           05 RCT-DATE       PIC 9(08).
           05 RCT-STATUS     PIC X(01).
              88 RCT-COMPLETE   VALUE 'C'.
           05 FILLER         PIC X(03).
      *****
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY).
       FD  OPAUTH-FILE.
           COPY OPAUTREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY); ay sonu adimlari icin okunur, kendi
      * satiri icin EXTEND ile acilir.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * OPTIONAL dosyalar henuz yoksa INPUT bos dosya gibi okunur,
      * EXTEND onu bos olarak kurar (durum 05).
       01  FILE-FLAGS.
           05 PRD-ST            PIC 9(02).
              88 PRD-EOF        VALUE 10.
              88 PRD-SUCCESS    VALUE 00 05 97.
           05 RCT-ST            PIC 9(02).
              88 RCT-EOF        VALUE 10.
              88 RCT-SUCCESS    VALUE 00 05 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-EOF      VALUE 10.
              88 AUDIT-SUCCESS  VALUE 00 05 97.
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY); ayin son is gunu buradan bulunur.
           COPY DTCVPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * Calistirma parametreleri. WS-SUBMIT-USER AUDITLOG'a ve
      * PRDCTL satirina yazilir.
      *----
       01  WS-MONTH             PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY     PIC 9(04).
           05 WS-MONTH-MM       PIC 9(02).
       01  WS-ACTION            PIC X(01) VALUE 'C'.
           88 WS-ACTION-CLOSE   VALUE 'C'.
           88 WS-ACTION-REOPEN  VALUE 'R'.
       01  WS-SUBMIT-USER       PIC X(08) VALUE SPACES.
       01  WS-REOPEN-UNTIL      PIC 9(08) VALUE ZERO.
       01  WS-REASON            PIC X(30) VALUE SPACES.
       01  WS-REASON-LEN        PIC 9(02).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-TODAY             PIC 9(08).
      *----
      * Ayin sinirlari: ilk gun, son takvim gunu, son is gunu ve
      * sonraki ayin ilk gunu.
      *----
       01  WS-MONTH-FIRST       PIC 9(08).
       01  WS-MONTH-LAST        PIC 9(08).
       01  WS-LAST-BUSDAY       PIC 9(08).
       01  WS-NEXT-FIRST        PIC 9(08).
       01  WS-NEXT-PARTS REDEFINES WS-NEXT-FIRST.
           05 WS-NEXT-YYYY      PIC 9(04).
           05 WS-NEXT-MM        PIC 9(02).
           05 WS-NEXT-DD        PIC 9(02).
      * WS-CUR-STATUS ayin PRDCTL'deki en son durumudur; satiri
      * yoksa 'O'.
       01  WS-CUR-STATUS        PIC X(01) VALUE 'O'.
       01  WS-NEW-STATUS        PIC X(01).
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED     VALUE 'Y'.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
      *----
      * STEP-NAMES ay sonu adimlaridir; STEP-RUNCTL-SW 'Y' olan adim
      * RUNCTLF'e de tamamlanma yazar ve orada da aranir.
      *----
       01  STEP-NAMES-DATA.
           05 FILLER            PIC X(09) VALUE 'IDXSNAP Y'.
           05 FILLER            PIC X(09) VALUE 'FXREVAL N'.
           05 FILLER            PIC X(09) VALUE 'FEECALC Y'.
           05 FILLER            PIC X(09) VALUE 'ACCRPOSTN'.
           05 FILLER            PIC X(09) VALUE 'STMTGEN N'.
       01  STEP-NAMES REDEFINES STEP-NAMES-DATA.
           05 STEP-DEF OCCURS 5 TIMES.
              10 STEP-NAME      PIC X(08).
              10 STEP-RUNCTL-SW PIC X(01).
      * STEP-TABLE her adimin bulunup bulunmadigini ve AUDITLOG'daki
      * en iyi (en kucuk) return-code'unu tutar.
       01  STEP-TABLE.
           05 STP-ENTRY OCCURS 5 TIMES INDEXED BY STP-IDX.
              10 STP-RCT-FOUND  PIC X(01).
              10 STP-AUD-FOUND  PIC X(01).
              10 STP-BEST-RC    PIC 9(02).
       01  WS-STEP-COUNT        PIC 9(02) VALUE 5.
       01  WS-SRCH-IDX          PIC 9(02).
       01  WS-PROBLEM-COUNT     PIC 9(03) VALUE ZERO.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen ayi, islemi ve
      * yeniden acma bilgilerini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN        PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-MONTH  PIC 9(06).
               10  LS-PARM-ACTION PIC X(01).
               10  LS-PARM-USERID PIC X(08).
               10  LS-PARM-UNTIL  PIC 9(08).
               10  LS-PARM-REASON PIC X(30).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
      *----
      * GET-RUNTIME-PARM parametreleri alir. Ay verilmemisse sistem
      * tarihinden bir onceki ay kapatilir; gecersiz ay ya da bitis
      * gunu ile hicbir donemin durumu degistirilmez. Dogal sirada
      * PROGRAM-CONTROL'den once calisir; ayrica PERFORM edilmez.
      *----
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-MONTH
           IF WS-MONTH-MM = 01
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           IF LS-PARM-LEN > 5
              MOVE LS-PARM-MONTH TO WS-MONTH
           END-IF
           IF LS-PARM-LEN > 6 AND LS-PARM-ACTION NOT = SPACE
              MOVE LS-PARM-ACTION TO WS-ACTION
           END-IF
           IF LS-PARM-LEN > 7
              MOVE LS-PARM-USERID TO WS-SUBMIT-USER
           END-IF
           MOVE WS-TODAY TO WS-REOPEN-UNTIL
           IF LS-PARM-LEN > 15
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-UNTIL)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-UNTIL TO WS-REOPEN-UNTIL
              ELSE
                 DISPLAY 'INVALID REOPEN UNTIL DATE PARM: '
                         LS-PARM-UNTIL ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 12 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
           END-IF
           IF LS-PARM-LEN > 23
              COMPUTE WS-REASON-LEN = LS-PARM-LEN - 23
              IF WS-REASON-LEN > 30
                 MOVE 30 TO WS-REASON-LEN
              END-IF
              MOVE LS-PARM-REASON(1:WS-REASON-LEN) TO WS-REASON
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM SET-MONTH-BOUNDS
           PERFORM LOAD-PERIOD-STATUS
           EVALUATE TRUE
              WHEN WS-ACTION-CLOSE
                 PERFORM CLOSE-PERIOD
              WHEN WS-ACTION-REOPEN
                 PERFORM REOPEN-PERIOD
              WHEN OTHER
                 DISPLAY 'INVALID PERIOD ACTION PARM: ' WS-ACTION
                         ' - RUN STOPPED'
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * SET-MONTH-BOUNDS ayin ilk ve son gununu, son is gununu
      * (sonraki ayin ilk gunundan onceki is gunu) hesaplar.
      *----
       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1
           COMPUTE WS-PARM-DATE-RC =
                   FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-FIRST)
           IF WS-PARM-DATE-RC NOT = 0
              DISPLAY 'INVALID PERIOD PARM: ' WS-MONTH
                      ' - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           MOVE WS-MONTH-FIRST TO WS-NEXT-FIRST
           IF WS-NEXT-MM = 12
              ADD 1 TO WS-NEXT-YYYY
              MOVE 01 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE '7'           TO DTCV-FUNCTION
           MOVE WS-NEXT-FIRST TO DTCV-DATE-1
           MOVE -1            TO DTCV-DAYS-BETWEEN
           CALL 'DTCVRTN' USING DTCV-PARM
           MOVE DTCV-GREG-DATE TO WS-MONTH-LAST
           MOVE '4'           TO DTCV-FUNCTION
           MOVE WS-NEXT-FIRST TO DTCV-DATE-1
           CALL 'DTCVRTN' USING DTCV-PARM
           MOVE DTCV-GREG-DATE TO WS-LAST-BUSDAY.
       SET-MONTH-BOUNDS-EXIT. EXIT.
      *----
      * LOAD-PERIOD-STATUS ayin PRDCTL'deki en son satirini bulur.
      * Dosya okunamazsa donemin durumu bilinmeden karar verilmez.
      *----
       LOAD-PERIOD-STATUS.
           OPEN INPUT PRD-FILE
           IF NOT PRD-SUCCESS
              DISPLAY 'PRDCTL CANNOT OPEN, PRD-ST: ' PRD-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM READ-PRD-RECORD
           PERFORM UNTIL PRD-EOF
              IF PRD-MONTH = WS-MONTH
                 MOVE PRD-STATUS       TO WS-CUR-STATUS
              END-IF
              PERFORM READ-PRD-RECORD
           END-PERFORM
           CLOSE PRD-FILE.
       LOAD-PERIOD-STATUS-EXIT. EXIT.
      *----
       READ-PRD-RECORD.
           READ PRD-FILE
           IF NOT PRD-SUCCESS AND NOT PRD-EOF
              DISPLAY 'PRDCTL READ ERROR, PRD-ST: ' PRD-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       READ-PRD-RECORD-EXIT. EXIT.
      *----
      * CLOSE-PERIOD ayi once 'K' isaretler, ay sonu adimlarini
      * dogrular ve hepsi tamamsa 'C' yazar. Bitmemis ay (bugun
      * dahil) kapatilmaz.
      *----
       CLOSE-PERIOD.
           IF WS-TODAY NOT > WS-MONTH-LAST
              DISPLAY 'PERIOD ' WS-MONTH ' HAS NOT ENDED (LAST DAY '
                      WS-MONTH-LAST ') - CLOSE REFUSED'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-CUR-STATUS = 'C'
                 DISPLAY 'PERIOD ' WS-MONTH ' IS ALREADY CLOSED'
                 MOVE 04 TO RETURN-CODE
              ELSE
                 IF WS-CUR-STATUS NOT = 'K'
                    MOVE 'K' TO WS-NEW-STATUS
                    PERFORM WRITE-PERIOD-RECORD
                 END-IF
                 PERFORM CHECK-MONTH-END-STEPS
                 IF WS-PROBLEM-COUNT > ZERO
                    DISPLAY 'PERIOD ' WS-MONTH ' LEFT CLOSING - '
                            WS-PROBLEM-COUNT ' MONTH-END STEP(S) '
                            'NOT COMPLETE'
                    MOVE 08 TO RETURN-CODE
                 ELSE
                    MOVE 'C' TO WS-NEW-STATUS
                    PERFORM WRITE-PERIOD-RECORD
                    DISPLAY 'PERIOD ' WS-MONTH ' CLOSED'
                    MOVE 00 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       CLOSE-PERIOD-EXIT. EXIT.
      *----
      * CHECK-MONTH-END-STEPS RUNCTLF ve AUDITLOG'u tarar ve her
      * adimin tamamlanma kanitini ayri ayri degerlendirir.
      *----
       CHECK-MONTH-END-STEPS.
           PERFORM VARYING STP-IDX FROM 1 BY 1
                     UNTIL STP-IDX > WS-STEP-COUNT
              MOVE 'N' TO STP-RCT-FOUND(STP-IDX)
              MOVE 'N' TO STP-AUD-FOUND(STP-IDX)
              MOVE 99  TO STP-BEST-RC(STP-IDX)
           END-PERFORM
           PERFORM SCAN-RUN-CONTROL
           PERFORM SCAN-AUDIT-LOG
           PERFORM JUDGE-MONTH-END-STEPS.
       CHECK-MONTH-END-STEPS-EXIT. EXIT.
      *----
      * SCAN-RUN-CONTROL ayin son is gunu ile son takvim gunu
      * arasina dusen tamamlanmis calistirmalari isaretler.
      *----
       SCAN-RUN-CONTROL.
           OPEN INPUT RCT-FILE
           IF NOT RCT-SUCCESS
              DISPLAY 'RUNCTLF CANNOT OPEN, RCT-ST: ' RCT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM UNTIL RCT-EOF
              IF RCT-COMPLETE
                 AND RCT-DATE NOT < WS-LAST-BUSDAY
                 AND RCT-DATE NOT > WS-MONTH-LAST
                 PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                           UNTIL WS-SRCH-IDX > WS-STEP-COUNT
                    IF STEP-NAME(WS-SRCH-IDX) = RCT-PROGRAM
                       MOVE 'Y' TO STP-RCT-FOUND(WS-SRCH-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM READ-CONTROL-RECORD
           END-PERFORM
           CLOSE RCT-FILE.
       SCAN-RUN-CONTROL-EXIT. EXIT.
      *----
       READ-CONTROL-RECORD.
           READ RCT-FILE.
       READ-CONTROL-RECORD-EXIT. EXIT.
      *----
      * SCAN-AUDIT-LOG ayin son is gunu ve sonrasinda kosmus ay
      * sonu adimlarinin en kucuk return-code'unu saklar (AUDCHK
      * kurgusu).
      *----
       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-SUCCESS
              DISPLAY 'AUDITLOG CANNOT OPEN, AUDIT-ST: ' AUDIT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-EOF
              IF AUD-RUNDATE NOT < WS-LAST-BUSDAY
                 PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                           UNTIL WS-SRCH-IDX > WS-STEP-COUNT
                    IF STEP-NAME(WS-SRCH-IDX) = AUD-PROGRAM
                       MOVE 'Y' TO STP-AUD-FOUND(WS-SRCH-IDX)
                       IF AUD-RETCODE < STP-BEST-RC(WS-SRCH-IDX)
                          MOVE AUD-RETCODE
                            TO STP-BEST-RC(WS-SRCH-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM READ-AUDIT-RECORD
           END-PERFORM
           CLOSE AUDIT-FILE.
       SCAN-AUDIT-LOG-EXIT. EXIT.
      *----
       READ-AUDIT-RECORD.
           READ AUDIT-FILE.
       READ-AUDIT-RECORD-EXIT. EXIT.
      *----
      * JUDGE-MONTH-END-STEPS eksik ya da basarisiz adimlari
      * listeler.
      *----
       JUDGE-MONTH-END-STEPS.
           PERFORM VARYING STP-IDX FROM 1 BY 1
                     UNTIL STP-IDX > WS-STEP-COUNT
              EVALUATE TRUE
                 WHEN STEP-RUNCTL-SW(STP-IDX) = 'Y'
                  AND STP-RCT-FOUND(STP-IDX) = 'N'
                    ADD 1 TO WS-PROBLEM-COUNT
                    DISPLAY 'PRDCLOSE MISSING: ' STEP-NAME(STP-IDX)
                            ' NOT COMPLETE IN RUNCTLF FOR '
                            WS-LAST-BUSDAY '-' WS-MONTH-LAST
                 WHEN STP-AUD-FOUND(STP-IDX) = 'N'
                    ADD 1 TO WS-PROBLEM-COUNT
                    DISPLAY 'PRDCLOSE MISSING: ' STEP-NAME(STP-IDX)
                            ' HAS NO RUN LOGGED SINCE '
                            WS-LAST-BUSDAY
                 WHEN STP-BEST-RC(STP-IDX) > 04
                    ADD 1 TO WS-PROBLEM-COUNT
                    DISPLAY 'PRDCLOSE FAILED : ' STEP-NAME(STP-IDX)
                            ' BEST RC ' STP-BEST-RC(STP-IDX)
                            ' SINCE ' WS-LAST-BUSDAY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
       JUDGE-MONTH-END-STEPS-EXIT. EXIT.
      *----
      * REOPEN-PERIOD kapali (ya da yeniden acik) ayi yetkili ve
      * gerekceli istekle bitis gunune kadar acar. Ret durumunda
      * PRDCTL'e dokunulmaz.
      *----
       REOPEN-PERIOD.
           PERFORM CHECK-REOPEN-AUTHORITY
           EVALUATE TRUE
              WHEN NOT WS-AUTHORIZED
                 DISPLAY 'PERIOD REOPEN REFUSED, USER NOT '
                         'AUTHORIZED: ' WS-SUBMIT-USER
                 MOVE 12 TO RETURN-CODE
              WHEN WS-REASON = SPACES
                 DISPLAY 'PERIOD REOPEN REFUSED, NO REASON GIVEN'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-REOPEN-UNTIL < WS-TODAY
                 DISPLAY 'PERIOD REOPEN REFUSED, UNTIL DATE '
                         WS-REOPEN-UNTIL ' IS IN THE PAST'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CUR-STATUS NOT = 'C' AND WS-CUR-STATUS NOT = 'R'
                 DISPLAY 'PERIOD ' WS-MONTH ' IS NOT CLOSED'
                         ', NOTHING TO REOPEN'
                 MOVE 04 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'R' TO WS-NEW-STATUS
                 PERFORM WRITE-PERIOD-RECORD
                 DISPLAY 'PERIOD ' WS-MONTH ' REOPENED BY '
                         WS-SUBMIT-USER ' UNTIL ' WS-REOPEN-UNTIL
                         ': ' WS-REASON
                 MOVE 00 TO RETURN-CODE
           END-EVALUATE.
       REOPEN-PERIOD-EXIT. EXIT.
      *----
      * CHECK-REOPEN-AUTHORITY kullaniciyi OPERAUTH profilinde
      * arar; 'P' fonksiyonu OPA-FUNCS-EXT'tedir. Kontrol
      * kapali-durumda-guvenli calisir (ODLMNT kurgusu).
      *----
       CHECK-REOPEN-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR REOPEN'
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
                       INSPECT OPA-FUNCS-EXT TALLYING WS-FUNC-COUNT
                               FOR ALL 'P'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-REOPEN-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
      * WRITE-PERIOD-RECORD ayin yeni durumunu PRDCTL'e ekler.
      *----
       WRITE-PERIOD-RECORD.
           OPEN EXTEND PRD-FILE
           IF NOT PRD-SUCCESS
              DISPLAY 'PRDCTL CANNOT OPEN, PRD-ST: ' PRD-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           INITIALIZE PRD-REC
           MOVE WS-MONTH         TO PRD-MONTH
           MOVE WS-NEW-STATUS    TO PRD-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PRD-TIME
           MOVE WS-SUBMIT-USER   TO PRD-USERID
           IF PRD-REOPENED
              MOVE WS-REOPEN-UNTIL TO PRD-REOPEN-UNTIL
              MOVE WS-REASON       TO PRD-REASON
           END-IF
           WRITE PRD-REC
           IF NOT PRD-SUCCESS
              DISPLAY 'PRDCTL WRITE ERROR, PRD-ST: ' PRD-ST
              CLOSE PRD-FILE
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           CLOSE PRD-FILE.
       WRITE-PERIOD-RECORD-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku PRDCLOSE hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Dosyalar kullanildiklari paragrafta acilip kapanir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
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
              MOVE 'PRDCLOSE'        TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-PROBLEM-COUNT  TO AUD-RECCOUNT
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
