      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    TDMATR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * TDMATR gunluk vadeli mevduat vade adimidir. Vadeli mevduat
      * master'i (TDMASTER, bkz. TDEPREC.CPY) sirali gezilir; vade
      * gunu calisma gunune esit ya da ondan once olan her aktif
      * mevduat icin:
      *   - faiz = anapara * yillik oran * gercek gun / 365
      *     (baslangictan vadeye, DTCVRTN '2'); yuvarlama ve tasma
      *     korumasi FEECALC'in ROUNDED / ON SIZE ERROR kurgusudur,
      *   - faizden WHTCALC ile vadeli mevduat ('T') stopaji kesilir
      *     (bkz. WHTPARM.CPY); musteriye net faiz yazilir ve kesinti
      *     TAXLIAB'a (bkz. WHTLREC.CPY) eklenir,
      *   - vade talimatina gore:
      *       'P' anapara + faiz bagli vadesiz hesaba (IDX-KEY)
      *           alacak yazilir, mevduat kapanir ('M'),
      *       'R' faiz vadesiz hesaba yazilir, anapara yenilenir,
      *       'I' faiz anaparaya eklenir, toplam yenilenir,
      *   - vadesiz hesaptaki her degisiklik TXNPOST duzeninde
      *     oncesi/sonrasi goruntuyle JRNFILE'a eklenir,
      *   - yenilemede yeni baslangic eski vade gunudur; oran
      *     TDRATES'teki guncel orandir (oran yoksa eski oran
      *     korunur ve satir isaretlenir); yeni vade DTCVRTN ile
      *     is gunune kaydirilir.
      * Vadesi gelen her mevduat TDMATRPT'ye basilir; ardindan
      * hazine icin onumuzdeki 30 gunun vade merdiveni (dvz ve
      * 1-7, 8-14, 15-21, 22-30 gun dilimi basina adet ve anapara)
      * verilir. Islenemeyen mevduat (tasma, master'da olmayan
      * anahtar, vade hesaplanamadi) degistirilmeden birakilir ve
      * calistirma RC 04 ile biter; oran tablosunda karsiligi
      * olmayan faiz stopajsiz yazilir ve yine RC 04 doner. Ayni
      * gunun iki kez odenmemesi icin RUNCTL calistirma kontrolu
      * kullanilir.
      * PARM='YYYYMMDD'  -> calisma gunu, varsayilan sistem tarihi.
      * PARM='YYYYMMDDY' -> ayrica RUNCTL kontrolunu atla.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * yenilenen mevduat eski oranini korur.
           SELECT OPTIONAL TDR-FILE ASSIGN TO  TDRATES
                             STATUS     TDR-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT RPT-FILE   ASSIGN TO  TDMATRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL WHT-FILE ASSIGN TO  TAXLIAB
                             STATUS     WHT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * TD-FILE vadeli mevduat master'idir (bkz. TDEPREC.CPY).
       FD  TD-FILE.
           COPY TDEPREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * vade odemeleri buraya alacak yazilir.
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
      * WHT-FILE stopaj yukumluluk dosyasidir (bkz. WHTLREC.CPY).
       FD  WHT-FILE RECORDING MODE F.
           COPY WHTLREC.
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
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY); gun sayilari ve vade gunleri bununla
      * hesaplanir.
           COPY DTCVPARM.
      *----
      * RUNC-PARM RUNCTL is-gunu calistirma kontrolunun CALL
      * arayuzudur (bkz. RUNCPARM.CPY); ayni gunun vadeleri iki kez
      * odenmez.
      *----
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE     PIC X(01) VALUE 'N'.
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya vade islemi yapilmaz.
           COPY PRDCPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 TD-ST             PIC 9(02).
              88 TD-EOF         VALUE 10.
              88 TD-SUCCESS     VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 TDR-ST            PIC 9(02).
              88 TDR-EOF        VALUE 10.
              88 TDR-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 WHT-ST            PIC 9(02).
              88 WHT-SUCCESS    VALUE 00 05 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * WS-TD-SW mevduat dosyasinin durumudur: 'Y' acik, 'X' dosya
      * hic kurulmamis (henuz mevduat acilmamis).
       01  WS-TD-SW             PIC X(01) VALUE 'N'.
           88 WS-TD-OPEN        VALUE 'Y'.
           88 WS-TD-MISSING     VALUE 'X'.
      *----
      * TDR-TABLE TDRATES'ten yuklenen dvz/vade basamagi oranlari
      * (TDMNT ile ayni arama kurgusu).
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
      *----
      * MAT-TABLE dvz basina vade toplamlarini ve 30 gunluk vade
      * merdivenini biriktirir; dilim 1..4 = 1-7, 8-14, 15-21,
      * 22-30 gun.
      *----
       01  MAT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  MAT-TABLE.
           05 MAT-ENTRY OCCURS 50 TIMES INDEXED BY MAT-IDX.
              10 MAT-DVZ        PIC 9(03).
              10 MAT-COUNT      PIC 9(07).
              10 MAT-PRINCIPAL  PIC S9(15)V99.
              10 MAT-INTEREST   PIC S9(15)V99.
              10 MAT-TAX        PIC S9(15)V99.
              10 MAT-LADDER OCCURS 4 TIMES.
                 15 LDR-COUNT   PIC 9(07).
                 15 LDR-AMOUNT  PIC S9(15)V99.
       01  LADDER-NAMES-DATA.
           05 FILLER            PIC X(05) VALUE '1-7  '.
           05 FILLER            PIC X(05) VALUE '8-14 '.
           05 FILLER            PIC X(05) VALUE '15-21'.
           05 FILLER            PIC X(05) VALUE '22-30'.
       01  LADDER-NAMES REDEFINES LADDER-NAMES-DATA.
           05 LADDER-NAME       PIC X(05) OCCURS 4 TIMES.
       01  WS-BAND              PIC 9(01).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * Vade hesap alanlari. Faiz ve yenileme degerleri once bu
      * alanlarda hazirlanir; vadesiz hesap ve mevduat kaydi ancak
      * hepsi hesaplanabildiyse degistirilir.
      *----
       01  WS-TD-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-TD-ERROR       VALUE 'Y'.
       01  WS-ERR-TEXT          PIC X(24).
       01  WS-INT-DAYS          PIC S9(07).
       01  WS-OLD-PRINCIPAL     PIC 9(13)V99.
       01  WS-INTEREST          PIC 9(13)V99.
       01  WS-CREDIT            PIC 9(13)V99.
       01  WS-NEW-PRINCIPAL     PIC 9(13)V99.
       01  WS-NEW-RATE          PIC 9V9(04).
       01  WS-NEW-MATURITY      PIC 9(08).
       01  WS-NEW-TUTAR         PIC S9(13)V99.
       01  WS-RATE-KEPT-SW      PIC X(01) VALUE 'N'.
           88 WS-RATE-KEPT      VALUE 'Y'.
       01  WS-ACTION-TEXT       PIC X(10).
      *----
      * WHTC-PARM WHTCALC stopaj hesabinin CALL arayuzudur (bkz.
      * WHTPARM.CPY). WS-INTEREST brut faiz olarak kalir; musteriye
      * WS-NET-INT yazilir, WS-TAX-AMT kesilen stopajdir.
      *----
           COPY WHTPARM.
       01  WS-NET-INT           PIC 9(13)V99.
       01  WS-TAX-AMT           PIC 9(13)V99.
       01  WS-WHT-RATE          PIC 9V9(04).
      *----
      * Jurnal alanlari: vade odemesi TXNPOST ile ayni oncesi/
      * sonrasi goruntu duzeninde jurnallenir (fonksiyon 'C').
      *----
       01  WS-JRNL-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE      PIC X(47).
       01  WS-AFTER-IMAGE       PIC X(47).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-MATURED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-PAID-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ROLLED-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ERROR-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-NORATE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-INTEREST    PIC S9(15)V99 VALUE ZERO.
       01  WS-TOTAL-TAX         PIC S9(15)V99 VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-EDIT-RATE         PIC 9.9(04).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen calisma gununu ve
      * istege bagli RUNCTL atlama onayini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-RUNDATE  PIC 9(08).
               10  LS-PARM-OVERRIDE PIC X(01).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 7
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-RUNDATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-RUNDATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-RUNDATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF
           IF LS-PARM-LEN > 8
              IF LS-PARM-OVERRIDE = 'Y'
                 MOVE 'Y' TO WS-RUNC-OVERRIDE
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
      * VERIFY-RUN-CONTROL vade islemine baslamadan RUNCTL '1' ile
      * calisma gununu dogrulatir; gun zaten tamamlanmissa ya da
      * islenmemis bir onceki is gunu atlaniyorsa hicbir dosyaya
      * dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-RUN-CONTROL.
           INITIALIZE RUNC-PARM
           MOVE '1'              TO RUNC-FUNCTION
           MOVE 'TDMATR'         TO RUNC-PROGRAM
           MOVE WS-RUN-DATE      TO RUNC-RUN-DATE
           MOVE WS-RUNC-OVERRIDE TO RUNC-OVERRIDE-SW
           CALL 'RUNCTL' USING RUNC-PARM
           IF NOT RUNC-RC-OK
              DISPLAY 'RUN CONTROL REFUSED DATE ' WS-RUN-DATE
                      ', RUNCTL RC: ' RUNC-RETURN-CODE
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
       VERIFY-RUN-CONTROL-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN calisma gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * VERIFY-RUN-CONTROL'den sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'TDMATR'         TO PRDC-PROGRAM
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
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-DEPOSIT-RATES
           PERFORM WRITE-REPORT-HEADING
           IF WS-TD-OPEN
              PERFORM SWEEP-DEPOSIT-FILE
           END-IF
           PERFORM WRITE-MATURITY-LADDER
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'TDMATR MATURED DEPOSITS: ' WS-MATURED-COUNT
                   ' ERRORS: ' WS-ERROR-COUNT
      * islenemeyen mevduat (RC 04) aktif kalir ve ertesi gunun
      * calistirmasinda yeniden ele alinir; gun tamamlanmis
      * isaretlenir ki ikinci bir calistirma odemeleri cogaltmasin
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF WS-ERROR-COUNT > ZERO OR WS-NORATE-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       MARK-RUN-COMPLETE.
           INITIALIZE RUNC-PARM
           MOVE '2'           TO RUNC-FUNCTION
           MOVE 'TDMATR'      TO RUNC-PROGRAM
           MOVE WS-RUN-DATE   TO RUNC-RUN-DATE
           CALL 'RUNCTL' USING RUNC-PARM
           IF NOT RUNC-RC-OK
              DISPLAY 'RUN CONTROL MARK FAILED, RUNCTL RC: '
                      RUNC-RETURN-CODE
           END-IF.
       MARK-RUN-COMPLETE-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN I-O    IDX-FILE
      * jurnal sirasi ve zincir ozeti dosyanin son satirindan
      * devam eder (bkz. CHNPARM.CPY)
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'J' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           MOVE CHN-LAST-SEQ TO WS-JRNL-SEQ
           OPEN EXTEND JRNL-FILE
           OPEN OUTPUT RPT-FILE
           OPEN EXTEND WHT-FILE
      * mevduat dosyasi henuz kurulmamissa (durum 35) vadesi gelen
      * mevduat yoktur; rapor bos merdivenle basilir
           OPEN I-O    TD-FILE
           EVALUATE TRUE
              WHEN TD-SUCCESS
                 MOVE 'Y' TO WS-TD-SW
              WHEN TD-ST = 35
                 DISPLAY 'TDMASTER NOT DEFINED, NO DEPOSITS TO MATURE'
                 MOVE 'X' TO WS-TD-SW
                 MOVE 00  TO TD-ST
           END-EVALUATE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT TD-SUCCESS OR NOT IDX-SUCCESS
                               OR NOT JRNL-SUCCESS
                               OR NOT RPT-SUCCESS
                               OR NOT WHT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'TD-ST: '   TD-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              DISPLAY 'WHT-ST: '  WHT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-DEPOSIT-RATES oran tablosunu TDR-TABLE'a yukler; DD
      * saglanmamissa (durum 05) yenilenen mevduat eski oranini
      * korur (FEECALC'in FEEOVRD kurgusu).
      *----
       LOAD-DEPOSIT-RATES.
           OPEN INPUT TDR-FILE
           IF NOT TDR-SUCCESS
              IF TDR-ST = 05
                 CLOSE TDR-FILE
                 DISPLAY 'TDRATES NOT SUPPLIED, ROLLOVERS KEEP RATE'
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
      * SWEEP-DEPOSIT-FILE mevduat dosyasini anahtar sirasinda
      * gezer. Vadesi gelen aktif mevduat islenir; islemden sonra
      * hala aktif olan (yenilenen dahil) her mevduat vade
      * merdivenine eklenir. Yenilenen mevduatin yeni vadesi
      * calisma gunune dusse bile ayni calistirmada tekrar
      * islenmez; ertesi calistirma onu yakalar.
      *----
       SWEEP-DEPOSIT-FILE.
           PERFORM READ-TD-RECORD
           PERFORM UNTIL TD-EOF
              IF TD-ACTIVE AND TD-MATURITY <= WS-RUN-DATE
                 PERFORM PROCESS-MATURITY
              END-IF
              IF TD-ACTIVE AND TD-MATURITY > WS-RUN-DATE
                 PERFORM ADD-TO-LADDER
              END-IF
              PERFORM READ-TD-RECORD
           END-PERFORM.
       SWEEP-DEPOSIT-FILE-EXIT. EXIT.
      *----
       READ-TD-RECORD.
           READ TD-FILE NEXT
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ
           IF NOT TD-SUCCESS AND NOT TD-EOF
              DISPLAY 'TDMASTER READ ERROR, TD-ST: ' TD-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       READ-TD-RECORD-EXIT. EXIT.
      *----
      * PROCESS-MATURITY bir mevduatin vadesini isler: faiz ve
      * (yenilenecekse) yeni vade once hesaplanir, sonra vadesiz
      * hesaba alacak yazilir ve mevduat kaydi guncellenir. Bir
      * adim basarisizsa sonraki adimlar atlanir; mevduat aktif
      * kalir ve satir hata sebebiyle basilir.
      *----
       PROCESS-MATURITY.
           MOVE 'N'    TO WS-TD-ERR-SW WS-RATE-KEPT-SW
           MOVE SPACES TO WS-ERR-TEXT WS-ACTION-TEXT
           MOVE ZERO   TO WS-INTEREST WS-CREDIT WS-NET-INT
                          WS-TAX-AMT WS-WHT-RATE
           MOVE TD-PRINCIPAL TO WS-OLD-PRINCIPAL WS-NEW-PRINCIPAL
           MOVE TD-RATE      TO WS-NEW-RATE
           MOVE TD-MATURITY  TO WS-NEW-MATURITY
           ADD 1 TO WS-MATURED-COUNT
           PERFORM CALCULATE-MATURITY-INTEREST
           IF NOT WS-TD-ERROR
              PERFORM CALCULATE-WITHHOLDING
           END-IF
           IF NOT WS-TD-ERROR
              EVALUATE TRUE
                 WHEN TD-PAY-OUT
                    COMPUTE WS-CREDIT = TD-PRINCIPAL + WS-NET-INT
                        ON SIZE ERROR
                            MOVE 'Y' TO WS-TD-ERR-SW
                            MOVE 'PAYMENT OVERFLOW' TO WS-ERR-TEXT
                    END-COMPUTE
                 WHEN TD-ROLL-PRINCIPAL
                    MOVE WS-NET-INT TO WS-CREDIT
                    PERFORM PREPARE-ROLLOVER
                 WHEN OTHER
                    COMPUTE WS-NEW-PRINCIPAL =
                            TD-PRINCIPAL + WS-NET-INT
                        ON SIZE ERROR
                            MOVE 'Y' TO WS-TD-ERR-SW
                            MOVE 'PRINCIPAL OVERFLOW' TO WS-ERR-TEXT
                    END-COMPUTE
                    IF NOT WS-TD-ERROR
                       PERFORM PREPARE-ROLLOVER
                    END-IF
              END-EVALUATE
           END-IF
           IF NOT WS-TD-ERROR AND WS-CREDIT > ZERO
              PERFORM CREDIT-DEMAND-ACCOUNT
           END-IF
           IF NOT WS-TD-ERROR
              PERFORM UPDATE-DEPOSIT-RECORD
           END-IF
           IF NOT WS-TD-ERROR AND WS-INTEREST > ZERO
              PERFORM WRITE-TAX-LIABILITY
           END-IF
           IF WS-TD-ERROR
              MOVE 'NOT DONE' TO WS-ACTION-TEXT
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM ACCUMULATE-MATURITY
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       PROCESS-MATURITY-EXIT. EXIT.
      *----
      * CALCULATE-MATURITY-INTEREST baslangic ile vade arasindaki
      * gercek gun sayisini DTCVRTN '2' ile bulur ve faizi
      * FEECALC'in yuvarlama/tasma kurgusuyla hesaplar.
      *----
       CALCULATE-MATURITY-INTEREST.
           INITIALIZE DTCV-PARM
           MOVE '2'         TO DTCV-FUNCTION
           MOVE TD-START    TO DTCV-DATE-1
           MOVE TD-MATURITY TO DTCV-DATE-2
           CALL 'DTCVRTN' USING DTCV-PARM
           IF NOT DTCV-RC-OK OR DTCV-DAYS-BETWEEN < ZERO
              MOVE 'Y' TO WS-TD-ERR-SW
              MOVE 'INVALID DEPOSIT DATES' TO WS-ERR-TEXT
           ELSE
              MOVE DTCV-DAYS-BETWEEN TO WS-INT-DAYS
              COMPUTE WS-INTEREST ROUNDED =
                      TD-PRINCIPAL * TD-RATE * WS-INT-DAYS / 365
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-TD-ERR-SW
                      MOVE 'INTEREST OVERFLOW' TO WS-ERR-TEXT
                      DISPLAY 'DEPOSIT INTEREST OVERFLOW: '
                              TD-ID ' ' TD-DVZ ' ' TD-SEQ
              END-COMPUTE
           END-IF.
       CALCULATE-MATURITY-INTEREST-EXIT. EXIT.
      *----
      * CALCULATE-WITHHOLDING brut faizden vade gunundeki vadeli
      * mevduat stopajini WHTCALC ile keser. Oran yoksa brut faiz
      * net kabul edilir ve sayilir; tasma ya da oran tablosu
      * hatasinda mevduat islenmez (stopajsiz faiz yazilmaz).
      *----
       CALCULATE-WITHHOLDING.
           MOVE WS-INTEREST TO WS-NET-INT
           IF WS-INTEREST > ZERO
              INITIALIZE WHTC-PARM
              MOVE '1'         TO WHTC-FUNCTION
              MOVE TD-DVZ      TO WHTC-DVZ
              MOVE 'T'         TO WHTC-DEPTYPE
              MOVE TD-MATURITY TO WHTC-DATE
              MOVE WS-INTEREST TO WHTC-GROSS
              CALL 'WHTCALC' USING WHTC-PARM
              IF WHTC-RC-OK
                 MOVE WHTC-NET  TO WS-NET-INT
                 MOVE WHTC-TAX  TO WS-TAX-AMT
                 MOVE WHTC-RATE TO WS-WHT-RATE
                 IF WHTC-RC-NO-RATE
                    ADD 1 TO WS-NORATE-COUNT
                    DISPLAY 'NO WITHHOLDING RATE FOR DEPOSIT: '
                            TD-ID ' ' TD-DVZ ' ' TD-SEQ
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-TD-ERR-SW
                 MOVE 'WITHHOLDING FAILED' TO WS-ERR-TEXT
              END-IF
           END-IF.
       CALCULATE-WITHHOLDING-EXIT. EXIT.
      *----
      * PREPARE-ROLLOVER yenilenecek mevduatin yeni oranini ve
      * vadesini hazirlar: yeni baslangic eski vade gunudur, oran
      * TDRATES'te ayni dvz ve vade icin gecerli orandir; yeni vade
      * baslangic + vade suresi olup is gunu degilse sonraki is
      * gunune tasinir (TDMNT'nin CALCULATE-MATURITY-DATE kurgusu).
      *----
       PREPARE-ROLLOVER.
           MOVE TD-DVZ  TO WS-RATE-DVZ
           MOVE TD-TERM TO WS-RATE-TERM
           PERFORM FIND-CURRENT-RATE
           IF NOT WS-RATE-FOUND
              MOVE 'Y' TO WS-RATE-KEPT-SW
           END-IF
           INITIALIZE DTCV-PARM
           MOVE '7'         TO DTCV-FUNCTION
           MOVE TD-MATURITY TO DTCV-DATE-1
           MOVE TD-TERM     TO DTCV-DAYS-BETWEEN
           CALL 'DTCVRTN' USING DTCV-PARM
           IF NOT DTCV-RC-OK
              MOVE 'Y' TO WS-TD-ERR-SW
              MOVE 'NEW MATURITY NOT COMPUTED' TO WS-ERR-TEXT
           ELSE
              MOVE DTCV-GREG-DATE  TO WS-NEW-MATURITY
              MOVE WS-NEW-MATURITY TO DTCV-DATE-1
              MOVE '6'             TO DTCV-FUNCTION
              CALL 'DTCVRTN' USING DTCV-PARM
              IF DTCV-RC-OK AND DTCV-NOT-BUSDAY
                 MOVE WS-NEW-MATURITY TO DTCV-DATE-1
                 MOVE '3'             TO DTCV-FUNCTION
                 CALL 'DTCVRTN' USING DTCV-PARM
                 IF DTCV-RC-OK
                    MOVE DTCV-GREG-DATE TO WS-NEW-MATURITY
                 END-IF
              END-IF
           END-IF.
       PREPARE-ROLLOVER-EXIT. EXIT.
      *----
      * FIND-CURRENT-RATE WS-RATE-DVZ ve WS-RATE-TERM (vade) icin
      * gecerli orani arar: ayni dvz'de vadeye esit ya da ondan
      * kucuk en buyuk basamagin orani WS-NEW-RATE'e alinir.
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
                 MOVE TRT-RATE(WS-SRCH-IDX)     TO WS-NEW-RATE
              END-IF
           END-PERFORM.
       FIND-CURRENT-RATE-EXIT. EXIT.
      *----
      * CREDIT-DEMAND-ACCOUNT odemeyi bagli vadesiz hesaba alacak
      * yazar ve degisikligi jurnale ekler (TXNPOST kurgusu).
      *----
       CREDIT-DEMAND-ACCOUNT.
           MOVE TD-ID  TO IDX-ID
           MOVE TD-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TD-ERR-SW
                 MOVE 'KEY NOT ON MASTER' TO WS-ERR-TEXT
           END-READ
           IF NOT WS-TD-ERROR
              MOVE IDX-REC TO WS-BEFORE-IMAGE
              COMPUTE WS-NEW-TUTAR = IDX-TUTAR + WS-CREDIT
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-TD-ERR-SW
                      MOVE 'CREDIT OVERFLOW' TO WS-ERR-TEXT
              END-COMPUTE
           END-IF
           IF NOT WS-TD-ERROR
              MOVE WS-NEW-TUTAR TO IDX-TUTAR
              REWRITE IDX-REC
                 INVALID KEY
                    MOVE 'Y' TO WS-TD-ERR-SW
                    MOVE 'MASTER REWRITE FAILED' TO WS-ERR-TEXT
                 NOT INVALID KEY
                    MOVE IDX-REC TO WS-AFTER-IMAGE
                    PERFORM WRITE-JOURNAL-RECORD
              END-REWRITE
           END-IF.
       CREDIT-DEMAND-ACCOUNT-EXIT. EXIT.
      *----
      * WRITE-JOURNAL-RECORD vade odemesini zaman damgasi ve
      * oncesi/sonrasi goruntuleriyle jurnale ekler (TXNPOST
      * duzeninin aynisi, fonksiyon 'C').
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
      * vade calistirmasi operatorsuz bir batch adimidir; kimlik
      * olarak program adi jurnallenir
           MOVE 'TDMATR'         TO JRNL-USER
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE JRNL-REC TO CHN-DATA
           CALL 'CHAINRTN' USING CHN-PARM
           MOVE CHN-HASH TO JRNL-HASH
           WRITE JRNL-REC.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *----
      * UPDATE-DEPOSIT-RECORD mevduati kapatir ya da yeni
      * donemiyle yeniler. Vadesiz hesaba yazilmis bir odemeden
      * sonra mevduat yazilamazsa durum bildirilir; odeme jurnalde
      * oldugundan JRNLREV ile geri alinabilir.
      *----
       UPDATE-DEPOSIT-RECORD.
           MOVE WS-INTEREST TO TD-LAST-INT
           IF TD-PAY-OUT
              MOVE 'M'        TO TD-STATUS
              MOVE 'PAID OUT' TO WS-ACTION-TEXT
           ELSE
              MOVE TD-MATURITY      TO TD-START
              MOVE WS-NEW-PRINCIPAL TO TD-PRINCIPAL
              MOVE WS-NEW-RATE      TO TD-RATE
              MOVE WS-NEW-MATURITY  TO TD-MATURITY
              IF TD-ROLL-COUNT < 999
                 ADD 1 TO TD-ROLL-COUNT
              END-IF
              MOVE 'ROLLED'   TO WS-ACTION-TEXT
           END-IF
           MOVE 'TDMATR'    TO TD-USER
           MOVE WS-RUN-DATE TO TD-CHGDATE
           REWRITE TD-REC
              INVALID KEY
                 MOVE 'Y' TO WS-TD-ERR-SW
                 MOVE 'DEPOSIT REWRITE FAILED' TO WS-ERR-TEXT
                 DISPLAY 'DEPOSIT REWRITE FAILED AFTER PAYMENT: '
                         TD-ID ' ' TD-DVZ ' ' TD-SEQ
           END-REWRITE.
       UPDATE-DEPOSIT-RECORD-EXIT. EXIT.
      *----
      * WRITE-TAX-LIABILITY islenen vadenin stopaj satirini TAXLIAB'a
      * ekler; oran bulunamayan faiz de sifir vergiyle yazilir ki
      * yil sonu belgesinde brut faiz eksik kalmasin.
      *----
       WRITE-TAX-LIABILITY.
           INITIALIZE WHT-REC
           MOVE TD-ID        TO WHT-ID
           MOVE TD-DVZ       TO WHT-DVZ
           MOVE 'T'          TO WHT-DEPTYPE
           MOVE TD-SEQ       TO WHT-TDSEQ
           MOVE TD-START     TO WHT-VALDATE
           IF TD-MATURED
              MOVE TD-MATURITY TO WHT-VALDATE
           END-IF
           MOVE WS-RUN-DATE  TO WHT-POSTDATE
           MOVE WS-INTEREST  TO WHT-GROSS
           MOVE WS-WHT-RATE  TO WHT-RATE
           MOVE WS-TAX-AMT   TO WHT-TAX
           MOVE WS-NET-INT   TO WHT-NET
           MOVE 'TDMATR'     TO WHT-SOURCE
           WRITE WHT-REC
           IF NOT WHT-SUCCESS
              DISPLAY 'TAXLIAB WRITE FAILED, WHT-ST: ' WHT-ST ' '
                      TD-ID ' ' TD-DVZ ' ' TD-SEQ
           END-IF
           ADD WS-TAX-AMT TO WS-TOTAL-TAX.
       WRITE-TAX-LIABILITY-EXIT. EXIT.
      *----
      * ACCUMULATE-MATURITY basarili vadeyi sayaclara ve dvz
      * toplamlarina ekler.
      *----
       ACCUMULATE-MATURITY.
           IF TD-MATURED
              ADD 1 TO WS-PAID-COUNT
           ELSE
              ADD 1 TO WS-ROLLED-COUNT
              IF WS-RATE-KEPT
                 ADD 1 TO WS-KEPT-COUNT
              END-IF
           END-IF
           ADD WS-INTEREST TO WS-TOTAL-INTEREST
           PERFORM FIND-MAT-ENTRY
           ADD 1                TO MAT-COUNT(MAT-IDX)
           ADD WS-OLD-PRINCIPAL TO MAT-PRINCIPAL(MAT-IDX)
           ADD WS-INTEREST      TO MAT-INTEREST(MAT-IDX)
           ADD WS-TAX-AMT       TO MAT-TAX(MAT-IDX).
       ACCUMULATE-MATURITY-EXIT. EXIT.
      *----
      * ADD-TO-LADDER vadesine 30 gun ya da daha az kalan aktif
      * mevduati dvz ve gun dilimine gore merdivene ekler.
      *----
       ADD-TO-LADDER.
           INITIALIZE DTCV-PARM
           MOVE '2'         TO DTCV-FUNCTION
           MOVE WS-RUN-DATE TO DTCV-DATE-1
           MOVE TD-MATURITY TO DTCV-DATE-2
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK AND DTCV-DAYS-BETWEEN > ZERO
                         AND DTCV-DAYS-BETWEEN <= 30
              EVALUATE TRUE
                 WHEN DTCV-DAYS-BETWEEN <= 7
                    MOVE 1 TO WS-BAND
                 WHEN DTCV-DAYS-BETWEEN <= 14
                    MOVE 2 TO WS-BAND
                 WHEN DTCV-DAYS-BETWEEN <= 21
                    MOVE 3 TO WS-BAND
                 WHEN OTHER
                    MOVE 4 TO WS-BAND
              END-EVALUATE
              PERFORM FIND-MAT-ENTRY
              ADD 1            TO LDR-COUNT(MAT-IDX WS-BAND)
              ADD TD-PRINCIPAL TO LDR-AMOUNT(MAT-IDX WS-BAND)
           END-IF.
       ADD-TO-LADDER-EXIT. EXIT.
      *----
      * FIND-MAT-ENTRY TD-DVZ'e ait MAT-TABLE satirini bulur, yoksa
      * yeni satir acar.
      *----
       FIND-MAT-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > MAT-TABLE-COUNT
              IF MAT-DVZ(WS-SRCH-IDX) = TD-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET MAT-IDX TO WS-SRCH-IDX
                 MOVE MAT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF MAT-TABLE-COUNT >= 50
                 DISPLAY 'MATURITY TOTALS TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO MAT-TABLE-COUNT
              SET MAT-IDX TO MAT-TABLE-COUNT
              INITIALIZE MAT-ENTRY(MAT-IDX)
              MOVE TD-DVZ TO MAT-DVZ(MAT-IDX)
           END-IF.
       FIND-MAT-ENTRY-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE TD-ID           TO RPT-REC(1:5)
           MOVE TD-DVZ          TO RPT-REC(7:3)
           MOVE TD-SEQ          TO RPT-REC(11:3)
           MOVE TD-INSTR        TO RPT-REC(15:1)
           MOVE WS-OLD-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT  TO RPT-REC(17:16)
           MOVE WS-INTEREST     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT  TO RPT-REC(34:16)
           IF WS-TD-ERROR
              MOVE WS-ACTION-TEXT TO RPT-REC(51:10)
              MOVE WS-ERR-TEXT    TO RPT-REC(62:24)
           ELSE
              MOVE WS-TAX-AMT     TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(51:16)
              MOVE WS-ACTION-TEXT TO RPT-REC(68:10)
              IF NOT TD-MATURED
                 MOVE TD-MATURITY  TO RPT-REC(79:8)
                 MOVE TD-RATE      TO WS-EDIT-RATE
                 MOVE WS-EDIT-RATE TO RPT-REC(88:6)
                 IF WS-RATE-KEPT
                    MOVE 'K'       TO RPT-REC(95:1)
                 END-IF
              END-IF
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'TDMATR - TERM DEPOSIT MATURITIES AS OF '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES      TO RPT-REC
           MOVE 'ID'        TO RPT-REC(1:2)
           MOVE 'DVZ'       TO RPT-REC(7:3)
           MOVE 'SEQ'       TO RPT-REC(11:3)
           MOVE 'I'         TO RPT-REC(15:1)
           MOVE 'PRINCIPAL' TO RPT-REC(24:9)
           MOVE 'INTEREST'  TO RPT-REC(42:8)
           MOVE 'TAX'       TO RPT-REC(64:3)
           MOVE 'ACTION'    TO RPT-REC(68:6)
           MOVE 'MATURITY'  TO RPT-REC(79:8)
           MOVE 'RATE'      TO RPT-REC(88:4)
           MOVE 'K'         TO RPT-REC(95:1)
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-MATURITY-LADDER hazine icin dvz basina bugun vadesi
      * gelenlerin toplamini ve onumuzdeki 30 gunun dilim basina
      * adet ve anapara toplamlarini basar.
      *----
       WRITE-MATURITY-LADDER.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE '30-DAY FORWARD MATURITY LADDER' TO RPT-REC(1:30)
           WRITE RPT-REC
           MOVE SPACES      TO RPT-REC
           MOVE 'DVZ'       TO RPT-REC(1:3)
           MOVE 'DAYS'      TO RPT-REC(7:4)
           MOVE 'DEPOSITS'  TO RPT-REC(13:8)
           MOVE 'PRINCIPAL' TO RPT-REC(30:9)
           MOVE 'INTEREST'  TO RPT-REC(48:8)
           MOVE 'TAX'       TO RPT-REC(70:3)
           WRITE RPT-REC
           PERFORM VARYING MAT-IDX FROM 1 BY 1
                     UNTIL MAT-IDX > MAT-TABLE-COUNT
              MOVE SPACES TO RPT-REC
              MOVE MAT-DVZ(MAT-IDX)       TO RPT-REC(1:3)
              MOVE 'TODAY'                TO RPT-REC(7:5)
              MOVE MAT-COUNT(MAT-IDX)     TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT          TO RPT-REC(14:7)
              MOVE MAT-PRINCIPAL(MAT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT         TO RPT-REC(23:16)
              MOVE MAT-INTEREST(MAT-IDX)  TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT         TO RPT-REC(40:16)
              MOVE MAT-TAX(MAT-IDX)       TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT         TO RPT-REC(57:16)
              WRITE RPT-REC
              PERFORM VARYING WS-BAND FROM 1 BY 1
                        UNTIL WS-BAND > 4
                 MOVE SPACES TO RPT-REC
                 MOVE MAT-DVZ(MAT-IDX)      TO RPT-REC(1:3)
                 MOVE LADDER-NAME(WS-BAND)  TO RPT-REC(7:5)
                 MOVE LDR-COUNT(MAT-IDX WS-BAND) TO WS-EDIT-COUNT
                 MOVE WS-EDIT-COUNT         TO RPT-REC(14:7)
                 MOVE LDR-AMOUNT(MAT-IDX WS-BAND) TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT        TO RPT-REC(23:16)
                 WRITE RPT-REC
              END-PERFORM
           END-PERFORM.
       WRITE-MATURITY-LADDER-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEPOSITS READ      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MATURED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEPOSITS MATURED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'PAID OUT           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ROLLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ROLLED OVER        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ROLLED AT OLD RATE : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'INTEREST TOTAL     : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'TAX WITHHELD       : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NORATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NO TAX RATE FOUND  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NOT PROCESSED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku TDMATR hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               IF WS-TD-OPEN
                  CLOSE TD-FILE
               END-IF
               CLOSE IDX-FILE
               CLOSE JRNL-FILE
               CLOSE RPT-FILE
               CLOSE WHT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE WHTC-PARM
               MOVE '9' TO WHTC-FUNCTION
               CALL 'WHTCALC' USING WHTC-PARM
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
              MOVE 'TDMATR'          TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-MATURED-COUNT  TO AUD-RECCOUNT
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
