      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    TXNPOST.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * TXNPOST para hareketi posting adimidir. IDX-TUTAR simdiye
      * kadar yalnizca tam tutar degisimiyle (SORTREP6 'M'),
      * IDXINQR PF5 ile ya da ACCRPOST tahakkuklariyla oynuyordu;
      * bu adim yatirma/cekme beslemesini (TXNFEED, bkz.
      * TXNREC.CPY) guncel bakiyeye uygular:
      *   - alacak (C) tutari bakiyeye eklenir,
      *   - borc (D) tutari bakiyeden dusulur,
      *   - her basarili degisiklik bakim calismasinin jurnali ile
      *     AYNI duzende (bkz. JRNLREC.CPY) oncesi/sonrasi goruntu
      *     ile JRNFILE'a eklenir; ROLLFWD, ASOFBAL ve JRNLREV
      *     posting'i diger degisiklikler gibi gorur.
      * Asagidaki satirlar uygulanmadan raporlanir, EXCPLOG'a
      * yazilir ve calistirma RC 04 ile biter:
      *   - master'da karsiligi olmayan anahtar        (RUND),
      *   - daha once islenmis referans                (DUPL),
      *   - bakiyeyi eksiye dusurecek borc             (ODRW),
      *   - bakiyeyi bloke tutarin altina dusurecek
      *     borc (bkz. HOLDREC.CPY)                    (HELD),
      *   - gecersiz ya da ileri tarihli valor         (IVDT),
      *   - kapanmis muhasebe donemine valor           (PRDC),
      *   - gecersiz borc/alacak kodu ya da tutar      (IVTX),
      *   - hesaplama tasmasi                          (OVFL).
      * Islenen referanslar TXNREFS dosyasina yazilir (bkz.
      * TXREFREC.CPY). Dvz basina borc/alacak toplamlari SORTREP6
      * ile ayni duzende GL arayuz dosyasina (GLPOST) dokulur.
      * PARM='YYYYMMDD'  -> calisma gunu, varsayilan sistem tarihi.
      * PARM='YYYYMMDDY' -> ayrica RUNCTL kontrolunu atla.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE   ASSIGN TO  TXNFEED
                             STATUS     TXN-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
      * TXR-FILE islenmis referans dosyasidir (bkz. TXREFREC.CPY).
           SELECT TXR-FILE   ASSIGN TO  TXNREFS
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY TXR-REF
                             STATUS     TXR-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT RPT-FILE   ASSIGN TO  TXNRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL GL-FILE ASSIGN TO  GLPOST
                             STATUS     GL-ST.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO  EXCPLOG
                             STATUS     EXCP-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * TXN-FILE yatirma/cekme beslemesidir (bkz. TXNREC.CPY).
       FD  TXN-FILE RECORDING MODE F.
           COPY TXNREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * TXR-FILE islenmis referans dosyasidir (bkz. TXREFREC.CPY).
       FD  TXR-FILE.
           COPY TXREFREC.
      *****
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * GL-FILE defter-i kebir posting arayuz dosyasidir; duzen
      * SORTREP6'nin WRITE-GL-POSTING-FILE ciktisinin aynisidir
      * (bkz. GLPOREC.CPY).
      * 'D' kayitlari dvz basina borc (cekme) ve alacak (yatirma)
      * toplamlarini GLD-DRCR ile ayri ayri tasir; 'C' kaydi TRY
      * net farkini karsi tarafa yazan dengeleyici kayittir.
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
      * EXCP-FILE ortak exception dosyasidir (bkz. EXCPTREC.CPY).
       FD  EXCP-FILE RECORDING MODE F.
           COPY EXCPTREC.
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
           05 TXN-ST            PIC 9(02).
              88 TXN-EOF        VALUE 10.
              88 TXN-SUCCESS    VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 TXR-ST            PIC 9(02).
              88 TXR-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 GL-ST             PIC 9(02).
              88 GL-SUCCESS     VALUE 00 97.
           05 EXCP-ST           PIC 9(02).
              88 EXCP-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * WS-RUN-DATE posting'in is gunudur; PARM ile verilmezse
      * sistem tarihi kullanilir. Valor bu gunden ileri olamaz.
      *----
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * RUNC-PARM RUNCTL is-gunu calistirma kontrolunun CALL
      * arayuzudur (bkz. RUNCPARM.CPY); ayni gunun beslemesinin
      * ikinci kez uygulanmasi baslamadan engellenir.
      *----
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE     PIC X(01) VALUE 'N'.
      *----
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); calisma gunu kapanmis bir aya
      * dusuyorsa posting baslamaz, valoru kapanmis bir aya dusen
      * satir reddedilir.
      *----
           COPY PRDCPARM.
      *----
      * WNDW-PARM WNDWCTL bakim penceresi bekcisinin CALL
      * arayuzudur (bkz. WNDWPARM.CPY); posting master'i yeniden
      * yazdigi icin online guncelleme ucustayken baslamaz.
      * WS-WNDW-OPEN-SW pencerenin bu calistirmada acildigini
      * tasir; erken cikista da pencere kapatilir.
      *----
           COPY WNDWPARM.
       01  WS-WNDW-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-WNDW-OPEN      VALUE 'Y'.
      *----
      * CT-TABLE dvz basina borc/alacak posting toplamlarini
      * biriktirir (ACCRPOST'taki kontrol toplami duzeni); TRY
      * karsiliklari GL dosyasi icin ayrica tutulur. Dolarsa
      * calisma yuksek sesle durur (RC 16).
      *----
       01  CT-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  CT-TABLE.
           05 CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
              10 CT-DVZ         PIC 9(03).
              10 CT-DR-COUNT    PIC 9(07).
              10 CT-DR-SUM      PIC S9(13)V99.
              10 CT-DR-RPT-SUM  PIC S9(13)V99.
              10 CT-CR-COUNT    PIC 9(07).
              10 CT-CR-SUM      PIC S9(13)V99.
              10 CT-CR-RPT-SUM  PIC S9(13)V99.
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); GL TRY karsiliklari calisma gunu
      * kuruyla oradan hesaplanir.
      *----
           COPY FXCVPARM.
       01  WS-RPT-AMOUNT        PIC S9(13)V99.
      *----
      * Posting hesap alanlari; tasma korumasi ACCRPOST'taki SIZE
      * ERROR kurgusunun aynisidir. Tasan posting uygulanmaz.
      *----
       01  WS-POST-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-POST-OVERFLOW  VALUE 'Y'.
       01  WS-NEW-TUTAR         PIC S9(13)V99.
      * WS-REJECT-REASON satirin red sebebidir; bos ise satir
      * uygulanabilir.
       01  WS-REJECT-REASON     PIC X(04).
       01  WS-REJECT-TEXT       PIC X(40).
      *----
      * HLDC-PARM HOLDCHK bloke sorgusunun CALL arayuzudur (bkz.
      * HOLDPARM.CPY). Borc sonrasi bakiye hesabin gecerli bloke
      * toplaminin altina dusemez; HOLDCHK RC 16 donerse borc
      * guvenli tarafta kalmak icin reddedilir.
      *----
           COPY HOLDPARM.
      *----
      * Jurnal alanlari: posting bakim calismasiyla ayni oncesi/
      * sonrasi goruntu duzeninde jurnallenir (fonksiyon 'C').
      *----
       01  WS-JRNL-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE      PIC X(47).
       01  WS-AFTER-IMAGE       PIC X(47).
      *----
      * GL dosyasi borc/alacak TRY toplamlari.
      *----
       01  WS-GL-DR-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-NET            PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-REC-COUNT      PIC 9(07) VALUE ZERO.
      * GLAC-PARM GL hesap eslestirme yardimcisinin (GLACCT)
      * arayuzudur (bkz. GLACPARM.CPY); WS-GL-UNMAPPED hesabi
      * bulunamayan posting kaydi sayisidir.
           COPY GLACPARM.
       01  WS-GL-UNMAPPED       PIC 9(05) VALUE ZERO.
      *----
      * Ortak exception dosyasi alanlari (SORTREP6 kurgusu).
      *----
       01  WS-EXCP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-EXCP-OPEN      VALUE 'Y'.
           88 WS-EXCP-DEAD      VALUE 'D'.
       01  WS-EXCP-KEY          PIC X(12).
       01  WS-EXCP-REASON       PIC X(04).
       01  WS-EXCP-SEV          PIC X(01).
       01  WS-EXCP-ID-D         PIC 9(05).
       01  WS-EXCP-DVZ-D        PIC 9(03).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-POST-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
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
      * VERIFY-RUN-CONTROL posting'e baslamadan RUNCTL '1' ile
      * calisma gununu dogrulatir; gun zaten tamamlanmissa ya da
      * islenmemis bir onceki is gunu atlaniyorsa hicbir dosyaya
      * dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-RUN-CONTROL.
           INITIALIZE RUNC-PARM
           MOVE '1'              TO RUNC-FUNCTION
           MOVE 'TXNPOST'        TO RUNC-PROGRAM
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
           MOVE 'TXNPOST'        TO PRDC-PROGRAM
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
           PERFORM OPEN-MAINT-WINDOW
           IF NOT WNDW-RC-OK
              DISPLAY 'TRANSACTION POSTING REFUSED, WINDOW NOT '
                      'AVAILABLE, WNDWCTL RC: ' WNDW-RETURN-CODE
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           MOVE 'Y' TO WS-WNDW-OPEN-SW
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM WRITE-REPORT-HEADING
           PERFORM POST-ALL-TRANSACTIONS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-GL-POSTING-FILE
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF WS-REJECT-COUNT > ZERO OR WS-GL-UNMAPPED > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * MARK-RUN-COMPLETE biten posting'in is gununu RUNCTL '2' ile
      * tamamlanmis isaretler; reddedilen satirlar (RC 04) gunu
      * tekrar calistirmayi gerektirmez, duzeltilen satirlar
      * ertesi beslemeyle gelir.
      *----
       MARK-RUN-COMPLETE.
           INITIALIZE RUNC-PARM
           MOVE '2'         TO RUNC-FUNCTION
           MOVE 'TXNPOST'   TO RUNC-PROGRAM
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           CALL 'RUNCTL' USING RUNC-PARM
           IF NOT RUNC-RC-OK
              DISPLAY 'RUN CONTROL MARK FAILED, RUNCTL RC: '
                      RUNC-RETURN-CODE
           END-IF.
       MARK-RUN-COMPLETE-EXIT. EXIT.
      *----
      * OPEN/CLOSE-MAINT-WINDOW bakim penceresini WNDWCTL ile acar/
      * kapatir (IDXARCH kurgusu).
      *----
       OPEN-MAINT-WINDOW.
           INITIALIZE WNDW-PARM
           MOVE '1'       TO WNDW-FUNCTION
           MOVE 'TXNPOST' TO WNDW-PROGRAM
           CALL 'WNDWCTL' USING WNDW-PARM.
       OPEN-MAINT-WINDOW-EXIT. EXIT.
      *----
       CLOSE-MAINT-WINDOW.
           INITIALIZE WNDW-PARM
           MOVE '2'       TO WNDW-FUNCTION
           MOVE 'TXNPOST' TO WNDW-PROGRAM
           CALL 'WNDWCTL' USING WNDW-PARM
           IF NOT WNDW-RC-OK
              DISPLAY 'MAINTENANCE WINDOW COULD NOT BE CLOSED,'
                      ' WNDWCTL RC: ' WNDW-RETURN-CODE
           END-IF
           MOVE 'N' TO WS-WNDW-OPEN-SW.
       CLOSE-MAINT-WINDOW-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  TXN-FILE
           OPEN I-O    IDX-FILE
      * jurnal sirasi ve zincir ozeti dosyanin son satirindan
      * devam eder (bkz. CHNPARM.CPY)
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'J' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           MOVE CHN-LAST-SEQ TO WS-JRNL-SEQ
           OPEN EXTEND JRNL-FILE
           OPEN OUTPUT RPT-FILE
      * referans dosyasi ilk kullanimda (durum 35) bos olarak kurulup
      * I-O yeniden acilir (ODLMNT kurgusu); mukerrer kontrolu ilk
      * calistirmada da okuyabilsin
           OPEN I-O    TXR-FILE
           IF TXR-ST = 35
              OPEN OUTPUT TXR-FILE
              IF TXR-SUCCESS
                 CLOSE TXR-FILE
                 OPEN I-O TXR-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT TXN-SUCCESS OR NOT IDX-SUCCESS
                                OR NOT TXR-SUCCESS
                                OR NOT JRNL-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'TXN-ST: '    TXN-ST
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'TXR-ST: '    TXR-ST
              DISPLAY 'JRNL-ST: '   JRNL-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES calisma gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa posting yapilmadan cikilir.
      *----
       VERIFY-FX-RATES.
           INITIALIZE FXCV-PARM
           MOVE '3'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE 949         TO FXCV-FROM-DVZ
           CALL 'FXCVRTN' USING FXCV-PARM
           EVALUATE TRUE
              WHEN FXCV-RC-NO-RATES
                 DISPLAY 'NO FX RATES IN FORCE FOR RUN DATE: '
                         WS-RUN-DATE
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 98 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              WHEN FXCV-RC-FILE-ERROR
                 DISPLAY 'FX CONVERSION NOT AVAILABLE, FXCVRTN RC: '
                         FXCV-RETURN-CODE
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 99 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       VERIFY-FX-RATES-EXIT. EXIT.
      *----
       POST-ALL-TRANSACTIONS.
           PERFORM READ-TXN-RECORD
           PERFORM UNTIL TXN-EOF
              PERFORM POST-ONE-TRANSACTION
              PERFORM READ-TXN-RECORD
           END-PERFORM.
       POST-ALL-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-TXN-RECORD.
           READ TXN-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-TXN-RECORD-EXIT. EXIT.
      *----
      * POST-ONE-TRANSACTION satiri sirayla dogrular (kod/tutar,
      * valor, referans, anahtar) ve gecen satiri master'a uygular.
      * Ilk tutan red sebebi raporlanir.
      *----
       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-TRANSACTION
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-DUPLICATE-REFERENCE
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE TXN-ID  TO IDX-ID
              MOVE TXN-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    MOVE 'RUND' TO WS-REJECT-REASON
                    MOVE 'KEY NOT ON MASTER' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    PERFORM APPLY-TRANSACTION-TO-MASTER
              END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-TRANSACTION
           END-IF.
       POST-ONE-TRANSACTION-EXIT. EXIT.
      *----
      * EDIT-TRANSACTION borc/alacak kodunu, tutari ve valoru
      * dogrular. Valor gecerli bir tarih olmali, calisma
      * gununden ileri olmamali ve kapanmis bir muhasebe donemine
      * dusmemelidir (PRDCHK RC 16 donerse satir guvenli tarafta
      * kalmak icin yine reddedilir).
      *----
       EDIT-TRANSACTION.
           IF NOT TXN-DEBIT AND NOT TXN-CREDIT
              MOVE 'IVTX' TO WS-REJECT-REASON
              MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-REJECT-TEXT
           ELSE
              IF TXN-AMOUNT NOT NUMERIC OR TXN-AMOUNT = ZERO
                 MOVE 'IVTX' TO WS-REJECT-REASON
                 MOVE 'INVALID AMOUNT' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF TXN-VALDATE NOT NUMERIC
                 MOVE 'IVDT' TO WS-REJECT-REASON
                 MOVE 'INVALID VALUE DATE' TO WS-REJECT-TEXT
              ELSE
                 COMPUTE WS-PARM-DATE-RC =
                         FUNCTION TEST-DATE-YYYYMMDD(TXN-VALDATE)
                 IF WS-PARM-DATE-RC NOT = 0
                    MOVE 'IVDT' TO WS-REJECT-REASON
                    MOVE 'INVALID VALUE DATE' TO WS-REJECT-TEXT
                 ELSE
                    IF TXN-VALDATE > WS-RUN-DATE
                       MOVE 'IVDT' TO WS-REJECT-REASON
                       MOVE 'VALUE DATE AFTER RUN DATE'
                            TO WS-REJECT-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-VALUE-DATE-PERIOD
           END-IF.
       EDIT-TRANSACTION-EXIT. EXIT.
      *----
      * CHECK-VALUE-DATE-PERIOD valorun muhasebe donemini PRDCHK
      * ile dogrular; donem tablosu calistirma sonunda birakilir.
      *----
       CHECK-VALUE-DATE-PERIOD.
           MOVE '1'         TO PRDC-FUNCTION
           MOVE 'TXNPOST'   TO PRDC-PROGRAM
           MOVE TXN-VALDATE TO PRDC-DATE
           MOVE RETURN-CODE TO PRDC-CALLER-RC
           CALL 'PRDCHK' USING PRDC-PARM
           IF NOT PRDC-RC-OK
              MOVE 'PRDC' TO WS-REJECT-REASON
              IF PRDC-RC-CLOSED
                 MOVE 'VALUE DATE IN CLOSED PERIOD'
                      TO WS-REJECT-TEXT
              ELSE
                 MOVE 'PERIOD CONTROL NOT AVAILABLE'
                      TO WS-REJECT-TEXT
              END-IF
           END-IF.
       CHECK-VALUE-DATE-PERIOD-EXIT. EXIT.
      *----
      * CHECK-DUPLICATE-REFERENCE referansi islenmis referans
      * dosyasinda arar; bulunursa satir tekrar sayilir.
      *----
       CHECK-DUPLICATE-REFERENCE.
           IF TXN-REF = SPACES
              MOVE 'IVTX' TO WS-REJECT-REASON
              MOVE 'MISSING REFERENCE' TO WS-REJECT-TEXT
           ELSE
              MOVE TXN-REF TO TXR-REF
              READ TXR-FILE KEY IS TXR-REF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'DUPL' TO WS-REJECT-REASON
                    MOVE 'REFERENCE ALREADY POSTED'
                         TO WS-REJECT-TEXT
              END-READ
      * referans okunamiyorsa mukerrer kontrolu yapilamaz; hicbir
      * satir kontrolsuz uygulanmaz
              IF NOT TXR-SUCCESS AND TXR-ST NOT = 23
                 DISPLAY 'REFERENCE FILE READ FAILED, TXR-ST: ' TXR-ST
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
           END-IF.
       CHECK-DUPLICATE-REFERENCE-EXIT. EXIT.
      *----
      * APPLY-TRANSACTION-TO-MASTER yeni bakiyeyi hesaplar; borc
      * bakiyeyi eksiye ya da bloke toplaminin altina dusuruyorsa
      * veya hesap tasiyorsa kayit degistirilmeden birakilir.
      *----
       APPLY-TRANSACTION-TO-MASTER.
           MOVE 'N'     TO WS-POST-ERR-SW
           MOVE IDX-REC TO WS-BEFORE-IMAGE
           IF TXN-DEBIT
              COMPUTE WS-NEW-TUTAR = IDX-TUTAR - TXN-AMOUNT
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-POST-ERR-SW
              END-COMPUTE
           ELSE
              COMPUTE WS-NEW-TUTAR = IDX-TUTAR + TXN-AMOUNT
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-POST-ERR-SW
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN WS-POST-OVERFLOW
                 MOVE 'OVFL' TO WS-REJECT-REASON
                 MOVE 'POSTING OVERFLOW' TO WS-REJECT-TEXT
              WHEN TXN-DEBIT AND WS-NEW-TUTAR < ZERO
                 MOVE 'ODRW' TO WS-REJECT-REASON
                 MOVE 'WOULD OVERDRAW ACCOUNT' TO WS-REJECT-TEXT
              WHEN OTHER
                 IF TXN-DEBIT
                    PERFORM CHECK-HELD-AMOUNT
                 END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE WS-NEW-TUTAR TO IDX-TUTAR
              REWRITE IDX-REC
                 INVALID KEY
                    MOVE WS-BEFORE-IMAGE TO IDX-REC
                    MOVE 'RUND' TO WS-REJECT-REASON
                    MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    MOVE IDX-REC TO WS-AFTER-IMAGE
                    PERFORM WRITE-JOURNAL-RECORD
                    PERFORM WRITE-REFERENCE-RECORD
                    ADD 1 TO WS-POST-COUNT
                    PERFORM ACCUMULATE-TOTALS
              END-REWRITE
           END-IF.
       APPLY-TRANSACTION-TO-MASTER-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT hesabin calisma gunundeki gecerli bloke
      * toplamini HOLDCHK ile alir; borc sonrasi bakiye bu toplamin
      * altina dusuyorsa satir reddedilir.
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
                 MOVE 'HELD' TO WS-REJECT-REASON
                 MOVE 'HOLD FILE UNAVAILABLE' TO WS-REJECT-TEXT
              WHEN WS-NEW-TUTAR < HLDC-HELD-AMOUNT
                 MOVE 'HELD' TO WS-REJECT-REASON
                 MOVE 'WOULD BREACH HELD AMOUNT' TO WS-REJECT-TEXT
           END-EVALUATE.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
      * WRITE-JOURNAL-RECORD uygulanan posting'i zaman damgasi ve
      * oncesi/sonrasi goruntuleriyle jurnale ekler (ACCRPOST
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
      * posting operatorsuz bir batch adimidir; kimlik olarak
      * program adi jurnallenir
           MOVE 'TXNPOST'        TO JRNL-USER
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE JRNL-REC TO CHN-DATA
           CALL 'CHAINRTN' USING CHN-PARM
           MOVE CHN-HASH TO JRNL-HASH
           WRITE JRNL-REC.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *----
      * WRITE-REFERENCE-RECORD uygulanan hareketin referansini
      * islenmis referans dosyasina yazar; ayni beslemede tekrar
      * eden referans boylece ikinci satirda yakalanir.
      *----
       WRITE-REFERENCE-RECORD.
           INITIALIZE TXR-REC
           MOVE TXN-REF     TO TXR-REF
           MOVE TXN-ID      TO TXR-ID
           MOVE TXN-DVZ     TO TXR-DVZ
           MOVE TXN-DRCR    TO TXR-DRCR
           MOVE TXN-AMOUNT  TO TXR-AMOUNT
           MOVE TXN-VALDATE TO TXR-VALDATE
           MOVE WS-RUN-DATE TO TXR-POSTDATE
           WRITE TXR-REC
              INVALID KEY
                 DISPLAY 'REFERENCE WRITE FAILED: ' TXN-REF
           END-WRITE.
       WRITE-REFERENCE-RECORD-EXIT. EXIT.
      *----
      * ACCUMULATE-TOTALS TXN-DVZ'e ait CT-TABLE satirini bulur,
      * yoksa yeni satir acar ve borc ya da alacak toplamlarini
      * (TRY karsiligi ile) gunceller.
      *----
       ACCUMULATE-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > CT-TABLE-COUNT
              IF CT-DVZ(WS-SRCH-IDX) = TXN-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET CT-IDX TO WS-SRCH-IDX
                 MOVE CT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF CT-TABLE-COUNT >= 100
                 DISPLAY 'POSTING TOTALS TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO CT-TABLE-COUNT
              SET CT-IDX TO CT-TABLE-COUNT
              INITIALIZE CT-ENTRY(CT-IDX)
              MOVE TXN-DVZ TO CT-DVZ(CT-IDX)
           END-IF
           PERFORM CONVERT-TO-REPORTING-CURRENCY
           IF TXN-DEBIT
              ADD 1             TO CT-DR-COUNT(CT-IDX)
              ADD TXN-AMOUNT    TO CT-DR-SUM(CT-IDX)
              ADD WS-RPT-AMOUNT TO CT-DR-RPT-SUM(CT-IDX)
           ELSE
              ADD 1             TO CT-CR-COUNT(CT-IDX)
              ADD TXN-AMOUNT    TO CT-CR-SUM(CT-IDX)
              ADD WS-RPT-AMOUNT TO CT-CR-RPT-SUM(CT-IDX)
           END-IF.
       ACCUMULATE-TOTALS-EXIT. EXIT.
      *----
      * CONVERT-TO-REPORTING-CURRENCY hareket tutarini calisma
      * gunu kuruyla FXCVRTN ile TRY'ye cevirir; tanimsiz dvz
      * icin oran 1 kabul edilir ve FXCVRTN SYSOUT'a bildirir.
      *----
       CONVERT-TO-REPORTING-CURRENCY.
           MOVE RETURN-CODE TO FXCV-CALLER-RC
           MOVE '1'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE TXN-DVZ     TO FXCV-FROM-DVZ
           MOVE TXN-AMOUNT  TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              COMPUTE WS-RPT-AMOUNT = FXCV-AMOUNT-OUT
                  ON SIZE ERROR
                      MOVE ZERO TO WS-RPT-AMOUNT
                      DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                              TXN-DVZ
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-RPT-AMOUNT
              DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                      TXN-DVZ ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF.
       CONVERT-TO-REPORTING-CURRENCY-EXIT. EXIT.
      *----
      * REJECT-TRANSACTION reddedilen satiri rapora basar ve ortak
      * exception dosyasina yazar.
      *----
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RPT-REC
           MOVE TXN-ID           TO RPT-REC(1:5)
           MOVE TXN-DVZ          TO RPT-REC(8:3)
           MOVE TXN-DRCR         TO RPT-REC(13:1)
           MOVE TXN-REF          TO RPT-REC(16:16)
           MOVE WS-REJECT-REASON TO RPT-REC(34:4)
           MOVE WS-REJECT-TEXT   TO RPT-REC(40:40)
           WRITE RPT-REC
           MOVE SPACES TO WS-EXCP-KEY
           MOVE TXN-ID  TO WS-EXCP-ID-D
           MOVE TXN-DVZ TO WS-EXCP-DVZ-D
           MOVE WS-EXCP-ID-D  TO WS-EXCP-KEY(1:5)
           MOVE '/'           TO WS-EXCP-KEY(6:1)
           MOVE WS-EXCP-DVZ-D TO WS-EXCP-KEY(7:3)
           MOVE WS-REJECT-REASON TO WS-EXCP-REASON
           MOVE 'E'              TO WS-EXCP-SEV
           PERFORM WRITE-EXCEPTION-LOG.
       REJECT-TRANSACTION-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'TXNPOST - TRANSACTION POSTING RUN ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE 'ID     DVZ  D  REFERENCE         RSN   REJECTED'
                TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-REPORT-TOTALS dvz basina borc/alacak toplamlarini ve
      * ozet sayaclari basar.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE 'DVZ   DEBITS    DEBIT AMOUNT  CREDITS   CREDIT AMOUNT'
                TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-TABLE-COUNT
              MOVE SPACES TO RPT-REC
              MOVE CT-DVZ(CT-IDX) TO RPT-REC(1:3)
              MOVE CT-DR-COUNT(CT-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO RPT-REC(6:7)
              MOVE CT-DR-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(14:16)
              MOVE CT-CR-COUNT(CT-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO RPT-REC(32:7)
              MOVE CT-CR-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(40:16)
              WRITE RPT-REC
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS READ  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-POST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS POSTED: ' DELIMITED BY SIZE
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
      * WRITE-GL-POSTING-FILE CT-TABLE birikimlerinden defter-i
      * kebir posting arayuz dosyasini uretir (SORTREP6 duzeni):
      * batch header, dvz basina borc ve alacak 'D' kayitlari,
      * TRY net farkini karsi tarafa yazan dengeleyici 'C' kaydi ve
      * kayit sayisi/borc/alacak toplamlarini tasiyan trailer.
      * GLPOST DD saglanmamissa yazim sessizce atlanir.
      * Hesaplar GLMAP'teki TXNPOST/'TXN ' satirlarindan gelir.
      *----
       WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-FILE
           IF NOT GL-SUCCESS
              DISPLAY 'GLPOST CANNOT BE OPENED, POSTING FILE SKIPPED'
           ELSE
              MOVE SPACES TO GL-HDR-REC
              MOVE 'H'         TO GL-TYPE
              MOVE WS-RUN-DATE TO GLH-DATE
              MOVE 'TXNPOST'   TO GLH-SOURCE
              WRITE GL-HDR-REC
              MOVE ZERO TO WS-GL-DR-TOTAL WS-GL-CR-TOTAL
                           WS-GL-REC-COUNT
              PERFORM VARYING CT-IDX FROM 1 BY 1
                        UNTIL CT-IDX > CT-TABLE-COUNT
                 IF CT-DR-COUNT(CT-IDX) > ZERO
                    MOVE SPACES TO GL-DTL-REC
                    MOVE 'D'                   TO GL-TYPE
                    MOVE CT-DVZ(CT-IDX)        TO GLD-DVZ
                    MOVE 'D'                   TO GLD-DRCR
                    MOVE CT-DR-COUNT(CT-IDX)   TO GLD-COUNT
                    MOVE CT-DR-SUM(CT-IDX)     TO GLD-AMOUNT
                    MOVE CT-DR-RPT-SUM(CT-IDX) TO GLD-RPT-AMOUNT
                    PERFORM SET-GL-ACCOUNT
                    WRITE GL-DTL-REC
                    ADD 1 TO WS-GL-REC-COUNT
                    ADD CT-DR-RPT-SUM(CT-IDX) TO WS-GL-DR-TOTAL
                 END-IF
                 IF CT-CR-COUNT(CT-IDX) > ZERO
                    MOVE SPACES TO GL-DTL-REC
                    MOVE 'D'                   TO GL-TYPE
                    MOVE CT-DVZ(CT-IDX)        TO GLD-DVZ
                    MOVE 'C'                   TO GLD-DRCR
                    MOVE CT-CR-COUNT(CT-IDX)   TO GLD-COUNT
                    MOVE CT-CR-SUM(CT-IDX)     TO GLD-AMOUNT
                    MOVE CT-CR-RPT-SUM(CT-IDX) TO GLD-RPT-AMOUNT
                    PERFORM SET-GL-ACCOUNT
                    WRITE GL-DTL-REC
                    ADD 1 TO WS-GL-REC-COUNT
                    ADD CT-CR-RPT-SUM(CT-IDX) TO WS-GL-CR-TOTAL
                 END-IF
              END-PERFORM
      * dengeleyici kayit: borc fazlasi alacak, alacak fazlasi borc
      * olarak karsi tarafa yazilir
              COMPUTE WS-GL-NET = WS-GL-DR-TOTAL - WS-GL-CR-TOTAL
              MOVE SPACES TO GL-DTL-REC
              MOVE 'C'             TO GL-TYPE
              MOVE 949             TO GLD-DVZ
              MOVE ZERO            TO GLD-COUNT
              IF WS-GL-NET < ZERO
                 MOVE 'D'          TO GLD-DRCR
                 COMPUTE WS-GL-NET = ZERO - WS-GL-NET
                 ADD WS-GL-NET     TO WS-GL-DR-TOTAL
              ELSE
                 MOVE 'C'          TO GLD-DRCR
                 ADD WS-GL-NET     TO WS-GL-CR-TOTAL
              END-IF
              MOVE WS-GL-NET       TO GLD-AMOUNT
              MOVE WS-GL-NET       TO GLD-RPT-AMOUNT
              PERFORM SET-GL-ACCOUNT
              WRITE GL-DTL-REC
              ADD 1 TO WS-GL-REC-COUNT
              MOVE SPACES TO GL-TRL-REC
              MOVE 'T' TO GL-TYPE
              MOVE WS-GL-REC-COUNT TO GLT-COUNT
              MOVE WS-GL-DR-TOTAL  TO GLT-DR-TOTAL
              MOVE WS-GL-CR-TOTAL  TO GLT-CR-TOTAL
              WRITE GL-TRL-REC
              CLOSE GL-FILE
              MOVE '9' TO GLAC-FUNCTION
              CALL 'GLACCT' USING GLAC-PARM
           END-IF.
       WRITE-GL-POSTING-FILE-EXIT. EXIT.
      *----
      * SET-GL-ACCOUNT yazilacak posting kaydinin GL hesabini GLACCT
      * ile GLMAP'ten alir: borc kaydina borc hesabi, alacak kaydina
      * alacak hesabi (SORTREP6 kurgusu). Eslestirme yoksa kayit
      * hesapsiz yazilir ve SYSOUT'a bildirilir; calistirma RC 04
      * ile biter.
      *----
       SET-GL-ACCOUNT.
           MOVE '1'        TO GLAC-FUNCTION
           MOVE 'TXNPOST'  TO GLAC-SOURCE
           MOVE 'TXN '     TO GLAC-POSTTYPE
           MOVE GLD-DVZ    TO GLAC-DVZ
           CALL 'GLACCT' USING GLAC-PARM
           IF GLD-DRCR = 'D'
              MOVE GLAC-DR-ACCOUNT TO GLD-ACCOUNT
           ELSE
              MOVE GLAC-CR-ACCOUNT TO GLD-ACCOUNT
           END-IF
           IF GLD-ACCOUNT = SPACES
              ADD 1 TO WS-GL-UNMAPPED
              DISPLAY 'GL ACCOUNT NOT MAPPED: ' GLAC-SOURCE ' '
                      GLAC-POSTTYPE ' ' GLAC-DVZ ' ' GLD-DRCR
           END-IF.
       SET-GL-ACCOUNT-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku TXNPOST hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE TXN-FILE
               CLOSE IDX-FILE
               CLOSE TXR-FILE
               CLOSE JRNL-FILE
               CLOSE RPT-FILE
               IF WS-EXCP-OPEN
                  CLOSE EXCP-FILE
               END-IF
               MOVE RETURN-CODE TO WS-SAVE-RC
               IF WS-WNDW-OPEN
                  PERFORM CLOSE-MAINT-WINDOW
               END-IF
               INITIALIZE HLDC-PARM
               MOVE '9' TO HLDC-FUNCTION
               CALL 'HOLDCHK' USING HLDC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               INITIALIZE PRDC-PARM
               MOVE RETURN-CODE TO PRDC-CALLER-RC
               MOVE '9' TO PRDC-FUNCTION
               CALL 'PRDCHK' USING PRDC-PARM
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
      * WRITE-EXCEPTION-LOG ortak exception dosyasina bir satir
      * ekler (SORTREP6 kurgusu). Dosya ilk cagrida acilir;
      * acilamazsa durum bir kez bildirilir ve sonraki cagrilar
      * atlanir.
      *----
       WRITE-EXCEPTION-LOG.
           IF WS-EXCP-OPEN-SW = 'N'
              OPEN EXTEND EXCP-FILE
              IF EXCP-SUCCESS
                 MOVE 'Y' TO WS-EXCP-OPEN-SW
              ELSE
                 DISPLAY 'EXCPLOG CANNOT BE OPENED, '
                         'COMMON EXCEPTIONS SKIPPED'
                 MOVE 'D' TO WS-EXCP-OPEN-SW
              END-IF
           END-IF
           IF WS-EXCP-OPEN
              INITIALIZE EXCP-REC
              MOVE 'TXNPOST'      TO EXCP-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUNTIME
              MOVE WS-EXCP-KEY    TO EXCP-KEY
              MOVE WS-EXCP-REASON TO EXCP-REASON
              MOVE WS-EXCP-SEV    TO EXCP-SEVERITY
              WRITE EXCP-REC
           END-IF.
       WRITE-EXCEPTION-LOG-EXIT. EXIT.
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
              MOVE 'TXNPOST'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-POST-COUNT     TO AUD-RECCOUNT
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
