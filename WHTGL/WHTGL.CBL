      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    WHTGL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * WHTGL gunluk stopaj GL adimidir. Faiz yazan programlarin
      * (ACCRPOST, TDMATR) TAXLIAB'a (bkz. WHTLREC.CPY) ekledigi
      * satirlardan posting gunu calisma gunune esit olanlar
      * okunur; kesilen vergi dvz basina toplanir, calisma gunu
      * kuruyla FXCVRTN ile TRY'ye cevrilir ve vergi
      * dairesine olan borc icin GL arayuz dosyasina (GLPOST,
      * TXNPOST ile ayni duzen) alacak 'D' kayitlari, karsi tarafa
      * dengeleyici 'C' kaydi ve trailer yazilir. WHTGLRPT dvz
      * basina adet, brut faiz, vergi ve TRY karsiligi ozetidir.
      * Cikti her calistirmada yeniden uretildiginden ayni gun
      * tekrar calistirilabilir.
      * PARM='YYYYMMDD'  -> calisma gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WHT-FILE ASSIGN TO  TAXLIAB
                             STATUS     WHT-ST.
           SELECT RPT-FILE   ASSIGN TO  WHTGLRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL GL-FILE ASSIGN TO  GLPOST
                             STATUS     GL-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * WHT-FILE stopaj yukumluluk dosyasidir (bkz. WHTLREC.CPY).
       FD  WHT-FILE RECORDING MODE F.
           COPY WHTLREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * GL-FILE defter-i kebir posting arayuz dosyasidir; duzen
      * TXNPOST'un WRITE-GL-POSTING-FILE ciktisinin aynisidir
      * (bkz. GLPOREC.CPY).
      * 'D' kayitlari dvz basina vergi dairesine borcu alacak
      * (GLD-DRCR 'C') olarak tasir; 'C' kaydi TRY toplamini karsi
      * tarafa yazan dengeleyici kayittir.
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 WHT-ST            PIC 9(02).
              88 WHT-EOF        VALUE 10.
              88 WHT-SUCCESS    VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 GL-ST             PIC 9(02).
              88 GL-SUCCESS     VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya stopaj GL kaydi yazilmaz.
           COPY PRDCPARM.
      *----
      * CT-TABLE dvz basina stopaj toplamlarini biriktirir
      * (ACCRPOST'taki kontrol toplami duzeni); TRY karsiliklari GL
      * dosyasi icin ayrica tutulur. Dolarsa calisma yuksek sesle
      * durur (RC 16).
      *----
       01  CT-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  CT-TABLE.
           05 CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
              10 CT-DVZ         PIC 9(03).
              10 CT-COUNT       PIC 9(07).
              10 CT-GROSS-SUM   PIC S9(13)V99.
              10 CT-TAX-SUM     PIC S9(13)V99.
              10 CT-TAX-RPT-SUM PIC S9(13)V99.
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); TRY karsiliklari calisma gunu kuruyla
      * oradan hesaplanir.
      *----
           COPY FXCVPARM.
       01  WS-RPT-AMOUNT        PIC S9(13)V99.
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
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-SELECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-TAX-TOTAL-TRY     PIC S9(15)V99 VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen calisma gununu
      * tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-RUNDATE  PIC 9(08).
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
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN calisma gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'WHTGL'          TO PRDC-PROGRAM
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
           PERFORM VERIFY-FX-RATES
           PERFORM SUMMARIZE-TAX-LIABILITY
           PERFORM WRITE-REPORT
           PERFORM WRITE-GL-POSTING-FILE
           DISPLAY 'WHTGL LIABILITY LINES SELECTED: ' WS-SELECT-COUNT
           IF WS-GL-UNMAPPED > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  WHT-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT WHT-SUCCESS OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'WHT-ST: '    WHT-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES calisma gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa GL dosyasi yazilmadan cikilir.
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
      * SUMMARIZE-TAX-LIABILITY TAXLIAB'i bastan sona okur ve
      * posting gunu calisma gunune esit satirlari dvz basina
      * toplar. Dosya hic yoksa (durum 05) gunun stopaji sifirdir.
      *----
       SUMMARIZE-TAX-LIABILITY.
           IF WHT-ST = 05
              DISPLAY 'TAXLIAB NOT FOUND, NO WITHHOLDING TO POST'
           ELSE
              PERFORM READ-WHT-RECORD
              PERFORM UNTIL WHT-EOF
                 IF WHT-POSTDATE = WS-RUN-DATE
                    ADD 1 TO WS-SELECT-COUNT
                    PERFORM ACCUMULATE-TOTALS
                 END-IF
                 PERFORM READ-WHT-RECORD
              END-PERFORM
           END-IF.
       SUMMARIZE-TAX-LIABILITY-EXIT. EXIT.
      *----
       READ-WHT-RECORD.
           READ WHT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ
           IF NOT WHT-SUCCESS AND NOT WHT-EOF
              DISPLAY 'TAXLIAB READ ERROR, WHT-ST: ' WHT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       READ-WHT-RECORD-EXIT. EXIT.
      *----
      * ACCUMULATE-TOTALS WHT-DVZ'e ait CT-TABLE satirini bulur,
      * yoksa yeni satir acar; vergi TRY'ye cevrilip eklenir.
      *----
       ACCUMULATE-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > CT-TABLE-COUNT
              IF CT-DVZ(WS-SRCH-IDX) = WHT-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET CT-IDX TO WS-SRCH-IDX
                 MOVE CT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF CT-TABLE-COUNT >= 100
                 DISPLAY 'WITHHOLDING TOTALS TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO CT-TABLE-COUNT
              SET CT-IDX TO CT-TABLE-COUNT
              MOVE WHT-DVZ TO CT-DVZ(CT-IDX)
              MOVE ZERO    TO CT-COUNT(CT-IDX)
              MOVE ZERO    TO CT-GROSS-SUM(CT-IDX)
              MOVE ZERO    TO CT-TAX-SUM(CT-IDX)
              MOVE ZERO    TO CT-TAX-RPT-SUM(CT-IDX)
           END-IF
           PERFORM CONVERT-TO-REPORTING-CURRENCY
           ADD 1             TO CT-COUNT(CT-IDX)
           ADD WHT-GROSS     TO CT-GROSS-SUM(CT-IDX)
           ADD WHT-TAX       TO CT-TAX-SUM(CT-IDX)
           ADD WS-RPT-AMOUNT TO CT-TAX-RPT-SUM(CT-IDX).
       ACCUMULATE-TOTALS-EXIT. EXIT.
      *----
      * CONVERT-TO-REPORTING-CURRENCY vergi tutarini calisma gunu
      * kuruyla FXCVRTN ile TRY'ye cevirir; tanimsiz dvz icin
      * oran 1 kabul edilir ve FXCVRTN SYSOUT'a bildirir
      * (TXNPOST kurgusu).
      *----
       CONVERT-TO-REPORTING-CURRENCY.
           MOVE RETURN-CODE TO FXCV-CALLER-RC
           MOVE '1'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE WHT-DVZ     TO FXCV-FROM-DVZ
           MOVE WHT-TAX     TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              COMPUTE WS-RPT-AMOUNT = FXCV-AMOUNT-OUT
                  ON SIZE ERROR
                      MOVE ZERO TO WS-RPT-AMOUNT
                      DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                              WHT-DVZ
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-RPT-AMOUNT
              DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                      WHT-DVZ ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF.
       CONVERT-TO-REPORTING-CURRENCY-EXIT. EXIT.
      *----
      * WRITE-REPORT dvz basina stopaj toplamlarini ve ozet
      * sayaclari basar.
      *----
       WRITE-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'WHTGL - WITHHOLDING TAX LIABILITY FOR '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES         TO RPT-REC
           MOVE 'DVZ'          TO RPT-REC(1:3)
           MOVE 'LINES'        TO RPT-REC(10:5)
           MOVE 'GROSS INTEREST' TO RPT-REC(19:14)
           MOVE 'TAX WITHHELD' TO RPT-REC(38:12)
           MOVE 'TAX TRY'      TO RPT-REC(60:7)
           WRITE RPT-REC
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-TABLE-COUNT
              MOVE SPACES TO RPT-REC
              MOVE CT-DVZ(CT-IDX) TO RPT-REC(1:3)
              MOVE CT-COUNT(CT-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO RPT-REC(8:7)
              MOVE CT-GROSS-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(17:16)
              MOVE CT-TAX-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(34:16)
              MOVE CT-TAX-RPT-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(51:16)
              WRITE RPT-REC
              ADD CT-TAX-RPT-SUM(CT-IDX) TO WS-TAX-TOTAL-TRY
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIABILITY LINES    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SELECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LINES FOR RUN DATE : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TAX-TOTAL-TRY TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'TAX PAYABLE (TRY)  : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-EXIT. EXIT.
      *----
      * WRITE-GL-POSTING-FILE CT-TABLE birikimlerinden defter-i
      * kebir posting arayuz dosyasini uretir (TXNPOST duzeni):
      * batch header, dvz basina vergi dairesine borc icin alacak
      * 'D' kayitlari, TRY toplamini karsi tarafa (borc) yazan
      * dengeleyici 'C' kaydi ve trailer. GLPOST DD saglanmamissa
      * yazim sessizce atlanir.
      * Hesaplar GLMAP'teki WHTGL/'WHT ' satirlarindan gelir: dvz
      * satirinin alacak hesabi vergi dairesine borc, 949 satirinin
      * borc hesabi karsi taraftir.
      *----
       WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-FILE
           IF NOT GL-SUCCESS
              DISPLAY 'GLPOST CANNOT BE OPENED, POSTING FILE SKIPPED'
           ELSE
              MOVE SPACES TO GL-HDR-REC
              MOVE 'H'         TO GL-TYPE
              MOVE WS-RUN-DATE TO GLH-DATE
              MOVE 'WHTGL'     TO GLH-SOURCE
              WRITE GL-HDR-REC
              MOVE ZERO TO WS-GL-DR-TOTAL WS-GL-CR-TOTAL
                           WS-GL-REC-COUNT
              PERFORM VARYING CT-IDX FROM 1 BY 1
                        UNTIL CT-IDX > CT-TABLE-COUNT
                 IF CT-TAX-SUM(CT-IDX) > ZERO
                    MOVE SPACES TO GL-DTL-REC
                    MOVE 'D'                    TO GL-TYPE
                    MOVE CT-DVZ(CT-IDX)         TO GLD-DVZ
                    MOVE 'C'                    TO GLD-DRCR
                    MOVE CT-COUNT(CT-IDX)       TO GLD-COUNT
                    MOVE CT-TAX-SUM(CT-IDX)     TO GLD-AMOUNT
                    MOVE CT-TAX-RPT-SUM(CT-IDX) TO GLD-RPT-AMOUNT
                    PERFORM SET-GL-ACCOUNT
                    WRITE GL-DTL-REC
                    ADD 1 TO WS-GL-REC-COUNT
                    ADD CT-TAX-RPT-SUM(CT-IDX) TO WS-GL-CR-TOTAL
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
           MOVE 'WHTGL'    TO GLAC-SOURCE
           MOVE 'WHT '     TO GLAC-POSTTYPE
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
      * GOBACK kullanilir cunku WHTGL hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE WHT-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
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
              MOVE 'WHTGL'           TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-SELECT-COUNT   TO AUD-RECCOUNT
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
