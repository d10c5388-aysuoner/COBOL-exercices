      * ay sonu arasindaki kur hareketinin etkisi deftere hic
      * gecmiyordu. Bu adim TRY (949) disindaki her IDX-FILE kaydi
      * icin:
      *   - bakiyeyi bu ay sonunun FXMASTER kuru ile cevirir
      *     (FXCVRTN),
      *   - onceki fotografin TRY karsiligini (SNAPHIST'teki
      *     SNP-RPT-TUTAR, bkz. SNAPREC.CPY) dusup farki alir,
      *   - farklari dvz basina kazanc/kayip olarak biriktirir
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
                             STATUS     HIST-ST.
           SELECT SNPSRT-FILE ASSIGN TO SNPSRTD
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * HIST-FILE birikimli fotograf gecmisidir (bkz. SNAPREC.CPY).
       FD  HIST-FILE RECORDING MODE F.
           COPY SNAPREC.
           COPY SNAPREC REPLACING LEADING ==SNP== BY ==SNS==.
      *****
      * GL-FILE defter-i kebir posting arayuz dosyasidir; duzen
      * SORTREP6'nin GLPOST ciktisiyla birebir aynidir (bkz.
      * GLPOREC.CPY).
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00 97.
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-REVAL-DATE        PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya degerleme yazilmaz.
           COPY PRDCPARM.
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar ay sonu gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
       01  WS-GL-CR-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-NET            PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-RECS           PIC 9(07) VALUE ZERO.
      * GLAC-PARM GL hesap eslestirme yardimcisinin (GLACCT)
      * arayuzudur (bkz. GLACPARM.CPY); WS-GL-UNMAPPED hesabi
      * bulunamayan posting kaydi sayisidir.
           COPY GLACPARM.
       01  WS-GL-UNMAPPED       PIC 9(05) VALUE ZERO.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-RPT          PIC -(14)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen ay sonu
      * gununu tasir.
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN ay sonu gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'FXREVAL'        TO PRDC-PROGRAM
           MOVE WS-REVAL-DATE    TO PRDC-DATE
           CALL 'PRDCHK' USING PRDC-PARM
           IF NOT PRDC-RC-OK
              DISPLAY 'PERIOD CONTROL REFUSED DATE ' WS-REVAL-DATE
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
           PERFORM SORT-SNAPSHOT-HISTORY
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-MASTER-FILE
           PERFORM WRITE-GL-POSTING-FILE
           PERFORM WRITE-REPORT-TOTALS
           IF WS-OVFL-COUNT > ZERO OR WS-GL-UNMAPPED > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  IDX-FILE
           OPEN INPUT  SNPSRT-FILE
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT IDX-SUCCESS OR NOT SNPS-SUCCESS
                                OR NOT GL-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'SNPS-ST: '   SNPS-ST
              DISPLAY 'GL-ST: '     GL-ST
              DISPLAY 'RPT-ST: '    RPT-ST
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES ay sonu gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa degerleme yapilmadan cikilir.
      *----
       VERIFY-FX-RATES.
           INITIALIZE FXCV-PARM
           MOVE '3'         TO FXCV-FUNCTION
           MOVE WS-REVAL-DATE TO FXCV-DATE
           MOVE 949         TO FXCV-FROM-DVZ
           CALL 'FXCVRTN' USING FXCV-PARM
           EVALUATE TRUE
              WHEN FXCV-RC-NO-RATES
                 DISPLAY 'NO FX RATES IN FORCE FOR REVAL DATE: '
                         WS-REVAL-DATE
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
      * SWEEP-MASTER-FILE master'i sirali gezer; TRY disindaki her
      * kayit icin degerleme farki hesaplanir.
      *----
      * REVALUE-ONE-KEY bakiyeyi ay sonu kuru ile cevirir ve onceki
      * fotografin TRY karsiligindan farkini dvz birikimine ekler.
      * Kuru olmayan dvz icin oran 1 kabul edilir (FXCVRTN RC 04);
      * tasma olan anahtar degerlemeye alinmaz (RC 04).
      *----
       REVALUE-ONE-KEY.
           IF NOT WS-PRIOR-FOUND
              ADD 1 TO WS-NOSNAP-COUNT
           ELSE
              MOVE 'N' TO WS-FX-ERR-SW
              MOVE RETURN-CODE   TO FXCV-CALLER-RC
              MOVE '1'           TO FXCV-FUNCTION
              MOVE WS-REVAL-DATE TO FXCV-DATE
              MOVE IDX-DVZ       TO FXCV-FROM-DVZ
              MOVE IDX-TUTAR     TO FXCV-AMOUNT-IN
              CALL 'FXCVRTN' USING FXCV-PARM
              IF FXCV-RC-OK OR FXCV-RC-NO-RATE
                 MOVE FXCV-AMOUNT-OUT TO WS-CURR-RPT-TUTAR
              ELSE
                 MOVE 'Y' TO WS-FX-ERR-SW
                 DISPLAY 'REVALUATION OVERFLOW: '
                         IDX-ID ' ' IDX-DVZ
                         ', FXCVRTN RC: ' FXCV-RETURN-CODE
              END-IF
              IF WS-FX-SIZE-ERROR
                 ADD 1 TO WS-OVFL-COUNT
              ELSE
      * WRITE-GL-POSTING-FILE dvz birikimlerini H/D/C/T zarfina
      * doker: kazanc alacak ('C'), kayip borc ('D'), TRY
      * dengeleyici karsi kayit farki kapatir, trailer borc/alacak
      * toplamlarini tasir (SORTREP6'nin zarf kurgusu). Hesaplar
      * GLMAP'teki FXREVAL/'REVL' satirlarindan gelir: dvz satiri
      * dvz pozisyon hesabini, 949 satiri karsi kaydin kur farki
      * gider (borc) ve gelir (alacak) hesaplarini verir.
      *----
       WRITE-GL-POSTING-FILE.
           MOVE SPACES TO GL-HDR-REC
                 MOVE 'C' TO GLD-DRCR
                 ADD CT-GAINLOSS(CT-IDX) TO WS-GL-CR-TOTAL
              END-IF
              PERFORM SET-GL-ACCOUNT
              WRITE GL-DTL-REC
              ADD 1 TO WS-GL-RECS
           END-PERFORM
              MOVE WS-GL-NET TO GLD-AMOUNT GLD-RPT-AMOUNT
              ADD WS-GL-NET TO WS-GL-DR-TOTAL
           END-IF
           PERFORM SET-GL-ACCOUNT
           WRITE GL-DTL-REC
           ADD 1 TO WS-GL-RECS
           MOVE SPACES TO GL-TRL-REC
           MOVE WS-GL-RECS     TO GLT-COUNT
           MOVE WS-GL-DR-TOTAL TO GLT-DR-TOTAL
           MOVE WS-GL-CR-TOTAL TO GLT-CR-TOTAL
           WRITE GL-TRL-REC
           MOVE '9' TO GLAC-FUNCTION
           CALL 'GLACCT' USING GLAC-PARM.
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
           MOVE 'FXREVAL'  TO GLAC-SOURCE
           MOVE 'REVL'     TO GLAC-POSTTYPE
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
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
               CLOSE SNPSRT-FILE
               CLOSE GL-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
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
              MOVE WS-REVAL-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
