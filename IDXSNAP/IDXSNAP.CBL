      *   - SNAPOUT: bu ayin tarihli fotograf dosyasi (JCL'de GDG),
      *   - SNAPHIST: birikimli fotograf gecmisi (EXTEND); SNAPTRND
      *     ay-uzeri-ay kiyaslamayi buradan uretir.
      * Kurlar SORTREP6 ile ayni cevirim yardimcisindan (FXCVRTN),
      * fotograf gunu icin gecerli FXMASTER satirlarindan alinir.
      * PARM='YYYYMMDD' -> fotograf gunu, varsayilan sistem tarihi.
      * Master kayitlari canli IDX-FILE yerine gece master
      * ozetinden (IDXXTR, bkz. IDXXREC.CPY) okunur; ozet IDXXCHK
      * ile dogrulanmadan hicbir kayit islenmez (RC 97).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IDXX-FILE IDXEXTR'in urettigi gece master ozetidir (bkz.
      * IDXXREC.CPY); canli IDX-FILE'in yerine sirali okunur. Durum
      * alani master'dan kalma IDX-ST adini tasir.
           SELECT IDXX-FILE  ASSIGN TO  IDXXTR
                             STATUS     IDX-ST.
           SELECT SNAP-FILE  ASSIGN TO  SNAPOUT
                             STATUS     SNAP-ST.
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * SNAP-FILE bu ayin tarihli fotografidir (bkz. SNAPREC.CPY).
       FD  SNAP-FILE RECORDING MODE F.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 SNAP-ST           PIC 9(02).
              88 SNAP-SUCCESS   VALUE 00 97.
           05 HIST-ST           PIC 9(02).
      *----
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE     PIC X(01) VALUE 'N'.
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya fotograf yazilmaz.
           COPY PRDCPARM.
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar fotograf gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
       01  WS-SNAP-COUNT        PIC 9(07) VALUE ZERO.
      * ALINMAYAN kayit sayisidir; sifir degilse calistirma RC 04
      * ile biter (FEECALC'teki tasma kurgusu).
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
      * IDX-REC ozetten okunan detayin master duzenindeki kopyasidir
      * (bkz. IDXREC.CPY); kayit isleyen paragraflar degismemistir.
           COPY IDXREC.
      * IDXX-PARM gece master ozeti dogrulayicisinin (IDXXCHK)
      * arayuzudur (bkz. IDXXPARM.CPY).
           COPY IDXXPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen fotograf
      * gununu tasir.
              GOBACK
           END-IF.
       VERIFY-RUN-CONTROL-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN fotograf gununun muhasebe donemini
      * PRDCHK ile dogrulatir: ay kapanmissa (kayitli yeniden
      * acma yoksa) ya da donem kontrolu okunamazsa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * VERIFY-RUN-CONTROL'den sonra calisir; ayrica PERFORM
      * edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE 'IDXSNAP'        TO PRDC-PROGRAM
           MOVE WS-SNAP-DATE     TO PRDC-DATE
           CALL 'PRDCHK' USING PRDC-PARM
           IF NOT PRDC-RC-OK
              DISPLAY 'PERIOD CONTROL REFUSED DATE ' WS-SNAP-DATE
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
      * VERIFY-EXTRACT gece master ozetini acmadan once IDXXCHK
      * ile dogrulatir: baska bir gunun ozeti ya da eksik/bozuk
      * bir ozet ile hicbir dosyaya dokunulmadan RC 97 ile
      * cikilir. Dogal sirada VERIFY-PERIOD-OPEN'dan sonra
      * calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-EXTRACT.
           INITIALIZE IDXX-PARM
           MOVE '1'           TO IDXX-FUNCTION
           MOVE 'IDXSNAP'     TO IDXX-PROGRAM
           MOVE WS-SNAP-DATE  TO IDXX-RUN-DATE
           MOVE RETURN-CODE   TO IDXX-CALLER-RC
           CALL 'IDXXCHK' USING IDXX-PARM
           IF NOT IDXX-RC-OK
              DISPLAY 'MASTER EXTRACT REFUSED, IDXXCHK RC: '
                      IDXX-RETURN-CODE
              MOVE 97 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
       VERIFY-EXTRACT-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           OPEN INPUT  IDXX-FILE
           OPEN OUTPUT SNAP-FILE
           OPEN EXTEND HIST-FILE
           IF (NOT IDX-SUCCESS OR NOT SNAP-SUCCESS
                                OR NOT HIST-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'SNAP-ST: '   SNAP-ST
              DISPLAY 'HIST-ST: '   HIST-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM VERIFY-FX-RATES
           PERFORM SNAPSHOT-ALL-RECORDS
           DISPLAY 'IDXSNAP RECORDS WRITTEN: ' WS-SNAP-COUNT
                   ' FOR ' WS-SNAP-DATE
      * tasma (RC 04) dahil master'in tamami gezilmistir; fotograf
      * gunu tamamlanmis isaretlenir ki ikinci bir calistirma
      * SNAPHIST'i cogaltmasin
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF WS-OVFL-COUNT > ZERO
              DISPLAY 'IDXSNAP RECORDS NOT SNAPPED (FX OVERFLOW): '
                      WS-OVFL-COUNT
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
           END-IF.
       MARK-RUN-COMPLETE-EXIT. EXIT.
      *----
      * VERIFY-FX-RATES fotograf gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa fotograf yazilmadan cikilir.
      *----
       VERIFY-FX-RATES.
           INITIALIZE FXCV-PARM
           MOVE '3'         TO FXCV-FUNCTION
           MOVE WS-SNAP-DATE TO FXCV-DATE
           MOVE 949         TO FXCV-FROM-DVZ
           CALL 'FXCVRTN' USING FXCV-PARM
           EVALUATE TRUE
              WHEN FXCV-RC-NO-RATES
                 DISPLAY 'NO FX RATES IN FORCE FOR SNAP DATE: '
                         WS-SNAP-DATE
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
       SNAPSHOT-ALL-RECORDS.
           PERFORM READ-IDX-RECORD
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       SNAPSHOT-ALL-RECORDS-EXIT. EXIT.
      *----
      * READ-IDX-RECORD ozetten bir DETAY kaydi okur ve IDX-REC'e
      * acar; zarf kayitlari (H/T) atlanir.
      *----
       READ-IDX-RECORD.
           READ IDXX-FILE
           PERFORM UNTIL NOT IDX-SUCCESS OR IDXX-DETAIL
              READ IDXX-FILE
           END-PERFORM
           IF IDX-SUCCESS
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * WRITE-ONE-SNAPSHOT kaydin fotograf satirini kurar, TRY
      * karsiligini hesaplar ve hem tarihli fotografa hem gecmise
      * yazar. Kuru olmayan dvz icin oran 1 kabul edilir
      * (FXCVRTN RC 04). Cevirimde tasma
      * olan kayit fotografa YAZILMAZ (uydurma bir sifir TRY degeri
      * gecmise gercekmis gibi gecmesin); sayilir, SYSOUT'a
      * bildirilir ve calistirma RC 04 ile biter.
      *----
       WRITE-ONE-SNAPSHOT.
           MOVE 'N' TO WS-FX-ERR-SW
           INITIALIZE SNP-REC
           MOVE WS-SNAP-DATE TO SNP-DATE
           MOVE IDX-ID       TO SNP-ID
           MOVE IDX-DVZ      TO SNP-DVZ
           MOVE IDX-TUTAR    TO SNP-TUTAR
           MOVE RETURN-CODE  TO FXCV-CALLER-RC
           MOVE '1'          TO FXCV-FUNCTION
           MOVE WS-SNAP-DATE TO FXCV-DATE
           MOVE IDX-DVZ      TO FXCV-FROM-DVZ
           MOVE IDX-TUTAR    TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              COMPUTE SNP-RPT-TUTAR = FXCV-AMOUNT-OUT
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-FX-ERR-SW
              END-COMPUTE
           ELSE
              MOVE 'Y' TO WS-FX-ERR-SW
           END-IF
           IF WS-FX-SIZE-ERROR
              DISPLAY 'SNAPSHOT FX OVERFLOW, NOT SNAPPED: '
                      SNP-ID ' ' SNP-DVZ
                      ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF
           IF WS-FX-SIZE-ERROR
              ADD 1 TO WS-OVFL-COUNT
           ELSE
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE SNAP-FILE
               CLOSE HIST-FILE
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
              MOVE WS-SNAP-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
