                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
      * IDXSEQ-FILE ayni master dataset'inin sirali gecis icin
      * acilan ikinci tanimidir (JCL'de IDXSEQ DD ayni DSN'i
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDXSEQ-KEY
                             ALTERNATE RECORD KEY IDXSEQ-FULLN
                                        WITH DUPLICATES
                             STATUS     IDXSEQ-ST.
      * MRG-FILE 'S' modunda anahtar sirasina dizilmis INP/devir
      * detaylarini tasiyan ara calisma dosyasidir.
           SELECT CSV-FILE   ASSIGN TO  CSVFILE
                             ORGANIZATION LINE SEQUENTIAL
                             STATUS     CSV-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      * EXCP-FILE dort programin paylastigi ortak exception
      * 'M' bakim calismasi baslamadan once calistirmayi veren
      * kullanici burada aranir. Dosya IDXINQR'in okudugu
      * OPA-USERID anahtarli VSAM'in kendisidir; batch taraf onu
      * sirali gecisle okur (CURR-FILE kurgusu).
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
           05 SPACE-X3       PIC X(02).
           05 PRINT-TUTAR    PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 SPACE-X6       PIC X(02).
      * PRINT-RPT-TUTAR PRINT-TUTAR'in FXCVRTN ile calisma gunu kuruyla
      * raporlama para birimine (TRY) cevrilmis halidir.
           05 PRINT-RPT-TUTAR PIC S9(13)V99 SIGN TRAILING SEPARATE.
      * PRINT-ALPHA dvz'nin referans dosyasindaki alfa kodudur
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
      * EXCP-FILE ortak exception dosyasidir (bkz. EXCPTREC.CPY).
       FD  EXCP-FILE RECORDING MODE F.
           COPY EXCPTREC.
       FD  ACT-FILE RECORDING MODE F.
           COPY ACTREC.
      *****
      * GL-FILE defter-i kebir posting arayuz dosyasidir (bkz.
      * GLPOREC.CPY): 'H' batch header, 'D' dvz basina posting
      * (borc), 'C' dengeleyici karsi kayit (alacak, TRY toplami),
      * 'T' batch trailer (kayit sayisi + borc/alacak toplamlari).
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
       WORKING-STORAGE SECTION.
      * DTCV-PARM PBEGT004'un CALL arayuzunde kullanilan ortak tarih
      * Eger STATUS belirtilen valuelardan degil ise FALSE olur.
      *----
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 PRT-ST            PIC 9(02).
              88 PRT-SUCCESS    VALUE 00 97.
              88 CSV-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-SUCCESS   VALUE 00 97.
           05 TRLH-ST           PIC 9(02).
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
      *----
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY). Raporlama para birimine (TRY, dvz=949)
      * cevirim kurlari calisma gunu (WS-RUN-DATE) icin FXMASTER'dan
      * oradan alinir; boylece eski bir is gunu o gunun kurlariyla
      * yeniden calistirilabilir ve tum raporlar ayni kuru kullanir.
      *----
           COPY FXCVPARM.
      * WS-RUN-DATE raporun uretildigi is gunudur; PARM ile gecmis
      * bir gun verilebilir, verilmezse sistem tarihi kullanilir.
       01  WS-RUN-DATE           PIC 9(08).
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE      PIC X(01) VALUE 'N'.
       01  WS-RUNC-NAME          PIC X(08) VALUE 'SORTREP6'.
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir ayin is gunu ile bakim ya
      * da GL posting yapilmaz.
           COPY PRDCPARM.
      *----
      * WS-SUBMIT-USER 'M' bakim calistirmasini veren kullanicinin
      * kimligidir (PARM ile gelir); yetki kontrolunde aranir,
      *----
      * WNDW-PARM WNDWCTL bakim penceresi bekcisinin CALL
      * arayuzudur (bkz. WNDWPARM.CPY); 'M' bakim calismasi online
      * guncelleme ucustayken baslamaz, pencere acikken PNDAPPR
      * online onay vermez.
      *----
           COPY WNDWPARM.
       01  WS-AUTH-SW            PIC X(01) VALUE 'N'.
      * sayisidir, AUDIT-FILE'a yazilan satirda kullanilir.
       01  WS-MAINT-COUNT        PIC 9(07) VALUE ZERO.
      *----
      * HLDC-PARM HOLDCHK bloke sorgusunun CALL arayuzudur (bkz.
      * HOLDPARM.CPY). Bakim bakiyeyi dusuren bir degisikligi
      * hesabin gecerli bloke toplaminin altina indiremez; gecerli
      * blokesi olan hesap silinemez. HOLDCHK RC 16 donerse
      * degisiklik guvenli tarafta kalmak icin reddedilir.
      * WS-HOLD-REFUSE-COUNT reddedilenlerin sayisidir (RC 04).
      *----
           COPY HOLDPARM.
       01  WS-OLD-TUTAR          PIC S9(13)V99.
       01  WS-HOLD-REFUSE-SW     PIC X(01) VALUE 'N'.
           88 WS-HOLD-REFUSED    VALUE 'Y'.
       01  WS-HOLD-REFUSE-COUNT  PIC 9(07) VALUE ZERO.
      *----
      * WS-BKUP-PARM bakim calismasi basinda IDXBKUP'a gecirilen
      * unload parametresidir; WS-BKUP-ERR-SW yedek alinamadiginda
      * bakimin hic baslamamasini saglar.
       01  WS-BKUP-ERR-SW        PIC X(01) VALUE 'N'.
           88 WS-BKUP-FAILED     VALUE 'Y'.
      *----
      * Jurnal alanlari: WS-JRNL-SEQ jurnalin kesintisiz sirasi,
      * goruntu alanlari ise uygulanan transaction'in oncesi/sonrasi
      * IDX-REC kopyalaridir.
      *----
      * WS kopyalarina alinir (AT END sonrasi FD alani tanimsizdir).
      * Zarf bozuksa calisma su kodlarla durur:
      *   91 header/trailer eksik, 92 dosya tarihi yanlis,
      *   93 adet uyusmazligi, 94 hash uyusmazligi,
      *   95 musteri numarasi aralik dosyasi okunamadi (kontrol
      *      hanesi dogrulanamaz).
      *----
       01  WS-ENV-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88 WS-ENV-HDR-SEEN    VALUE 'Y'.
       01  WS-ENV-TRL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-ENV-HASH           PIC 9(13) VALUE ZERO.
       01  WS-ENV-TRL-HASH       PIC 9(13) VALUE ZERO.
      *----
      * Musteri numarasi kontrol hanesi (bkz. CNOPARM.CPY). Zarf
      * dogrulamasi her detayin INP-ID'sini CNOALLOC '2' ile
      * dogrulatir; aralik icinde kontrol hanesi tutmayan detay
      * isleme alinmaz, 'CHECK DIGIT FAILED' sebebiyle REJ-FILE'a
      * yazilir ve devredilmez (yanlis numara hicbir gece
      * eslesmez). WS-ENV-CKD-COUNT zarftaki bu detaylarin
      * adedidir.
      *----
           COPY CNOPARM.
       01  WS-ENV-CKD-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CKD-FAIL-SW        PIC X(01) VALUE 'N'.
           88 WS-CKD-FAIL        VALUE 'Y'.
      * WS-CURR-ID/WS-CURR-DVZ islenmekte olan transaction'in
      * anahtaridir. Red/istisna paragraflar anahtari INP-FILE'in
      * kayit alanindan degil buradan okur; 'S' modunda INP-FILE
      * alacak TRY toplamlaridir; trailer'da dengeleme icin yazilir.
       01  WS-GL-DR-TOTAL        PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL        PIC S9(15)V99 VALUE ZERO.
      * GLAC-PARM GL hesap eslestirme yardimcisinin (GLACCT)
      * arayuzudur (bkz. GLACPARM.CPY); WS-GL-UNMAPPED hesabi
      * bulunamayan posting kaydi sayisidir.
           COPY GLACPARM.
       01  WS-GL-UNMAPPED        PIC 9(05) VALUE ZERO.
       01  WS-JRNL-SEQ           PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE       PIC X(47).
       01  WS-AFTER-IMAGE        PIC X(47).
      * dahildir ama WS-MATCH-COUNT/WS-REJECT-COUNT'a hic girmez, bu
      * yuzden reconciliation'da ayrica gosterilmeleri gerekir.
       01  WS-SKIP-COUNT         PIC 9(07) VALUE ZERO.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='xy' ile gelen calisma zamani
      * parametresini tasir (geleneksel PARM-LEN/PARM-DATA duzeni).
           END-IF.
       VERIFY-RUN-CONTROL-EXIT. EXIT.
      *----
      * VERIFY-PERIOD-OPEN is gununun muhasebe donemini PRDCHK ile
      * dogrulatir: ay kapanmissa (kayitli yeniden acma yoksa) ya
      * da donem kontrolu okunamazsa hicbir dosyaya dokunulmadan
      * RC 12 ile cikilir. Dogal sirada VERIFY-RUN-CONTROL'den sonra
      * calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-PERIOD-OPEN.
           INITIALIZE PRDC-PARM
           MOVE '1'              TO PRDC-FUNCTION
           MOVE WS-RUNC-NAME     TO PRDC-PROGRAM
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
      * PROGRAM-CONTROL calisma seklini belirler ve akisi ona gore
      * raporlama moduna veya IDX-FILE bakim moduna yonlendirir.
      * GET-RUNTIME-PARM PROCEDURE DIVISION altindaki ilk paragraf
              WHEN RUN-MODE-MERGE
                 PERFORM FILE-OPEN
                 PERFORM FILE-OPEN-CONTROL
                 PERFORM VERIFY-FX-RATES
                 PERFORM LOAD-CURRENCY-TABLE
                 PERFORM VALIDATE-ENVELOPE
                 PERFORM CHECK-DUPLICATE-KEYS
              WHEN OTHER
                 PERFORM FILE-OPEN
                 PERFORM FILE-OPEN-CONTROL
                 PERFORM VERIFY-FX-RATES
                 PERFORM LOAD-CURRENCY-TABLE
                 PERFORM VALIDATE-ENVELOPE
                 PERFORM CHECK-DUPLICATE-KEYS
      *----
       FILE-OPEN.
           OPEN INPUT IDX-FILE
           OPEN INPUT CURR-FILE
           OPEN OUTPUT PRINT-LINE
           OPEN OUTPUT REJ-FILE
       FILE-OPEN-CONTROL.
           IF (NOT PRT-SUCCESS OR NOT IDX-SUCCESS OR NOT REJ-SUCCESS
                                OR NOT CSV-SUCCESS
                                OR NOT RCYO-SUCCESS
                                OR NOT AGED-SUCCESS
                                OR NOT CURR-SUCCESS)
             DISPLAY 'IDX-ST: ' IDX-ST
             DISPLAY 'REJ-ST: ' REJ-ST
             DISPLAY 'CSV-ST: ' CSV-ST
             DISPLAY 'RCYO-ST: ' RCYO-ST
             DISPLAY 'AGED-ST: ' AGED-ST
             DISPLAY 'CURR-ST: ' CURR-ST
             PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES calisma gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa rapor basilmadan cikilir.
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
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur; eksik/yanlis cevirimle
                    MOVE IHD-EXP-COUNT TO WS-ENV-EXP-COUNT
                 WHEN INP-DETAIL
                    ADD 1 TO WS-ENV-ACT-COUNT
                    PERFORM CHECK-INP-CUSTOMER-NUMBER
                    IF WS-CKD-FAIL
                       ADD 1 TO WS-ENV-CKD-COUNT
                    END-IF
                    COMPUTE WS-ENV-HASH =
                            FUNCTION MOD(WS-ENV-HASH + INP-ID,
                                         10000000000000)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-ENV-CKD-COUNT > ZERO
              DISPLAY 'ENVELOPE CHECK DIGIT FAILURES: '
                      WS-ENV-CKD-COUNT ' - DETAILS REJECTED'
           END-IF
           IF RETURN-CODE = 91 OR 92 OR 93 OR 94
              MOVE SPACES TO WS-EXCP-KEY
              MOVE 'ENVELOPE'  TO WS-EXCP-KEY(1:8)
              PERFORM PROGRAM-EXIT
           END-IF.
       JUDGE-ENVELOPE-EXIT. EXIT.
      *----
      * CHECK-INP-CUSTOMER-NUMBER detayin INP-ID'sini CNOALLOC '2'
      * ile dogrulatir. Aralik dosyasi okunamazsa hicbir numara
      * dogrulanamaz; calisma RC 95 ile durur.
      *----
       CHECK-INP-CUSTOMER-NUMBER.
           MOVE 'N' TO WS-CKD-FAIL-SW
           INITIALIZE CNOC-PARM
           MOVE '2'    TO CNOC-FUNCTION
           MOVE INP-ID TO CNOC-IDXID
           CALL 'CNOALLOC' USING CNOC-PARM
           IF CNOC-RC-FILE-ERROR
              DISPLAY 'CNORANGE UNREADABLE, CHECK DIGIT NOT VERIFIED'
              MOVE 95 TO RETURN-CODE
              MOVE 'Y' TO EXIT-FLAG
              PERFORM PROGRAM-EXIT
           END-IF
           IF CNOC-ID-INVALID
              MOVE 'Y' TO WS-CKD-FAIL-SW
           END-IF.
       CHECK-INP-CUSTOMER-NUMBER-EXIT. EXIT.
      *----
      * WRITE-CHECK-DIGIT-REJECT kontrol hanesi tutmayan detayi
      * sayac sifir ile REJ-FILE'a yazar (devir yok) ve ortak
      * exception dosyasina isler.
      *----
       WRITE-CHECK-DIGIT-REJECT.
           MOVE INP-ID  TO REJ-ID
           MOVE INP-DVZ TO REJ-DVZ
           MOVE 'CHECK DIGIT FAILED' TO REJ-REASON
           MOVE SPACES  TO SPACE-X4 SPACE-X5 SPACE-X7
                           SPACE-X13
           MOVE ZERO    TO REJ-CYCLE
           MOVE INP-SOURCE TO REJ-SOURCE
           WRITE REJ-REC
           ADD 1 TO WS-REJECT-COUNT
           INITIALIZE REJ-REC
           DISPLAY 'CHECK DIGIT FAILED: ' INP-ID INP-DVZ
           MOVE SPACES  TO WS-EXCP-KEY
           MOVE INP-ID  TO WS-EXCP-ID-D
           MOVE INP-DVZ TO WS-EXCP-DVZ-D
           MOVE WS-EXCP-ID-D  TO WS-EXCP-KEY(1:5)
           MOVE '/'           TO WS-EXCP-KEY(6:1)
           MOVE WS-EXCP-DVZ-D TO WS-EXCP-KEY(7:3)
           MOVE 'CKDG' TO WS-EXCP-REASON
           MOVE 'E'    TO WS-EXCP-SEV
           PERFORM WRITE-EXCEPTION-LOG.
       WRITE-CHECK-DIGIT-REJECT-EXIT. EXIT.
      *-------
      * CHECK-DUPLICATE-KEYS lookup dongusu baslamadan once INP-FILE'i
      * ID/DVZ'e gore sirlayip ardisik kayitlari karsilastirarak
           END-EVALUATE
           PERFORM DISPLAY-RECONCILIATION
           MOVE 'Y' TO EXIT-FLAG
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF WS-GL-UNMAPPED > ZERO
              DISPLAY 'GL POSTINGS WITHOUT ACCOUNT: ' WS-GL-UNMAPPED
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           PERFORM PROGRAM-EXIT.
       READ-NEXT-RECORD-END. EXIT.
      *----
              IF WS-RESTART-PENDING
                 PERFORM SKIP-TO-RESTART-POINT
              ELSE
                 PERFORM CHECK-INP-CUSTOMER-NUMBER
                 PERFORM CHECK-RECYCLED-DUPLICATE
                 EVALUATE TRUE
                    WHEN WS-CKD-FAIL
                       PERFORM WRITE-CHECK-DIGIT-REJECT
                    WHEN WS-RCY-DUP
                       MOVE INP-ID  TO REJ-ID
                       MOVE INP-DVZ TO REJ-DVZ
      * devirden zaten islenen anahtarin INP kopyasi dusurulur;
      * sebep koddan ayirt edilebilir olmalidir cunku PROOFBAL
      * yalnizca bilgilendirme amacli cycle-00 DUPLICATE TRANSACTION
      * satirlarini denklemin disinda tutar, bu satir ise dusen
      * kaydin tek izidir
                       MOVE 'DUPLICATE OF RECYCLE' TO REJ-REASON
                       MOVE SPACES  TO SPACE-X4 SPACE-X5 SPACE-X7
                                       SPACE-X13
                       MOVE ZERO    TO REJ-CYCLE
                       MOVE INP-SOURCE TO REJ-SOURCE
                       WRITE REJ-REC
                       ADD 1 TO WS-REJECT-COUNT
                       INITIALIZE REJ-REC
                    WHEN OTHER
                       PERFORM READ-IDX-FIND-KEY
                 END-EVALUATE
                 ADD 1 TO WS-RECS-SINCE-CHKPT
                 IF WS-RECS-SINCE-CHKPT >= WS-CHKPT-INTERVAL
                    PERFORM WRITE-CHECKPOINT
           PERFORM UNTIL INP-EOF
              IF INP-DETAIL
                 ADD 1 TO WS-READ-COUNT
                 PERFORM CHECK-INP-CUSTOMER-NUMBER
                 PERFORM CHECK-RECYCLED-DUPLICATE
                 EVALUATE TRUE
                    WHEN WS-CKD-FAIL
                       PERFORM WRITE-CHECK-DIGIT-REJECT
                    WHEN WS-RCY-DUP
                       MOVE INP-ID  TO REJ-ID
                       MOVE INP-DVZ TO REJ-DVZ
      * devirden zaten islenen anahtarin INP kopyasi dusurulur;
      * sebep koddan ayirt edilebilir olmalidir cunku PROOFBAL
      * yalnizca bilgilendirme amacli cycle-00 DUPLICATE TRANSACTION
      * satirlarini denklemin disinda tutar, bu satir ise dusen
      * kaydin tek izidir
                       MOVE 'DUPLICATE OF RECYCLE' TO REJ-REASON
                       MOVE SPACES  TO SPACE-X4 SPACE-X5 SPACE-X7
                                       SPACE-X13
                       MOVE ZERO    TO REJ-CYCLE
                       MOVE INP-SOURCE TO REJ-SOURCE
                       WRITE REJ-REC
                       ADD 1 TO WS-REJECT-COUNT
                       INITIALIZE REJ-REC
                    WHEN OTHER
                       MOVE INP-ID     TO MS-ID
                       MOVE INP-DVZ    TO MS-DVZ
                       MOVE ZERO       TO MS-CYCLE
                       MOVE INP-SOURCE TO MS-SOURCE
                       RELEASE MRG-SORT-REC
                 END-EVALUATE
              END-IF
              PERFORM READ-ENVELOPE-RECORD
           END-PERFORM
           WRITE CSV-REC.
       WRITE-DELIMITED-RECORD-EXIT. EXIT.
      *----
      * CONVERT-TO-REPORTING-CURRENCY PRINT-TUTAR'i calisma gunu
      * kuruyla FXCVRTN uzerinden PRINT-RPT-TUTAR'a TRY olarak
      * cevirir. Kuru olmayan bir dvz icin cevirim orani 1 kabul
      * edilir ve durum SYSOUT'a bildirilir (FXCVRTN RC 04).
      *----
       CONVERT-TO-REPORTING-CURRENCY.
           MOVE 'N' TO WS-FX-ERR-SW
           MOVE RETURN-CODE TO FXCV-CALLER-RC
           MOVE '1'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE PRINT-DVZ   TO FXCV-FROM-DVZ
           MOVE PRINT-TUTAR TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              COMPUTE PRINT-RPT-TUTAR = FXCV-AMOUNT-OUT
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-FX-ERR-SW
              END-COMPUTE
           ELSE
              MOVE 'Y' TO WS-FX-ERR-SW
           END-IF
           IF WS-FX-SIZE-ERROR
              DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                      PRINT-DVZ ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF.
       CONVERT-TO-REPORTING-CURRENCY-EXIT. EXIT.
      *----
      * ACCUMULATE-TOTALS PRINT-DVZ'e ait CT-TABLE satirini bulur,
      * TRY genel toplamini tasiyan dengeleyici alacak kaydi ve
      * kayit sayisi/borc/alacak toplamlarini tasiyan batch trailer.
      * Muhasebe sistemi trailer ile dosyanin butunlugunu dogrular.
      * Hesaplar GLMAP'teki SORTREP6/'TOTL' satirlarindan gelir
      * (dvz satirlari borc, 949 satiri karsi kaydin alacak hesabi).
      * GLPOST DD saglanmamissa yazim sessizce atlanir.
      *----
       WRITE-GL-POSTING-FILE.
                 MOVE CT-COUNT(CT-IDX)   TO GLD-COUNT
                 MOVE CT-SUM(CT-IDX)     TO GLD-AMOUNT
                 MOVE CT-RPT-SUM(CT-IDX) TO GLD-RPT-AMOUNT
                 PERFORM SET-GL-ACCOUNT
                 WRITE GL-DTL-REC
                 ADD CT-RPT-SUM(CT-IDX)  TO WS-GL-DR-TOTAL
              END-PERFORM
              MOVE ZERO            TO GLD-COUNT
              MOVE WS-GL-DR-TOTAL  TO GLD-AMOUNT
              MOVE WS-GL-DR-TOTAL  TO GLD-RPT-AMOUNT
              PERFORM SET-GL-ACCOUNT
              WRITE GL-DTL-REC
              MOVE WS-GL-DR-TOTAL  TO WS-GL-CR-TOTAL
              MOVE SPACES TO GL-TRL-REC
              MOVE WS-GL-CR-TOTAL TO GLT-CR-TOTAL
              WRITE GL-TRL-REC
              CLOSE GL-FILE
              MOVE '9' TO GLAC-FUNCTION
              CALL 'GLACCT' USING GLAC-PARM
           END-IF.
       WRITE-GL-POSTING-FILE-EXIT. EXIT.
      *----
      * SET-GL-ACCOUNT yazilacak posting kaydinin GL hesabini GLACCT
      * ile GLMAP'ten alir: borc kaydina borc hesabi, alacak kaydina
      * alacak hesabi. Eslestirme yoksa kayit hesapsiz yazilir ve
      * SYSOUT'a bildirilir; calistirma RC 04 ile biter.
      *----
       SET-GL-ACCOUNT.
           MOVE '1'        TO GLAC-FUNCTION
           MOVE 'SORTREP6' TO GLAC-SOURCE
           MOVE 'TOTL'     TO GLAC-POSTTYPE
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
      * MAINTENANCE-RUN MAINT-FILE'daki her transaction icin IDX-FILE
      * uzerinde ekleme/degistirme/silme islemini uygular. Islemeye
      * baslamadan once IDXBKUP ile otomatik yedek alinir; yedek
           END-IF
           OPEN I-O   IDX-FILE
           OPEN INPUT MAINT-FILE
      * jurnal sirasi ve zincir ozeti dosyanin son satirindan
      * devam eder (bkz. CHNPARM.CPY)
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'J' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           MOVE CHN-LAST-SEQ TO WS-JRNL-SEQ
           OPEN EXTEND JRNL-FILE
           IF (NOT IDX-SUCCESS OR NOT MAINT-SUCCESS
                                OR NOT JRNL-SUCCESS)
              DISPLAY 'IDX-ST: '   IDX-ST
              DISPLAY 'MAINT-ST: ' MAINT-ST
              DISPLAY 'JRNL-ST: '  JRNL-ST
              MOVE 99 TO WS-SAVE-RC
           ELSE
              PERFORM READ-MAINT-RECORD
              PERFORM UNTIL MAINT-EOF
                 ADD 1 TO WS-MAINT-COUNT
                 PERFORM READ-MAINT-RECORD
              END-PERFORM
              PERFORM MARK-RUN-COMPLETE
              IF WS-HOLD-REFUSE-COUNT > ZERO
                 DISPLAY 'MAINTENANCE REFUSED BY HOLDS: '
                         WS-HOLD-REFUSE-COUNT
                 MOVE 04 TO WS-SAVE-RC
              ELSE
                 MOVE 00 TO WS-SAVE-RC
              END-IF
           END-IF
           INITIALIZE HLDC-PARM
           MOVE '9' TO HLDC-FUNCTION
           CALL 'HOLDCHK' USING HLDC-PARM
           CLOSE IDX-FILE
           CLOSE MAINT-FILE
           CLOSE JRNL-FILE
           PERFORM CLOSE-MAINT-WINDOW
      * donus kodu bakim sonucundan gelir; yukaridaki kapanis
      * cagrilari onu ezmesin diye en son kurulur
           MOVE WS-SAVE-RC TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.
       MAINTENANCE-RUN-EXIT. EXIT.
                    NOT INVALID KEY
                       MOVE IDX-REC TO WS-BEFORE-IMAGE
                       MOVE 'Y'     TO WS-BEF-SW
                       MOVE IDX-TUTAR   TO WS-OLD-TUTAR
                       MOVE MAINT-FULLN TO IDX-FULLN
                       MOVE MAINT-JUL   TO IDX-JUL
                       PERFORM MOVE-SIGNED-AMOUNT
                       MOVE 'N' TO WS-HOLD-REFUSE-SW
                       IF IDX-TUTAR < WS-OLD-TUTAR
                          PERFORM CHECK-HELD-AMOUNT
                          IF HLDC-RC-FILE-ERROR
                             OR IDX-TUTAR < HLDC-HELD-AMOUNT
                             MOVE 'Y' TO WS-HOLD-REFUSE-SW
                          END-IF
                       END-IF
                       IF WS-HOLD-REFUSED
                          ADD 1 TO WS-HOLD-REFUSE-COUNT
                          DISPLAY 'CHANGE REFUSED, BELOW HELD AMOUNT: '
                                  IDX-KEY
                       ELSE
                          REWRITE IDX-REC
                             INVALID KEY
                                DISPLAY 'REWRITE FAILED: ' IDX-KEY
                             NOT INVALID KEY
                                MOVE IDX-REC TO WS-AFTER-IMAGE
                                MOVE 'Y'     TO WS-AFT-SW
                                PERFORM WRITE-JOURNAL-RECORD
                          END-REWRITE
                       END-IF
                 END-READ
              WHEN MAINT-DELETE
                 READ IDX-FILE KEY IS IDX-KEY
                    NOT INVALID KEY
                       MOVE IDX-REC TO WS-BEFORE-IMAGE
                       MOVE 'Y'     TO WS-BEF-SW
                       PERFORM CHECK-HELD-AMOUNT
                       IF HLDC-RC-FILE-ERROR
                          OR HLDC-HOLD-COUNT > ZERO
                          ADD 1 TO WS-HOLD-REFUSE-COUNT
                          DISPLAY 'DELETE REFUSED, ACTIVE HOLDS: '
                                  IDX-KEY
                       ELSE
                          DELETE IDX-FILE
                             INVALID KEY
                                DISPLAY 'DELETE FAILED: ' IDX-KEY
                             NOT INVALID KEY
                                PERFORM WRITE-JOURNAL-RECORD
                          END-DELETE
                       END-IF
                 END-READ
              WHEN OTHER
                 DISPLAY 'UNKNOWN MAINTENANCE FUNCTION: ' MAINT-FUNC
           END-EVALUATE.
       APPLY-TRANSACTION-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT hesabin calisma gunundeki gecerli bloke
      * toplamini ve adedini HOLDCHK ile alir.
      *----
       CHECK-HELD-AMOUNT.
           INITIALIZE HLDC-PARM
           MOVE '1'         TO HLDC-FUNCTION
           MOVE MAINT-ID    TO HLDC-ID
           MOVE MAINT-DVZ   TO HLDC-DVZ
           MOVE WS-RUN-DATE TO HLDC-DATE
           CALL 'HOLDCHK' USING HLDC-PARM.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
      * MOVE-SIGNED-AMOUNT transaction tutarini borc/alacak koduna
      * gore isaretleyerek master alanina tasir: 'D' borc negatif,
      * 'C' ya da bosluk alacak pozitiftir (MAINTEDT belirsiz
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
      * olarak hem de bir surucu programdan CALL ile calisabilir;
      * RETURN-CODE cagirana (ya da isletim sistemine) GOBACK ile
      * doner.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               CLOSE CSV-FILE
               CLOSE RCY-OUT-FILE
               CLOSE AGED-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE CNOC-PARM
               MOVE '9' TO CNOC-FUNCTION
               CALL 'CNOALLOC' USING CNOC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
               IF WS-EXCP-OPEN
                  CLOSE EXCP-FILE
               END-IF
      * saglanmamissa yazim sessizce atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              END-EVALUATE
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE WS-SUBMIT-USER    TO AUD-USERID
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
