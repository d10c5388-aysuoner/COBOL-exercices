      * Master'da karsiligi olmayan ya da hesapta tasma olan
      * satirlar uygulanmadan raporlanir ve calistirma RC 04 ile
      * biter. POSTRPT dvz basina adet/ucret/faiz posting ozetidir.
      * Ucret hesabin gecerli blokeleri (bkz. HOLDREC.CPY) disinda
      * kalan kullanilabilir bakiyeden alinir; bakiye yetmezse ucret
      * kismen uygulanir, tahsil edilemeyen kisim raporlanir ve
      * calistirma yine RC 04 ile biter.
      * Pozitif faizden WHTCALC ile stopaj kesilir (bkz. WHTPARM.CPY)
      * ve bakiyeye net faiz yazilir; her kesinti TAXLIAB'a (bkz.
      * WHTLREC.CPY) eklenir. Oran tablosunda dvz icin oran yoksa
      * brut faiz yazilir ve satir raporlanir; stopaj hesaplanamazsa
      * satir hic uygulanmaz. Iki durumda da RC 04 doner.
      * Uygulanan ucret ve faiz dvz basina GL arayuz dosyasina
      * (GLPOST, SORTREP6 ile ayni H/D/C/T zarfi, bkz. GLPOREC.CPY)
      * dengeli borc/alacak ciftleri olarak dokulur; hesaplar GLMAP
      * eslestirmesinden (bkz. GLMPREC.CPY) gelir, TRY karsiliklari
      * gunun kurlariyla FXCVRTN ile hesaplanir. Kesilen stopaj
      * TAXLIAB uzerinden WHTGL ile GL'e gider; burada ikinci kez
      * yazilmaz. Hesabi bulunamayan posting kaydi RC 04 verir.
      * Valoru kapanmis bir muhasebe donemine dusen satir (bkz.
      * PRDCPARM.CPY) uygulanmaz, raporlanir ve RC 04 verir.
      * Ilk satirdan once ve her 1000 satirda bir CHKPCTL kontrol
      * noktasi alinir (bkz. CHKPPARM.CPY); jurnal, TAXLIAB ve rapor
      * once kapatilip EXTEND acilarak diske yazdirilir. Abend
      * sonrasi yeniden calistirma son kontrol noktasindan sonra
      * devam eder: o noktadan sonra JRNFILE'a ACCRPOST adiyla
      * yazilmis posting'ler ACCRFILE satirlariyla sirayla
      * eslestirilir ve master'a ikinci kez uygulanmaz; toplamlari
      * jurnaldeki oncesi/sonrasi goruntuden kurulur, TAXLIAB'a
      * ulasmamis stopaj satiri yeniden yazilir. Kontrol noktasindan
      * sonra POSTRPT'ye zaten yazilmis rapor satirlari yeniden
      * yazilmaz. Rapor, GLPOST ve AUDITLOG toplamlari kaldigi
      * yerden surer. Abend'de degil
      * sistem coktugunde, son kontrol noktasindan sonra diske
      * yazilamamis jurnal satirlari taninamaz.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT RPT-FILE   ASSIGN TO  POSTRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL WHT-FILE ASSIGN TO  TAXLIAB
                             STATUS     WHT-ST.
           SELECT OPTIONAL GL-FILE ASSIGN TO  GLPOST
                             STATUS     GL-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * WHT-FILE stopaj yukumluluk dosyasidir (bkz. WHTLREC.CPY).
       FD  WHT-FILE RECORDING MODE F.
           COPY WHTLREC.
      *****
      * GL-FILE defter-i kebir posting arayuz dosyasidir (bkz.
      * GLPOREC.CPY). 'D' kayitlari dvz ve posting turu basina
      * borc ve alacak hesaplarina ayni tutari tasir; batch
      * kendiliginden dengelidir, 'C' kaydi sifir farki tasir.
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 ACCR-ST           PIC 9(02).
              88 ACCR-EOF       VALUE 10.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-EOF        VALUE 10.
              88 RPT-SUCCESS    VALUE 00 97.
           05 WHT-ST            PIC 9(02).
              88 WHT-EOF        VALUE 10.
              88 WHT-SUCCESS    VALUE 00 05 97.
           05 GL-ST             PIC 9(02).
              88 GL-SUCCESS     VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
              10 CT-COUNT       PIC 9(07).
              10 CT-FEE-SUM     PIC S9(13)V99.
              10 CT-INT-SUM     PIC S9(13)V99.
              10 CT-TAX-SUM     PIC S9(13)V99.
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-POST-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-POST-OVERFLOW  VALUE 'Y'.
      *----
      * HLDC-PARM HOLDCHK bloke sorgusunun CALL arayuzudur (bkz.
      * HOLDPARM.CPY). WS-APPLIED-FEE bakiyeden gercekten dusulen
      * ucrettir; WS-FEE-ROOM blokeler sonrasi ucrete kalan paydir.
      * HOLDCHK RC 16 donerse ucret hic uygulanmaz.
      *----
           COPY HOLDPARM.
       01  WS-APPLIED-FEE       PIC S9(13)V99.
       01  WS-UNCOLL-FEE        PIC S9(13)V99.
       01  WS-FEE-ROOM          PIC S9(13)V99.
       01  WS-UNCOLL-TOTAL      PIC S9(13)V99 VALUE ZERO.
      *----
      * WHTC-PARM WHTCALC stopaj hesabinin CALL arayuzudur (bkz.
      * WHTPARM.CPY). WS-NET-INT bakiyeye yazilan faiz, WS-TAX-AMT
      * kesilen stopajdir; stopaj hesaplanamazsa WS-WHT-ERR-SW
      * satirin uygulanmasini engeller.
      *----
           COPY WHTPARM.
       01  WS-NET-INT           PIC S9(13)V99.
       01  WS-TAX-AMT           PIC S9(13)V99.
       01  WS-TAX-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-WHT-ERR-SW        PIC X(01) VALUE 'N'.
           88 WS-WHT-ERROR      VALUE 'Y'.
       01  WS-DAY-DATE          PIC 9(08).
      *----
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); satirin valoru kapanmis bir aya
      * dusuyorsa (kayitli yeniden acma yoksa) satir uygulanmaz.
      * PRDCHK RC 16 donerse satir guvenli tarafta kalmak icin
      * yine uygulanmaz.
      *----
           COPY PRDCPARM.
      *----
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); GL TRY karsiliklari gunun kuruyla
      * oradan hesaplanir.
      *----
           COPY FXCVPARM.
      *----
      * GL alanlari: WS-GL-POSTTYPE yazilan ciftin GLMAP posting
      * turu ('FEE ' ucret geliri, 'INT ' faiz gideri), WS-GL-AMOUNT
      * /WS-GL-RPT-AMOUNT ciftin dvz ve TRY tutaridir. Iki kayit
      * ayni TRY tutarini tasidigindan borc/alacak toplamlari
      * birebir tutar. GLAC-PARM GLACCT arayuzudur (bkz.
      * GLACPARM.CPY); WS-GL-UNMAPPED hesabi bulunamayan posting
      * kaydi sayisidir.
      *----
       01  WS-GL-POSTTYPE       PIC X(04).
       01  WS-GL-AMOUNT         PIC S9(15)V99.
       01  WS-GL-RPT-AMOUNT     PIC S9(15)V99.
       01  WS-GL-DR-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-REC-COUNT      PIC 9(07) VALUE ZERO.
           COPY GLACPARM.
       01  WS-GL-UNMAPPED       PIC 9(05) VALUE ZERO.
      *----
      * Jurnal alanlari: posting bakim calismasiyla ayni oncesi/
      * sonrasi goruntu duzeninde jurnallenir (fonksiyon 'C').
      *----
       01  WS-JRNL-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE      PIC X(47).
       01  WS-AFTER-IMAGE       PIC X(47).
      * JI-REC yeniden calistirmada okunan jurnal goruntulerinin
      * cozumlendigi calisma alanidir.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-POST-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NOKEY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PARTIAL-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-NORATE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-WHTERR-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-PRDC-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * CHKP-PARM paylasilan kontrol noktasi yardimcisinin (CHKPCTL)
      * arayuzudur (bkz. CHKPPARM.CPY). Ilk satirdan once ve her
      * WS-CHKPT-INTERVAL satirda bir, jurnal, TAXLIAB ve rapor
      * diske yazdirildiktan sonra son anahtar, okunan satir sayisi,
      * jurnal sirasi, TAXLIAB satir sayisi ve toplamlar commit
      * edilir (FEECALC kurgusu). Aradaki satirlar yeniden
      * calistirmada jurnalden taninir (bkz. LOAD-JOURNAL-TAIL).
      * Kontrol noktasi is gunu olarak tahakkuklarin valor gununu
      * (ilk satirin ACCR-VALDATE'i) kullanir; gece yarisini asan
      * yeniden calistirma da ayni kontrol noktasini bulur.
      * Kontrol dosyasi okunamaz ya da yazilamazsa hicbir satir
      * kontrol noktasiz uygulanmaz; calistirma RC 16 ile durur.
      *----
           COPY CHKPPARM.
       01  WS-CHKPT-INTERVAL    PIC 9(05) VALUE 01000.
       01  WS-RECS-SINCE-CHKPT  PIC 9(05) VALUE ZERO.
       01  WS-CHKPT-DATE        PIC 9(08) VALUE ZERO.
       01  WS-RESTART-SW        PIC X(01) VALUE 'N'.
           88 WS-RESTART-PENDING VALUE 'Y'.
       01  WS-RESTART-KEY.
           05 WS-RESTART-ID     PIC 9(05).
           05 WS-RESTART-DVZ    PIC 9(03).
           05 FILLER            PIC X(12).
       01  WS-CHKPT-KEY.
           05 WS-CHKPT-ID       PIC 9(05).
           05 WS-CHKPT-DVZ      PIC 9(03).
           05 FILLER            PIC X(12) VALUE SPACES.
       01  WS-CHKPT-RECS        PIC 9(09) VALUE ZERO.
       01  WS-RESTART-SKIPPED   PIC 9(09) VALUE ZERO.
      * WS-WHT-REC-COUNT TAXLIAB'daki satir sayisidir; acilista
      * sayilir, her yazilan stopaj satiriyla artar.
       01  WS-WHT-REC-COUNT     PIC 9(09) VALUE ZERO.
      * WS-RPT-LINES POSTRPT'ye yazilan (ya da yeniden calistirmada
      * yazilmis sayilan) satir sayisidir. WS-RPT-REPLAY yeniden
      * calistirmada son kontrol noktasindan sonra abend'den once
      * zaten yazilmis satir sayisidir; bu satirlar yeniden yazilmaz
      * (FEECALC kurgusu).
       01  WS-RPT-LINES         PIC 9(09) VALUE ZERO.
       01  WS-RPT-REPLAY        PIC 9(09) VALUE ZERO.
      *----
      * JT-TABLE son kontrol noktasindan sonra JRNFILE'a yazilmis
      * ACCRPOST posting'leridir, TT-TABLE ayni aralikta TAXLIAB'a
      * yazilmis stopaj satirlaridir. Bir aralikta en fazla
      * WS-CHKPT-INTERVAL satir uygulanabildiginden 1000 satir
      * yeter. WS-JT-NEXT/WS-TT-NEXT ACCRFILE sirasiyla eslesecek
      * siradaki satiri gosterir.
      *----
       01  JT-TABLE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-JT-NEXT           PIC 9(04) VALUE 1.
       01  WS-JT-UNMATCHED      PIC 9(04) VALUE ZERO.
       01  JT-TABLE.
           05 JT-ENTRY OCCURS 1000 TIMES.
              10 JT-ID             PIC 9(05).
              10 JT-DVZ            PIC 9(03).
              10 JT-BEFORE-TUTAR   PIC S9(13)V99.
              10 JT-AFTER-TUTAR    PIC S9(13)V99.
       01  TT-TABLE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-TT-NEXT           PIC 9(04) VALUE 1.
       01  TT-TABLE.
           05 TT-ENTRY OCCURS 1000 TIMES.
              10 TT-ID             PIC 9(05).
              10 TT-DVZ            PIC 9(03).
       01  WS-RECOVER-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-POSTED-SW         PIC X(01) VALUE 'N'.
           88 WS-ALREADY-POSTED VALUE 'Y'.
      * WS-CKPT-TOTALS kontrol noktasina yazilan toplamlarin bu
      * programdaki duzenidir (CHKP-TOTALS'in goruntusu).
       01  WS-CKPT-TOTALS.
           05 WS-CKT-POST-COUNT    PIC 9(07).
           05 WS-CKT-NOKEY-COUNT   PIC 9(07).
           05 WS-CKT-OVFL-COUNT    PIC 9(07).
           05 WS-CKT-PARTIAL-COUNT PIC 9(07).
           05 WS-CKT-NORATE-COUNT  PIC 9(07).
           05 WS-CKT-WHTERR-COUNT  PIC 9(07).
           05 WS-CKT-PRDC-COUNT    PIC 9(07).
           05 WS-CKT-UNCOLL-TOTAL  PIC S9(13)V99.
           05 WS-CKT-TAX-TOTAL     PIC S9(13)V99.
           05 WS-CKT-CT-COUNT      PIC 9(03).
           05 WS-CKT-CT-TABLE      PIC X(5500).
           05 WS-CKT-JRNL-SEQ      PIC 9(07).
           05 WS-CKT-WHT-COUNT     PIC 9(09).
           05 WS-CKT-RPT-LINES     PIC 9(09).
           05 FILLER               PIC X(393).
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAY-DATE
           PERFORM VERIFY-FX-RATES
           IF NOT WS-RESTART-PENDING
              PERFORM WRITE-REPORT-HEADING
           END-IF
           PERFORM POST-ALL-ACCRUALS
           PERFORM WRITE-GL-POSTING-FILE
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLEAR-CHECKPOINT
           IF WS-JT-UNMATCHED > ZERO
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-NOKEY-COUNT > ZERO OR WS-OVFL-COUNT > ZERO
                                       OR WS-PARTIAL-COUNT > ZERO
                                       OR WS-NORATE-COUNT > ZERO
                                       OR WS-WHTERR-COUNT > ZERO
                                       OR WS-GL-UNMAPPED > ZERO
                                       OR WS-PRDC-COUNT > ZERO
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * FILE-OPEN ilk tahakkuk satirini okuyup valor gununu alir ve
      * bu gunun kontrol noktasini arar; yeniden calistirmada rapor
      * silinmeden EXTEND acilir (jurnal ve TAXLIAB zaten EXTEND).
      * Jurnal ve TAXLIAB EXTEND acilmadan once yeniden calistirma
      * icin son kontrol noktasindan sonraki satirlari okunur.
      *----
       FILE-OPEN.
           OPEN INPUT  ACCR-FILE
           IF ACCR-SUCCESS
              PERFORM READ-ACCR-RECORD
              IF NOT ACCR-EOF
                 MOVE ACCR-VALDATE TO WS-CHKPT-DATE
                 PERFORM READ-RESTART-CHECKPOINT
              END-IF
           END-IF
           OPEN I-O    IDX-FILE
      * jurnal sirasi ve zincir ozeti dosyanin son satirindan
      * devam eder (bkz. CHNPARM.CPY)
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'J' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           MOVE CHN-LAST-SEQ TO WS-JRNL-SEQ
           IF WS-RESTART-PENDING
              PERFORM LOAD-JOURNAL-TAIL
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-RESTART-PENDING
              PERFORM COUNT-COMMITTED-REPORT
              OPEN EXTEND RPT-FILE
           ELSE
              OPEN OUTPUT RPT-FILE
           END-IF
           PERFORM COUNT-TAX-LIABILITY
           OPEN EXTEND WHT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF ((NOT ACCR-SUCCESS AND NOT ACCR-EOF)
                                 OR NOT IDX-SUCCESS
                                 OR NOT JRNL-SUCCESS
                                 OR NOT RPT-SUCCESS
                                 OR NOT WHT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCR-ST: ' ACCR-ST
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
      * VERIFY-FX-RATES gunun tarihi icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa tahakkuk uygulanmadan cikilir.
      *----
       VERIFY-FX-RATES.
           INITIALIZE FXCV-PARM
           MOVE '3'         TO FXCV-FUNCTION
           MOVE WS-DAY-DATE TO FXCV-DATE
           MOVE 949         TO FXCV-FROM-DVZ
           CALL 'FXCVRTN' USING FXCV-PARM
           EVALUATE TRUE
              WHEN FXCV-RC-NO-RATES
                 DISPLAY 'NO FX RATES IN FORCE FOR RUN DATE: '
                         WS-DAY-DATE
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
      * POST-ALL-ACCRUALS ilk satiri FILE-OPEN'da okunmus olarak
      * alir; yeniden calistirmada once commit edilmis satirlar
      * atlanir, ilk calistirmada ilk satirdan once sifir noktasinda
      * kontrol noktasi alinir ki ilk araliktaki bir abend de
      * yeniden calistirmada jurnalden kurtarilsin. Kontrol
      * noktasindan sonra jurnallenmis olup ACCRFILE'da karsiligi
      * bulunmayan posting kalirsa ACCRFILE degismistir; RC 16
      * verilir.
      *----
       POST-ALL-ACCRUALS.
           IF WS-RESTART-PENDING
              PERFORM SKIP-TO-RESTART-POINT
           ELSE
              IF NOT ACCR-EOF
                 MOVE ZERO TO WS-CHKPT-ID WS-CHKPT-DVZ WS-CHKPT-RECS
                 PERFORM WRITE-CHECKPOINT
              END-IF
           END-IF
           PERFORM UNTIL ACCR-EOF
              PERFORM POST-ONE-ACCRUAL
              ADD 1 TO WS-RECS-SINCE-CHKPT
              IF WS-RECS-SINCE-CHKPT >= WS-CHKPT-INTERVAL
                 MOVE ACCR-ID       TO WS-CHKPT-ID
                 MOVE ACCR-DVZ      TO WS-CHKPT-DVZ
                 MOVE WS-READ-COUNT TO WS-CHKPT-RECS
                 PERFORM WRITE-CHECKPOINT
              END-IF
              PERFORM READ-ACCR-RECORD
           END-PERFORM
           IF WS-RECOVER-COUNT > ZERO
              DISPLAY 'POSTINGS FOUND IN JOURNAL ON RESTART: '
                      WS-RECOVER-COUNT
           END-IF
           IF WS-JT-NEXT <= JT-TABLE-COUNT
              COMPUTE WS-JT-UNMATCHED = JT-TABLE-COUNT - WS-JT-NEXT + 1
              DISPLAY 'JOURNALED POSTINGS NOT FOUND IN ACCRFILE: '
                      WS-JT-UNMATCHED ' FIRST KEY: '
                      JT-ID(WS-JT-NEXT) ' ' JT-DVZ(WS-JT-NEXT)
           END-IF.
       POST-ALL-ACCRUALS-EXIT. EXIT.
      *----
      * SKIP-TO-RESTART-POINT kontrol noktasinda kayitli satir
      * sayisi kadar satiri master'a dokunmadan sirayla gecer;
      * bunlarin toplamlari kontrol noktasindan geri yuklenmistir.
      * ACCRFILE anahtar sirali degildir (FEECALC'in sirali
      * ciktisinin arkasina ODAGE kendi satirlarini ekler), bu
      * yuzden atlama anahtarla degil konumla yapilir. Atlanan son
      * satirin anahtari kontrol noktasindakiyle ya da atlanan
      * satir sayisi kayitli sayiyla tutmuyorsa ACCRFILE
      * degismistir; hicbir satir uygulanmadan RC 16 ile durulur.
      *----
       SKIP-TO-RESTART-POINT.
           MOVE ZERO TO WS-CHKPT-ID WS-CHKPT-DVZ
           PERFORM UNTIL ACCR-EOF
                      OR WS-READ-COUNT > CHKP-REC-COUNT
              MOVE ACCR-ID  TO WS-CHKPT-ID
              MOVE ACCR-DVZ TO WS-CHKPT-DVZ
              ADD 1 TO WS-RESTART-SKIPPED
              PERFORM READ-ACCR-RECORD
           END-PERFORM
           DISPLAY 'ACCRUALS SKIPPED ON RESTART: ' WS-RESTART-SKIPPED
           IF WS-RESTART-SKIPPED NOT = CHKP-REC-COUNT
              OR WS-CHKPT-KEY NOT = WS-RESTART-KEY
              DISPLAY 'ACCRFILE DOES NOT MATCH CHECKPOINT, '
                      'CHECKPOINT COUNT: ' CHKP-REC-COUNT
                      ' LAST KEY: ' WS-RESTART-ID ' ' WS-RESTART-DVZ
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       SKIP-TO-RESTART-POINT-EXIT. EXIT.
      *----
       READ-ACCR-RECORD.
           READ ACCR-FILE
           END-READ.
       READ-ACCR-RECORD-EXIT. EXIT.
      *----
      * POST-ONE-ACCRUAL once satirin valorunun muhasebe donemini
      * dogrular, sonra tahakkuk anahtariyla master'i okur ve
      * bakiyeyi gunceller. Kapanmis doneme valorlu satir ve
      * master'da karsiligi olmayan anahtar (arsivlenmis ya da
      * silinmis hesap) uygulanmadan raporlanir.
      *----
       POST-ONE-ACCRUAL.
           PERFORM CHECK-VALUE-DATE-PERIOD
           IF NOT PRDC-RC-OK
              ADD 1 TO WS-PRDC-COUNT
              PERFORM WRITE-PERIOD-LINE
           ELSE
              MOVE ACCR-ID  TO IDX-ID
              MOVE ACCR-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IS IDX-KEY
                 INVALID KEY
                    ADD 1 TO WS-NOKEY-COUNT
                    PERFORM WRITE-NOKEY-LINE
                 NOT INVALID KEY
                    PERFORM CALCULATE-WITHHOLDING
                    MOVE 'N' TO WS-POSTED-SW
                    IF WS-WHT-ERROR
                       ADD 1 TO WS-WHTERR-COUNT
                       PERFORM WRITE-WHT-ERROR-LINE
                    ELSE
                       IF WS-JT-NEXT <= JT-TABLE-COUNT
                          PERFORM CHECK-ALREADY-POSTED
                       END-IF
                       IF WS-ALREADY-POSTED
                          PERFORM RECOVER-POSTED-ACCRUAL
                       ELSE
                          PERFORM APPLY-ACCRUAL-TO-MASTER
                       END-IF
                    END-IF
              END-READ
           END-IF.
       POST-ONE-ACCRUAL-EXIT. EXIT.
      *----
      * CHECK-ALREADY-POSTED satirin, son kontrol noktasindan sonra
      * jurnallenmis siradaki posting olup olmadigina bakar: anahtar
      * ayni olmali ve jurnaldeki oncesi/sonrasi farki bu satirin
      * net faizinden, tahsil edilmis olabilecek bir ucret (sifir ile
      * ACCR-FEE arasi, bkz. CHECK-HELD-AMOUNT) dusulerek
      * aciklanabilmelidir. Eslesirse tahsil edilmis ucret
      * WS-APPLIED-FEE'de birakilir.
      *----
       CHECK-ALREADY-POSTED.
           IF JT-ID(WS-JT-NEXT) = ACCR-ID
              AND JT-DVZ(WS-JT-NEXT) = ACCR-DVZ
              COMPUTE WS-APPLIED-FEE = WS-NET-INT
                                     - JT-AFTER-TUTAR(WS-JT-NEXT)
                                     + JT-BEFORE-TUTAR(WS-JT-NEXT)
              IF ACCR-FEE > ZERO
                 IF WS-APPLIED-FEE >= ZERO
                    AND WS-APPLIED-FEE <= ACCR-FEE
                    MOVE 'Y' TO WS-POSTED-SW
                 END-IF
              ELSE
                 IF WS-APPLIED-FEE = ACCR-FEE
                    MOVE 'Y' TO WS-POSTED-SW
                 END-IF
              END-IF
           END-IF.
       CHECK-ALREADY-POSTED-EXIT. EXIT.
      *----
      * RECOVER-POSTED-ACCRUAL abend'den once master'a uygulanmis ve
      * jurnallenmis satiri ikinci kez uygulamaz: rapor ve GL
      * toplamlari jurnaldeki tutardan yeniden kurulur. Stopaj
      * satiri TAXLIAB'a ulasmissa yalniz toplama eklenir, yoksa
      * simdi yazilir.
      *----
       RECOVER-POSTED-ACCRUAL.
           ADD 1 TO WS-JT-NEXT
           ADD 1 TO WS-RECOVER-COUNT
           COMPUTE WS-UNCOLL-FEE = ACCR-FEE - WS-APPLIED-FEE
           IF WS-UNCOLL-FEE < ZERO
              MOVE ZERO TO WS-UNCOLL-FEE
           END-IF
           IF ACCR-INT > ZERO
              MOVE 'N' TO WS-FOUND-SW
              IF WS-TT-NEXT <= TT-TABLE-COUNT
                 IF TT-ID(WS-TT-NEXT) = ACCR-ID
                    AND TT-DVZ(WS-TT-NEXT) = ACCR-DVZ
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-IF
              IF WS-FOUND-SW = 'Y'
                 ADD 1 TO WS-TT-NEXT
                 ADD WS-TAX-AMT TO WS-TAX-TOTAL
              ELSE
                 PERFORM WRITE-TAX-LIABILITY
              END-IF
           END-IF
           ADD 1 TO WS-POST-COUNT
           PERFORM ACCUMULATE-TOTALS
           IF WS-UNCOLL-FEE > ZERO
              PERFORM WRITE-PARTIAL-LINE
           END-IF.
       RECOVER-POSTED-ACCRUAL-EXIT. EXIT.
      *----
      * CHECK-VALUE-DATE-PERIOD satirin valorunu PRDCHK ile
      * dogrular; donem tablosu calistirma sonunda birakilir.
      *----
       CHECK-VALUE-DATE-PERIOD.
           MOVE '1'          TO PRDC-FUNCTION
           MOVE 'ACCRPOST'   TO PRDC-PROGRAM
           MOVE ACCR-VALDATE TO PRDC-DATE
           MOVE RETURN-CODE  TO PRDC-CALLER-RC
           CALL 'PRDCHK' USING PRDC-PARM.
       CHECK-VALUE-DATE-PERIOD-EXIT. EXIT.
      *----
      * CALCULATE-WITHHOLDING pozitif faizden WHTCALC ile stopaj
      * keser ve net faizi WS-NET-INT'e koyar. Oran yoksa brut faiz
      * net kabul edilir ve satir raporlanir; tasma ya da oran
      * tablosu hatasinda WS-WHT-ERR-SW satirin uygulanmasini
      * engeller (stopajsiz faiz master'a yazilmaz).
      *----
       CALCULATE-WITHHOLDING.
           MOVE 'N'      TO WS-WHT-ERR-SW
           MOVE ACCR-INT TO WS-NET-INT
           MOVE ZERO     TO WS-TAX-AMT
           IF ACCR-INT > ZERO
              INITIALIZE WHTC-PARM
              MOVE '1'          TO WHTC-FUNCTION
              MOVE ACCR-DVZ     TO WHTC-DVZ
              MOVE 'D'          TO WHTC-DEPTYPE
              MOVE ACCR-VALDATE TO WHTC-DATE
              MOVE ACCR-INT     TO WHTC-GROSS
              CALL 'WHTCALC' USING WHTC-PARM
              IF WHTC-RC-OK
                 MOVE WHTC-NET TO WS-NET-INT
                 MOVE WHTC-TAX TO WS-TAX-AMT
                 IF WHTC-RC-NO-RATE
                    ADD 1 TO WS-NORATE-COUNT
                    PERFORM WRITE-NORATE-LINE
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-WHT-ERR-SW
              END-IF
           END-IF.
       CALCULATE-WITHHOLDING-EXIT. EXIT.
      *----
      * APPLY-ACCRUAL-TO-MASTER ucreti borc, faizi alacak olarak
      * bakiyeye uygular; tasma olursa kayit degistirilmeden
      * birakilir (yarim/yanlis bakiye master'a asla yazilmaz).
      * Ucret once CHECK-HELD-AMOUNT ile bloke disi bakiyeye gore
      * sinirlanir. Faiz olarak stopaj sonrasi net tutar (WS-NET-INT)
      * yazilir.
      *----
       APPLY-ACCRUAL-TO-MASTER.
           MOVE 'N'      TO WS-POST-ERR-SW
           MOVE IDX-REC  TO WS-BEFORE-IMAGE
           MOVE ACCR-FEE TO WS-APPLIED-FEE
           MOVE ZERO     TO WS-UNCOLL-FEE
           IF ACCR-FEE > ZERO
              PERFORM CHECK-HELD-AMOUNT
           END-IF
           COMPUTE IDX-TUTAR =
                   IDX-TUTAR - WS-APPLIED-FEE + WS-NET-INT
               ON SIZE ERROR
                   MOVE 'Y' TO WS-POST-ERR-SW
                   DISPLAY 'POSTING OVERFLOW, NOT APPLIED: '
                 NOT INVALID KEY
                    MOVE IDX-REC TO WS-AFTER-IMAGE
                    PERFORM WRITE-JOURNAL-RECORD
                    IF ACCR-INT > ZERO
                       PERFORM WRITE-TAX-LIABILITY
                    END-IF
                    ADD 1 TO WS-POST-COUNT
                    PERFORM ACCUMULATE-TOTALS
                    IF WS-UNCOLL-FEE > ZERO
                       PERFORM WRITE-PARTIAL-LINE
                    END-IF
              END-REWRITE
           END-IF.
       APPLY-ACCRUAL-TO-MASTER-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT hesabin valor gunundeki gecerli bloke
      * toplamini HOLDCHK ile alir. Ucret (net faiz alacagi dahil)
      * bakiyeyi bloke toplaminin altina dusuremez; dusurecekse
      * yalnizca bloke disinda kalan kisim alinir.
      *----
       CHECK-HELD-AMOUNT.
           INITIALIZE HLDC-PARM
           MOVE '1'          TO HLDC-FUNCTION
           MOVE ACCR-ID      TO HLDC-ID
           MOVE ACCR-DVZ     TO HLDC-DVZ
           MOVE ACCR-VALDATE TO HLDC-DATE
           CALL 'HOLDCHK' USING HLDC-PARM
           IF HLDC-RC-FILE-ERROR
              MOVE ZERO TO WS-APPLIED-FEE
           ELSE
              IF HLDC-HELD-AMOUNT > ZERO
                 COMPUTE WS-FEE-ROOM =
                         IDX-TUTAR + WS-NET-INT - HLDC-HELD-AMOUNT
                     ON SIZE ERROR
                         MOVE ZERO TO WS-FEE-ROOM
                 END-COMPUTE
                 IF WS-FEE-ROOM < ACCR-FEE
                    IF WS-FEE-ROOM > ZERO
                       MOVE WS-FEE-ROOM TO WS-APPLIED-FEE
                    ELSE
                       MOVE ZERO TO WS-APPLIED-FEE
                    END-IF
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-UNCOLL-FEE = ACCR-FEE - WS-APPLIED-FEE.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
      * WRITE-JOURNAL-RECORD uygulanan posting'i zaman damgasi ve
      * oncesi/sonrasi goruntuleriyle jurnale ekler (SORTREP6
      * bakim calismasindaki duzenin aynisi, fonksiyon 'C').
      * posting operatorsuz bir batch adimidir; kimlik olarak
      * program adi jurnallenir
           MOVE 'ACCRPOST'       TO JRNL-USER
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE JRNL-REC TO CHN-DATA
           CALL 'CHAINRTN' USING CHN-PARM
           MOVE CHN-HASH TO JRNL-HASH
           WRITE JRNL-REC.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *----
      * WRITE-TAX-LIABILITY uygulanan faizin stopaj satirini TAXLIAB'a
      * ekler. Oran bulunamayan faiz de sifir vergiyle yazilir ki
      * yil sonu belgesinde brut faiz eksik kalmasin.
      *----
       WRITE-TAX-LIABILITY.
           INITIALIZE WHT-REC
           MOVE ACCR-ID      TO WHT-ID
           MOVE ACCR-DVZ     TO WHT-DVZ
           MOVE 'D'          TO WHT-DEPTYPE
           MOVE ZERO         TO WHT-TDSEQ
           MOVE ACCR-VALDATE TO WHT-VALDATE
           MOVE WS-DAY-DATE  TO WHT-POSTDATE
           MOVE ACCR-INT     TO WHT-GROSS
           MOVE WHTC-RATE    TO WHT-RATE
           MOVE WS-TAX-AMT   TO WHT-TAX
           MOVE WS-NET-INT   TO WHT-NET
           MOVE 'ACCRPOST'   TO WHT-SOURCE
           WRITE WHT-REC
           IF NOT WHT-SUCCESS
              DISPLAY 'TAXLIAB WRITE FAILED, WHT-ST: ' WHT-ST ' '
                      ACCR-ID ' ' ACCR-DVZ
           ELSE
              ADD 1 TO WS-WHT-REC-COUNT
           END-IF
           ADD WS-TAX-AMT TO WS-TAX-TOTAL.
       WRITE-TAX-LIABILITY-EXIT. EXIT.
      *----
      * ACCUMULATE-TOTALS ACCR-DVZ'e ait CT-TABLE satirini bulur,
      * yoksa yeni satir acar ve toplamlari gunceller.
      *----
              MOVE ZERO     TO CT-COUNT(CT-IDX)
              MOVE ZERO     TO CT-FEE-SUM(CT-IDX)
              MOVE ZERO     TO CT-INT-SUM(CT-IDX)
              MOVE ZERO     TO CT-TAX-SUM(CT-IDX)
           END-IF
           ADD 1              TO CT-COUNT(CT-IDX)
           ADD WS-APPLIED-FEE TO CT-FEE-SUM(CT-IDX)
           ADD WS-NET-INT TO CT-INT-SUM(CT-IDX)
           ADD WS-TAX-AMT TO CT-TAX-SUM(CT-IDX).
       ACCUMULATE-TOTALS-EXIT. EXIT.
      *----
      * WRITE-GL-POSTING-FILE CT-TABLE birikimlerinden defter-i
      * kebir posting arayuz dosyasini uretir: batch header, dvz
      * basina ucret (ucret geliri) ve brut faiz (faiz gideri) icin
      * borc ve alacak 'D' kayit ciftleri, sifir farki tasiyan
      * dengeleyici 'C' kaydi ve trailer. Brut faiz bakiyeye yazilan
      * net faiz ile kesilen stopajin toplamidir; stopajin mevduattan
      * vergi dairesine aktarimini WHTGL yazar. GLPOST DD
      * saglanmamissa yazim sessizce atlanir.
      *----
       WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-FILE
           IF NOT GL-SUCCESS
              DISPLAY 'GLPOST CANNOT BE OPENED, POSTING FILE SKIPPED'
           ELSE
              MOVE SPACES TO GL-HDR-REC
              MOVE 'H'         TO GL-TYPE
              MOVE WS-DAY-DATE TO GLH-DATE
              MOVE 'ACCRPOST'  TO GLH-SOURCE
              WRITE GL-HDR-REC
              MOVE ZERO TO WS-GL-DR-TOTAL WS-GL-CR-TOTAL
                           WS-GL-REC-COUNT
              PERFORM VARYING CT-IDX FROM 1 BY 1
                        UNTIL CT-IDX > CT-TABLE-COUNT
                 IF CT-FEE-SUM(CT-IDX) NOT = ZERO
                    MOVE 'FEE '             TO WS-GL-POSTTYPE
                    MOVE CT-FEE-SUM(CT-IDX) TO WS-GL-AMOUNT
                    PERFORM WRITE-GL-PAIR
                 END-IF
                 COMPUTE WS-GL-AMOUNT =
                         CT-INT-SUM(CT-IDX) + CT-TAX-SUM(CT-IDX)
                 IF WS-GL-AMOUNT NOT = ZERO
                    MOVE 'INT '             TO WS-GL-POSTTYPE
                    PERFORM WRITE-GL-PAIR
                 END-IF
              END-PERFORM
      * ciftler ayni TRY tutarini tasidigindan fark sifirdir; kayit
      * zarfin butunlugu icin yazilir ve hesap tasimaz
              MOVE SPACES TO GL-DTL-REC
              MOVE 'C'             TO GL-TYPE
              MOVE 949             TO GLD-DVZ
              MOVE 'C'             TO GLD-DRCR
              MOVE ZERO            TO GLD-COUNT
              COMPUTE GLD-AMOUNT = WS-GL-DR-TOTAL - WS-GL-CR-TOTAL
              MOVE GLD-AMOUNT      TO GLD-RPT-AMOUNT
              ADD GLD-AMOUNT       TO WS-GL-CR-TOTAL
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
      * WRITE-GL-PAIR WS-GL-POSTTYPE icin dvz tutarini FXCVRTN ile
      * TRY'ye cevirir ve ayni tutari borc hesabina ve alacak
      * hesabina birer 'D' kaydi olarak yazar. Tanimsiz dvz icin
      * oran 1 kabul edilir ve FXCVRTN SYSOUT'a bildirir.
      *----
       WRITE-GL-PAIR.
           MOVE RETURN-CODE    TO FXCV-CALLER-RC
           MOVE '1'            TO FXCV-FUNCTION
           MOVE WS-DAY-DATE    TO FXCV-DATE
           MOVE CT-DVZ(CT-IDX) TO FXCV-FROM-DVZ
           MOVE WS-GL-AMOUNT   TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              COMPUTE WS-GL-RPT-AMOUNT = FXCV-AMOUNT-OUT
                  ON SIZE ERROR
                      MOVE ZERO TO WS-GL-RPT-AMOUNT
                      DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                              CT-DVZ(CT-IDX)
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-GL-RPT-AMOUNT
              DISPLAY 'CURRENCY CONVERSION OVERFLOW, DVZ: '
                      CT-DVZ(CT-IDX) ', FXCVRTN RC: '
                      FXCV-RETURN-CODE
           END-IF
           MOVE SPACES TO GL-DTL-REC
           MOVE 'D'              TO GL-TYPE
           MOVE CT-DVZ(CT-IDX)   TO GLD-DVZ
           MOVE 'D'              TO GLD-DRCR
           MOVE CT-COUNT(CT-IDX) TO GLD-COUNT
           MOVE WS-GL-AMOUNT     TO GLD-AMOUNT
           MOVE WS-GL-RPT-AMOUNT TO GLD-RPT-AMOUNT
           PERFORM SET-GL-ACCOUNT
           WRITE GL-DTL-REC
           ADD 1 TO WS-GL-REC-COUNT
           ADD WS-GL-RPT-AMOUNT TO WS-GL-DR-TOTAL
           MOVE 'C'              TO GLD-DRCR
           PERFORM SET-GL-ACCOUNT
           WRITE GL-DTL-REC
           ADD 1 TO WS-GL-REC-COUNT
           ADD WS-GL-RPT-AMOUNT TO WS-GL-CR-TOTAL.
       WRITE-GL-PAIR-EXIT. EXIT.
      *----
      * SET-GL-ACCOUNT yazilacak posting kaydinin GL hesabini GLACCT
      * ile GLMAP'ten alir: borc kaydina borc hesabi, alacak kaydina
      * alacak hesabi (SORTREP6 kurgusu). Eslestirme yoksa kayit
      * hesapsiz yazilir ve raporlanir; calistirma RC 04 ile biter.
      *----
       SET-GL-ACCOUNT.
           MOVE '1'            TO GLAC-FUNCTION
           MOVE 'ACCRPOST'     TO GLAC-SOURCE
           MOVE WS-GL-POSTTYPE TO GLAC-POSTTYPE
           MOVE GLD-DVZ        TO GLAC-DVZ
           CALL 'GLACCT' USING GLAC-PARM
           IF GLD-DRCR = 'D'
              MOVE GLAC-DR-ACCOUNT TO GLD-ACCOUNT
           ELSE
              MOVE GLAC-CR-ACCOUNT TO GLD-ACCOUNT
           END-IF
           IF GLD-ACCOUNT = SPACES
              ADD 1 TO WS-GL-UNMAPPED
              MOVE SPACES TO RPT-REC
              MOVE GLD-DVZ        TO RPT-REC(8:3)
              MOVE 'GL ACCOUNT NOT MAPPED:' TO RPT-REC(13:22)
              MOVE WS-GL-POSTTYPE TO RPT-REC(36:4)
              MOVE GLD-DRCR       TO RPT-REC(41:1)
              PERFORM WRITE-REPORT-LINE
              DISPLAY 'GL ACCOUNT NOT MAPPED: ' GLAC-SOURCE ' '
                      GLAC-POSTTYPE ' ' GLAC-DVZ ' ' GLD-DRCR
           END-IF.
       SET-GL-ACCOUNT-EXIT. EXIT.
      *----
       WRITE-NOKEY-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ACCR-ID  TO RPT-REC(1:5)
           MOVE ACCR-DVZ TO RPT-REC(8:3)
           MOVE 'KEY NOT ON MASTER, NOT POSTED' TO RPT-REC(13:29)
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'ACCRUAL KEY NOT ON MASTER: ' ACCR-ID ' '
                   ACCR-DVZ.
       WRITE-NOKEY-LINE-EXIT. EXIT.
      *----
      * WRITE-PERIOD-LINE kapanmis doneme valorlu (ya da donemi
      * dogrulanamayan) satiri raporlar.
      *----
       WRITE-PERIOD-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ACCR-ID  TO RPT-REC(1:5)
           MOVE ACCR-DVZ TO RPT-REC(8:3)
           IF PRDC-RC-CLOSED
              MOVE 'VALUE DATE IN CLOSED PERIOD, NOT POSTED'
                TO RPT-REC(13:39)
           ELSE
              MOVE 'PERIOD CONTROL NOT AVAILABLE, NOT POSTED'
                TO RPT-REC(13:40)
           END-IF
           MOVE ACCR-VALDATE TO RPT-REC(54:8)
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'ACCRUAL VALUE DATE PERIOD REFUSED: ' ACCR-ID ' '
                   ACCR-DVZ ' ' ACCR-VALDATE ' PRDCHK RC: '
                   PRDC-RETURN-CODE.
       WRITE-PERIOD-LINE-EXIT. EXIT.
      *----
      * WRITE-PARTIAL-LINE bloke nedeniyle tahsil edilemeyen ucret
      * kismini raporlar.
      *----
       WRITE-PARTIAL-LINE.
           ADD 1             TO WS-PARTIAL-COUNT
           ADD WS-UNCOLL-FEE TO WS-UNCOLL-TOTAL
           MOVE SPACES TO RPT-REC
           MOVE ACCR-ID  TO RPT-REC(1:5)
           MOVE ACCR-DVZ TO RPT-REC(8:3)
           MOVE 'FEE HELD, UNCOLLECTED:' TO RPT-REC(13:22)
           MOVE WS-UNCOLL-FEE  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(36:16)
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'ACCRUAL FEE PARTIALLY APPLIED (HOLD): ' ACCR-ID
                   ' ' ACCR-DVZ.
       WRITE-PARTIAL-LINE-EXIT. EXIT.
      *----
      * WRITE-NORATE-LINE oran tablosunda karsiligi olmadigi icin
      * stopajsiz (brut) yazilan faizi raporlar.
      *----
       WRITE-NORATE-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ACCR-ID  TO RPT-REC(1:5)
           MOVE ACCR-DVZ TO RPT-REC(8:3)
           MOVE 'NO TAX RATE, GROSS INT:' TO RPT-REC(13:23)
           MOVE ACCR-INT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(37:16)
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'NO WITHHOLDING RATE FOR ACCRUAL: ' ACCR-ID ' '
                   ACCR-DVZ.
       WRITE-NORATE-LINE-EXIT. EXIT.
      *----
      * WRITE-WHT-ERROR-LINE stopaji hesaplanamadigi icin hic
      * uygulanmayan satiri raporlar.
      *----
       WRITE-WHT-ERROR-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ACCR-ID  TO RPT-REC(1:5)
           MOVE ACCR-DVZ TO RPT-REC(8:3)
           MOVE 'WITHHOLDING FAILED, NOT POSTED' TO RPT-REC(13:30)
           PERFORM WRITE-REPORT-LINE
           DISPLAY 'WITHHOLDING FAILED, ACCRUAL NOT POSTED: ' ACCR-ID
                   ' ' ACCR-DVZ ' RC: ' WHTC-RETURN-CODE.
       WRITE-WHT-ERROR-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE 'ACCRPOST - ACCRUAL POSTING TO MASTER' TO RPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '-' TO RPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'DVZ    ACCOUNTS       FEE POSTED   NET INT POSTED'
                TO RPT-REC
           MOVE 'TAX WITHHELD' TO RPT-REC(55:12)
           PERFORM WRITE-REPORT-LINE.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-REPORT-LINE baslik ve satir bazindaki rapor satirlarini
      * yazar. Yeniden calistirmada abend'den once zaten yazilmis
      * olan ilk WS-RPT-REPLAY satir yeniden yazilmaz; tahakkuklar
      * ayni girdiyle ayni sirada islendiginden (jurnalden taninan
      * posting'ler dahil) bunlar birebir ayni satirlardir.
      *----
       WRITE-REPORT-LINE.
           IF WS-RPT-REPLAY > ZERO
              SUBTRACT 1 FROM WS-RPT-REPLAY
           ELSE
              WRITE RPT-REC
           END-IF
           ADD 1 TO WS-RPT-LINES.
       WRITE-REPORT-LINE-EXIT. EXIT.
      *----
      * WRITE-REPORT-TOTALS dvz basina posting toplamlarini ve ozet
      * sayaclari basar.
      *----
              MOVE WS-EDIT-AMOUNT TO RPT-REC(17:16)
              MOVE CT-INT-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(34:16)
              MOVE CT-TAX-SUM(CT-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(51:16)
              WRITE RPT-REC
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PARTIAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'FEES CUT BY HOLDS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-UNCOLL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'FEES UNCOLLECTED   : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TAX-TOTAL TO WS-EDIT-AMOUNT
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
           MOVE WS-WHTERR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'WITHHOLDING FAILED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRDC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CLOSED PERIOD      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-GL-REC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GL RECORDS WRITTEN : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-GL-UNMAPPED TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GL ACCOUNTS MISSING: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * READ-RESTART-CHECKPOINT valor gunu icin yarim kalmis bir
      * posting calistirmasinin kontrol noktasini CHKPCTL '1' ile
      * okur; varsa son anahtar ve toplamlar geri yuklenir. Kontrol
      * dosyasi okunamazsa yarim kalmis bir calistirma olup
      * olmadigi bilinemez; master'a dokunulmadan RC 16 ile
      * durulur.
      *----
       READ-RESTART-CHECKPOINT.
           INITIALIZE CHKP-PARM
           MOVE '1'           TO CHKP-FUNCTION
           MOVE 'ACCRPOST'    TO CHKP-PROGRAM
           MOVE WS-CHKPT-DATE TO CHKP-RUN-DATE
           CALL 'CHKPCTL' USING CHKP-PARM
           EVALUATE TRUE
              WHEN CHKP-RC-OK
                 MOVE 'Y'           TO WS-RESTART-SW
                 MOVE CHKP-LAST-KEY TO WS-RESTART-KEY
                 PERFORM RESTORE-CHECKPOINT-TOTALS
                 DISPLAY 'RESTARTING AFTER KEY: '
                         WS-RESTART-ID ' ' WS-RESTART-DVZ
                         ' CHECKPOINT ' CHKP-CHKPT-COUNT
                         ' TAKEN ' CHKP-STAMP
              WHEN CHKP-RC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - NOTHING POSTED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
           END-EVALUATE.
       READ-RESTART-CHECKPOINT-EXIT. EXIT.
      *----
      * LOAD-JOURNAL-TAIL yeniden calistirmada JRNFILE'i okur ve
      * kontrol noktasindaki jurnal sirasindan sonra ACCRPOST'un
      * yazdigi satirlari JT-TABLE'a alir; bunlar son kontrol
      * noktasindan sonra master'a uygulanmis posting'lerdir.
      * Kontrol noktasinda diske yazdirilmis jurnal satirlari
      * dosyada yoksa ya da dosya okunamazsa hangi satirlarin
      * uygulandigi bilinemez; master'a dokunulmadan RC 16 ile
      * durulur.
      *----
       LOAD-JOURNAL-TAIL.
           IF CHN-LAST-SEQ < WS-CKT-JRNL-SEQ
              DISPLAY 'JRNFILE ENDS BEFORE CHECKPOINT, LAST SEQ: '
                      CHN-LAST-SEQ ' CHECKPOINT SEQ: ' WS-CKT-JRNL-SEQ
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           OPEN INPUT JRNL-FILE
           IF JRNL-SUCCESS
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL NOT JRNL-SUCCESS
                 IF JRNL-SEQ > WS-CKT-JRNL-SEQ
                    AND JRNL-USER = 'ACCRPOST'
                    PERFORM STORE-JOURNAL-TAIL
                 END-IF
                 PERFORM READ-JRNL-RECORD
              END-PERFORM
              IF JRNL-EOF
                 CLOSE JRNL-FILE
              END-IF
           END-IF
           IF NOT JRNL-SUCCESS
              DISPLAY 'JRNFILE CANNOT BE READ FOR RESTART, JRNL-ST: '
                      JRNL-ST ' - NOTHING POSTED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           DISPLAY 'POSTINGS JOURNALED AFTER CHECKPOINT: '
                   JT-TABLE-COUNT.
       LOAD-JOURNAL-TAIL-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE
              AT END CONTINUE
           END-READ.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       STORE-JOURNAL-TAIL.
           IF JT-TABLE-COUNT >= 1000
              DISPLAY 'JOURNAL TAIL EXCEEDS TABLE, SEQ: ' JRNL-SEQ
                      ' - NOTHING POSTED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           ADD 1 TO JT-TABLE-COUNT
           MOVE JRNL-BEFORE TO JI-REC
           MOVE JI-ID       TO JT-ID(JT-TABLE-COUNT)
           MOVE JI-DVZ      TO JT-DVZ(JT-TABLE-COUNT)
           MOVE JI-TUTAR    TO JT-BEFORE-TUTAR(JT-TABLE-COUNT)
           MOVE JRNL-AFTER  TO JI-REC
           MOVE JI-TUTAR    TO JT-AFTER-TUTAR(JT-TABLE-COUNT).
       STORE-JOURNAL-TAIL-EXIT. EXIT.
      *----
      * COUNT-TAX-LIABILITY TAXLIAB'daki satirlari sayar. Yeniden
      * calistirmada kontrol noktasindaki sayidan sonraki satirlar
      * (son kontrol noktasindan sonra yazilmis stopaj satirlari)
      * TT-TABLE'a alinir; kontrol noktasinda diske yazdirilmis
      * satirlar dosyada yoksa ya da dosya okunamazsa RC 16 ile
      * durulur.
      *----
       COUNT-TAX-LIABILITY.
           MOVE ZERO TO WS-WHT-REC-COUNT
           OPEN INPUT WHT-FILE
           IF WHT-SUCCESS
              PERFORM READ-WHT-RECORD
              PERFORM UNTIL NOT WHT-SUCCESS
                 ADD 1 TO WS-WHT-REC-COUNT
                 IF WS-RESTART-PENDING
                    IF WS-WHT-REC-COUNT > WS-CKT-WHT-COUNT
                       PERFORM STORE-TAX-TAIL
                    END-IF
                 END-IF
                 PERFORM READ-WHT-RECORD
              END-PERFORM
              IF WHT-EOF
                 CLOSE WHT-FILE
              END-IF
           END-IF
           IF NOT WHT-SUCCESS
              DISPLAY 'TAXLIAB CANNOT BE READ, WHT-ST: ' WHT-ST
                      ' - NOTHING POSTED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           IF WS-RESTART-PENDING
              IF WS-WHT-REC-COUNT < WS-CKT-WHT-COUNT
                 DISPLAY 'TAXLIAB ENDS BEFORE CHECKPOINT, LINES: '
                         WS-WHT-REC-COUNT ' CHECKPOINT LINES: '
                         WS-CKT-WHT-COUNT
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
           END-IF.
       COUNT-TAX-LIABILITY-EXIT. EXIT.
      *----
      * COUNT-COMMITTED-REPORT yeniden calistirmada POSTRPT'deki
      * satirlari sayar; kontrol noktasindaki sayidan fazlasi son
      * kontrol noktasindan sonra yazilmistir ve WS-RPT-REPLAY'e
      * alinir. Dosya kontrol noktasindan kisaysa ya da okunamazsa
      * rapor kontrol noktasiyla tutmaz; master'a dokunulmadan RC 16
      * ile durulur.
      *----
       COUNT-COMMITTED-REPORT.
           MOVE ZERO TO WS-RPT-REPLAY
           OPEN INPUT RPT-FILE
           IF RPT-SUCCESS
              READ RPT-FILE
              PERFORM UNTIL NOT RPT-SUCCESS
                 ADD 1 TO WS-RPT-REPLAY
                 READ RPT-FILE
              END-PERFORM
              IF RPT-EOF
                 CLOSE RPT-FILE
              END-IF
           END-IF
           IF NOT RPT-SUCCESS OR WS-RPT-REPLAY < WS-RPT-LINES
              DISPLAY 'POSTRPT DOES NOT MATCH CHECKPOINT, LINES: '
                      WS-RPT-REPLAY ' CHECKPOINT LINES: '
                      WS-RPT-LINES ' RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           SUBTRACT WS-RPT-LINES FROM WS-RPT-REPLAY
           DISPLAY 'REPORT LINES WRITTEN AFTER LAST CHECKPOINT, '
                   'NOT REWRITTEN: ' WS-RPT-REPLAY.
       COUNT-COMMITTED-REPORT-EXIT. EXIT.
      *----
       READ-WHT-RECORD.
           READ WHT-FILE
              AT END CONTINUE
           END-READ.
       READ-WHT-RECORD-EXIT. EXIT.
      *----
       STORE-TAX-TAIL.
           IF TT-TABLE-COUNT >= 1000
              DISPLAY 'TAXLIAB TAIL EXCEEDS TABLE - NOTHING POSTED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           ADD 1 TO TT-TABLE-COUNT
           MOVE WHT-ID  TO TT-ID(TT-TABLE-COUNT)
           MOVE WHT-DVZ TO TT-DVZ(TT-TABLE-COUNT).
       STORE-TAX-TAIL-EXIT. EXIT.
      *----
      * WRITE-CHECKPOINT once jurnal, TAXLIAB ve raporu kapatip
      * EXTEND acarak diske yazdirir; sonra WS-CHKPT-KEY'deki son
      * islenen satirin anahtarini, WS-CHKPT-RECS'teki okunan satir
      * sayisini ve toplamlari CHKPCTL '2' ile commit eder. Cikti
      * yeniden acilamazsa ya da kontrol noktasi yazilamazsa
      * sonraki satir uygulanmadan durulur; son basarili kontrol
      * noktasi yeniden calistirma icin gecerli kalir.
      *----
       WRITE-CHECKPOINT.
           MOVE ZERO TO WS-RECS-SINCE-CHKPT
           CLOSE JRNL-FILE
           CLOSE WHT-FILE
           CLOSE RPT-FILE
           OPEN EXTEND JRNL-FILE
           OPEN EXTEND WHT-FILE
           OPEN EXTEND RPT-FILE
           IF NOT JRNL-SUCCESS OR NOT WHT-SUCCESS
                               OR NOT RPT-SUCCESS
              DISPLAY 'OUTPUT CANNOT BE REOPENED AT CHECKPOINT'
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'WHT-ST: '  WHT-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM SAVE-CHECKPOINT-TOTALS
           MOVE '2'            TO CHKP-FUNCTION
           MOVE 'ACCRPOST'     TO CHKP-PROGRAM
           MOVE WS-CHKPT-DATE  TO CHKP-RUN-DATE
           MOVE WS-CHKPT-KEY   TO CHKP-LAST-KEY
           MOVE WS-CHKPT-RECS  TO CHKP-REC-COUNT
           MOVE WS-CKPT-TOTALS TO CHKP-TOTALS
           CALL 'CHKPCTL' USING CHKP-PARM
           IF NOT CHKP-RC-OK
              DISPLAY 'CHECKPOINT NOT WRITTEN, CHKPCTL RC: '
                      CHKP-RETURN-CODE ' - POSTING STOPPED AFTER '
                      WS-CHKPT-ID ' ' WS-CHKPT-DVZ
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       WRITE-CHECKPOINT-EXIT. EXIT.
      *----
      * CLEAR-CHECKPOINT basariyla biten calistirmanin kontrol
      * noktasini CHKPCTL '3' ile siler ve dosyayi birakir.
      * Silinemezse durum bildirilir; ayni ACCRFILE'in yeniden
      * verilmesi bu durumda satirlari atlar, ikinci kez uygulamaz.
      *----
       CLEAR-CHECKPOINT.
           IF WS-CHKPT-DATE > ZERO
              MOVE '3'           TO CHKP-FUNCTION
              MOVE 'ACCRPOST'    TO CHKP-PROGRAM
              MOVE WS-CHKPT-DATE TO CHKP-RUN-DATE
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT CLEARED, CHKPCTL RC: '
                         CHKP-RETURN-CODE
              END-IF
              MOVE '9' TO CHKP-FUNCTION
              CALL 'CHKPCTL' USING CHKP-PARM
           END-IF.
       CLEAR-CHECKPOINT-EXIT. EXIT.
      *----
      * SAVE/RESTORE-CHECKPOINT-TOTALS rapor, GLPOST ve AUDITLOG
      * toplamlarini WS-CKPT-TOTALS uzerinden kontrol noktasina
      * tasir/geri alir. Okunan satir sayisi kontrol noktasinin
      * kendi alanindadir. Jurnal sirasi ve TAXLIAB satir sayisi
      * geri yuklenmez; WS-CKT- alanlarinda kalip yeniden
      * calistirmada kuyruk okumasinin sinirini verir.
      *----
       SAVE-CHECKPOINT-TOTALS.
           MOVE WS-POST-COUNT    TO WS-CKT-POST-COUNT
           MOVE WS-NOKEY-COUNT   TO WS-CKT-NOKEY-COUNT
           MOVE WS-OVFL-COUNT    TO WS-CKT-OVFL-COUNT
           MOVE WS-PARTIAL-COUNT TO WS-CKT-PARTIAL-COUNT
           MOVE WS-NORATE-COUNT  TO WS-CKT-NORATE-COUNT
           MOVE WS-WHTERR-COUNT  TO WS-CKT-WHTERR-COUNT
           MOVE WS-PRDC-COUNT    TO WS-CKT-PRDC-COUNT
           MOVE WS-UNCOLL-TOTAL  TO WS-CKT-UNCOLL-TOTAL
           MOVE WS-TAX-TOTAL     TO WS-CKT-TAX-TOTAL
           MOVE CT-TABLE-COUNT   TO WS-CKT-CT-COUNT
           MOVE CT-TABLE         TO WS-CKT-CT-TABLE
           MOVE WS-JRNL-SEQ      TO WS-CKT-JRNL-SEQ
           MOVE WS-WHT-REC-COUNT TO WS-CKT-WHT-COUNT
           MOVE WS-RPT-LINES     TO WS-CKT-RPT-LINES.
       SAVE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CHKP-TOTALS          TO WS-CKPT-TOTALS
           MOVE WS-CKT-POST-COUNT    TO WS-POST-COUNT
           MOVE WS-CKT-NOKEY-COUNT   TO WS-NOKEY-COUNT
           MOVE WS-CKT-OVFL-COUNT    TO WS-OVFL-COUNT
           MOVE WS-CKT-PARTIAL-COUNT TO WS-PARTIAL-COUNT
           MOVE WS-CKT-NORATE-COUNT  TO WS-NORATE-COUNT
           MOVE WS-CKT-WHTERR-COUNT  TO WS-WHTERR-COUNT
           MOVE WS-CKT-PRDC-COUNT    TO WS-PRDC-COUNT
           MOVE WS-CKT-UNCOLL-TOTAL  TO WS-UNCOLL-TOTAL
           MOVE WS-CKT-TAX-TOTAL     TO WS-TAX-TOTAL
           MOVE WS-CKT-CT-COUNT      TO CT-TABLE-COUNT
           MOVE WS-CKT-CT-TABLE      TO CT-TABLE
           MOVE WS-CKT-RPT-LINES     TO WS-RPT-LINES.
       RESTORE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku ACCRPOST hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               CLOSE JRNL-FILE
               CLOSE RPT-FILE
               CLOSE WHT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE HLDC-PARM
               MOVE '9' TO HLDC-FUNCTION
               CALL 'HOLDCHK' USING HLDC-PARM
               INITIALIZE WHTC-PARM
               MOVE '9' TO WHTC-FUNCTION
               CALL 'WHTCALC' USING WHTC-PARM
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
      * atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-POST-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
