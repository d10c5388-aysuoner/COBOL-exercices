      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    ODAGE.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * ODAGE gece eksi bakiye (overdraft) yaslandirma ve borc
      * faizi tahakkuk adimidir. IDX-FILE sirali gezilir; eksi
      * bakiyeli her IDX-KEY icin:
      *   - onayli limit ODLIMIT'ten okunur (bkz. ODLMREC.CPY) ve
      *     limit asimi (bakiyenin limiti astigi kisim) bulunur,
      *   - hesabin kesintisiz eksi oldugu gun sayisi SNAPHIST ay
      *     sonu fotograflari ile JRNFILE ve online jurnal
      *     (IJRNFILE, verilmemisse bos sayilir) oncesi/sonrasi
      *     goruntulerinden cikarilir: iki akis anahtar + tarih
      *     sirasiyla birlestirilir, bakiyenin eksiye gectigi son
      *     an eksi donemin baslangicidir (jurnal gun icindeki
      *     gecisi, fotograf jurnal oncesi gecmisi verir). Gecmiste
      *     iz yoksa hesap calisma gunu eksiye dusmus sayilir,
      *   - satir 1-30, 31-60, 61-90 ve 90+ gun dilimlerine ayrilip
      *     tahsilat ekibi icin ODAGERPT'ye basilir,
      *   - borc faizi ODRATES cizelgesindeki dvz oranlariyla
      *     (limit ici ve limit asimi icin ayri yillik oran)
      *     hesaplanip ACCRFILE'a ACCR-FEE olarak eklenir; ACCRPOST
      *     ve STMTGEN bu satirlari diger tahakkuklar gibi isler.
      * Faiz bir onceki is gunundan calisma gunune kadar gecen
      * takvim gunleri icin hesaplanir (hafta sonu ve tatil faizi
      * sonraki is gunu tahakkuk eder). Ayni gunun ikinci kez faiz
      * uretmemesi icin RUNCTL calistirma kontrolu kullanilir
      * (FEECALC kurgusu). Cizelgesi olmayan dvz'ler faizsiz
      * raporlanir; tasma olursa calistirma RC 04 ile biter.
      * PARM='YYYYMMDD'  -> calisma gunu, varsayilan sistem tarihi.
      * PARM='YYYYMMDDY' -> ayrica RUNCTL kontrolunu atla.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT ODL-FILE   ASSIGN TO  ODLIMIT
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY ODL-KEY
                             STATUS     ODL-ST.
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
                             STATUS     HIST-ST.
           SELECT SNPSRT-FILE ASSIGN TO SNPSRTD
                             STATUS     SNPS-ST.
           SELECT SNP-SORT-FILE ASSIGN TO SNPSORT.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT JRNSRT-FILE ASSIGN TO JRNSRTD
                             STATUS     JRNS-ST.
           SELECT JRN-SORT-FILE ASSIGN TO JRNSORT.
      * ODR-FILE dvz basina borc faizi cizelgesidir; DD
      * saglanmamissa faiz hesaplanmaz, yalniz rapor uretilir.
           SELECT OPTIONAL ODR-FILE ASSIGN TO ODRATES
                             STATUS     ODR-ST.
      * ACCR-FILE tahakkuk transaction dosyasidir; FEECALC'in
      * urettigi satirlarin arkasina eklenir.
           SELECT OPTIONAL ACCR-FILE ASSIGN TO ACCRFILE
                             STATUS     ACCR-ST.
           SELECT RPT-FILE   ASSIGN TO  ODAGERPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * yalnizca okunur.
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * ODL-FILE kredili mevduat limit dosyasidir
      * (bkz. ODLMREC.CPY).
       FD  ODL-FILE.
           COPY ODLMREC.
      *****
      * HIST-FILE birikimli fotograf gecmisidir (bkz. SNAPREC.CPY).
       FD  HIST-FILE RECORDING MODE F.
           COPY SNAPREC.
      *****
      * SNPSRT-FILE anahtar/tarih sirasina dizilmis fotograf
      * gecmisidir.
       FD  SNPSRT-FILE RECORDING MODE F.
           COPY SNAPREC REPLACING LEADING ==SNP== BY ==SS==.
      *****
       SD  SNP-SORT-FILE.
           COPY SNAPREC REPLACING LEADING ==SNP== BY ==SNS==.
      *****
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, alanlar JW-REC uzerinden okunur (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * JRNSRT-FILE jurnal goruntulerinden cikarilmis, her
      * degisiklik sonrasi bakiyeyi tasiyan satirlardir (anahtar +
      * zaman sirali). Silme kaydinda sonrasi yoktur; bakiye sifir
      * kabul edilir.
       FD  JRNSRT-FILE RECORDING MODE F.
       01  JS-REC.
           05 JS-ID          PIC 9(05).
           05 JS-DVZ         PIC 9(03).
           05 JS-DATE        PIC 9(08).
           05 JS-TIME        PIC 9(06).
           05 JS-SEQ         PIC 9(07).
           05 JS-TUTAR       PIC S9(13)V99 SIGN TRAILING SEPARATE.
      *****
       SD  JRN-SORT-FILE.
       01  JRN-SORT-REC.
           05 JD-ID          PIC 9(05).
           05 JD-DVZ         PIC 9(03).
           05 JD-DATE        PIC 9(08).
           05 JD-TIME        PIC 9(06).
           05 JD-SEQ         PIC 9(07).
           05 JD-TUTAR       PIC S9(13)V99 SIGN TRAILING SEPARATE.
      *****
      * ODR-FILE borc faizi cizelgesidir. ODR-ARR-RATE limit ici
      * eksi bakiyeye, ODR-UNARR-RATE limit asimina uygulanan
      * yillik orandir.
       FD  ODR-FILE RECORDING MODE F.
       01  ODR-REC.
           05 ODR-DVZ        PIC 9(03).
           05 ODR-ARR-RATE   PIC 9V9(04).
           05 ODR-UNARR-RATE PIC 9V9(04).
           05 FILLER         PIC X(07).
      *****
      * ACCR-FILE tahakkuk transaction dosyasidir (bkz.
      * ACCRREC.CPY); borc faizi musteriden alinan tutar oldugu icin
      * ACCR-FEE alaninda, ACCR-INT sifir olarak yazilir.
       FD  ACCR-FILE RECORDING MODE F.
           COPY ACCRREC.
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
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY); gun sayilari bununla hesaplanir.
           COPY DTCVPARM.
      *----
      * RUNC-PARM RUNCTL is-gunu calistirma kontrolunun CALL
      * arayuzudur (bkz. RUNCPARM.CPY); ayni gunun faizi iki kez
      * tahakkuk ettirilmez.
      *----
           COPY RUNCPARM.
       01  WS-RUNC-OVERRIDE     PIC X(01) VALUE 'N'.
      * PRDC-PARM muhasebe donemi kilidinin (PRDCHK) arayuzudur
      * (bkz. PRDCPARM.CPY); kapanmis bir aya faiz tahakkuku
      * yazilmaz.
           COPY PRDCPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 ODL-ST            PIC 9(02).
              88 ODL-SUCCESS    VALUE 00 97.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00 97.
           05 SNPS-ST           PIC 9(02).
              88 SNPS-EOF       VALUE 10.
              88 SNPS-SUCCESS   VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 JRNS-ST           PIC 9(02).
              88 JRNS-EOF       VALUE 10.
              88 JRNS-SUCCESS   VALUE 00 97.
           05 ODR-ST            PIC 9(02).
              88 ODR-EOF        VALUE 10.
              88 ODR-SUCCESS    VALUE 00 97.
      * ACCRFILE henuz yoksa EXTEND onu bos olarak kurar (durum 05).
           05 ACCR-ST           PIC 9(02).
              88 ACCR-SUCCESS   VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * WS-ODL-SW limit dosyasinin durumudur: 'Y' acik, 'X' dosya
      * hic kurulmamis (hicbir hesabin limiti yok).
       01  WS-ODL-SW            PIC X(01) VALUE 'N'.
           88 WS-ODL-OPEN       VALUE 'Y'.
           88 WS-ODL-MISSING    VALUE 'X'.
      *----
      * ODR-TABLE ODRATES'ten yuklenen dvz basina borc faizi
      * oranlari.
      *----
       01  ODR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  ODR-TABLE.
           05 ODT-ENTRY OCCURS 50 TIMES INDEXED BY ODT-IDX.
              10 ODT-DVZ        PIC 9(03).
              10 ODT-ARR-RATE   PIC 9V9(04).
              10 ODT-UNARR-RATE PIC 9V9(04).
      *----
      * BKT-TABLE dvz basina yaslandirma dilimi toplamlarini
      * biriktirir; dilim 1..4 = 1-30, 31-60, 61-90, 90+ gun.
      *----
       01  BKT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  BKT-TABLE.
           05 BKT-ENTRY OCCURS 50 TIMES INDEXED BY BKT-IDX.
              10 BKT-DVZ        PIC 9(03).
              10 BKT-INT-SUM    PIC S9(13)V99.
              10 BKT-BAND OCCURS 4 TIMES.
                 15 BKT-COUNT   PIC 9(07).
                 15 BKT-AMOUNT  PIC S9(13)V99.
                 15 BKT-EXCESS  PIC S9(13)V99.
       01  BAND-NAMES-DATA.
           05 FILLER            PIC X(05) VALUE '1-30 '.
           05 FILLER            PIC X(05) VALUE '31-60'.
           05 FILLER            PIC X(05) VALUE '61-90'.
           05 FILLER            PIC X(05) VALUE '90+  '.
       01  BAND-NAMES REDEFINES BAND-NAMES-DATA.
           05 BAND-NAME         PIC X(05) OCCURS 4 TIMES.
       01  WS-BAND              PIC 9(01).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * WS-BKT-SW islenen hesabin BKT-TABLE satirinin (BKT-IDX)
      * bulundugunu tasir.
       01  WS-BKT-SW            PIC X(01) VALUE 'N'.
           88 WS-BKT-FOUND      VALUE 'Y'.
      *----
      * Akis alanlari. WS-SNP-KEY-SW/WS-JRN-KEY-SW akisin o anki
      * satirinin islenen master anahtarina ait olup olmadigini
      * tasir.
      *----
       01  WS-SNPS-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SNPS-DONE      VALUE 'Y'.
       01  WS-JRNS-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-JRNS-DONE      VALUE 'Y'.
       01  WS-SNP-KEY-SW        PIC X(01) VALUE 'N'.
           88 WS-SNP-AT-KEY     VALUE 'Y'.
       01  WS-JRN-KEY-SW        PIC X(01) VALUE 'N'.
           88 WS-JRN-AT-KEY     VALUE 'Y'.
      *----
      * Eksi donem alanlari. WS-NEG-SINCE eksi donemin baslangic
      * gunu, WS-NEG-SOURCE bu gunun nereden bulundugudur:
      * 'J' jurnal, 'S' ay sonu fotografi, 'R' iz yok (calisma
      * gunu).
      *----
       01  WS-NEG-SW            PIC X(01) VALUE 'N'.
           88 WS-NEGATIVE       VALUE 'Y'.
       01  WS-NEG-SINCE         PIC 9(08) VALUE ZERO.
       01  WS-NEG-SOURCE        PIC X(01) VALUE SPACE.
       01  WS-OBS-DATE          PIC 9(08).
       01  WS-OBS-TUTAR         PIC S9(13)V99.
       01  WS-OBS-SOURCE        PIC X(01).
       01  WS-DAYS-OVER         PIC 9(05) VALUE ZERO.
      *----
      * Limit ve faiz alanlari.
      *----
       01  WS-LIMIT-SW          PIC X(01) VALUE 'N'.
           88 WS-HAS-LIMIT      VALUE 'Y'.
       01  WS-LIMIT             PIC 9(13)V99 VALUE ZERO.
       01  WS-OD-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       01  WS-EXCESS            PIC S9(13)V99 VALUE ZERO.
       01  WS-WITHIN            PIC S9(13)V99 VALUE ZERO.
       01  WS-NOTE-TEXT         PIC X(10).
       01  WS-PREV-BUSDAY       PIC 9(08) VALUE ZERO.
       01  WS-INT-DAYS          PIC 9(03) VALUE 1.
       01  WS-ACCT-INT-DAYS     PIC 9(03) VALUE 1.
       01  WS-DAY-INTEREST      PIC S9(13)V99 VALUE ZERO.
       01  WS-ARR-RATE          PIC 9V9(04) VALUE ZERO.
       01  WS-UNARR-RATE        PIC 9V9(04) VALUE ZERO.
       01  WS-OVFL-SW           PIC X(01) VALUE 'N'.
           88 WS-ANY-OVERFLOW   VALUE 'Y'.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NEG-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-OVERLMT-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-NOLIMIT-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-REVIEW-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-ACCR-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NORATE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-JRNL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-DAYS         PIC Z(04)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen calisma gununu ve
      * istege bagli RUNCTL atlama isaretini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-DATE  PIC 9(08).
               10  LS-PARM-OVERRIDE PIC X(01).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 7
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-DATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-DATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-DATE
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
      * VERIFY-RUN-CONTROL yaslandirmaya baslamadan RUNCTL '1' ile
      * calisma gununu dogrulatir; gun zaten tamamlanmissa hicbir
      * dosyaya dokunulmadan RC 12 ile cikilir. Dogal sirada
      * GET-RUNTIME-PARM'dan sonra calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-RUN-CONTROL.
           INITIALIZE RUNC-PARM
           MOVE '1'              TO RUNC-FUNCTION
           MOVE 'ODAGE'          TO RUNC-PROGRAM
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
           MOVE 'ODAGE'          TO PRDC-PROGRAM
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
           PERFORM SORT-SNAPSHOT-HISTORY
           PERFORM SORT-JOURNAL-BALANCES
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM OPEN-LIMIT-FILE
           PERFORM LOAD-DEBIT-RATES
           PERFORM FIND-INTEREST-DAYS
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-MASTER-FILE
           PERFORM WRITE-BAND-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'ODAGE OVERDRAWN ACCOUNTS: ' WS-NEG-COUNT
                   ' INTEREST ACCRUALS: ' WS-ACCR-COUNT
      * tasma (RC 04) dahil tum hesaplar islenmistir; gun
      * tamamlanmis isaretlenir ki ikinci bir calistirma faizi
      * cogaltmasin
           PERFORM MARK-RUN-COMPLETE
      * RC RUNCTL cagrisindan sonra verilir; CALL donusu RETURN-CODE'u
      * cagrilanin degeriyle ezer
           IF WS-ANY-OVERFLOW
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
           MOVE 'ODAGE'       TO RUNC-PROGRAM
           MOVE WS-RUN-DATE   TO RUNC-RUN-DATE
           CALL 'RUNCTL' USING RUNC-PARM
           IF NOT RUNC-RC-OK
              DISPLAY 'RUN CONTROL MARK FAILED, RUNCTL RC: '
                      RUNC-RETURN-CODE
           END-IF.
       MARK-RUN-COMPLETE-EXIT. EXIT.
      *----
       SORT-SNAPSHOT-HISTORY.
           SORT SNP-SORT-FILE
                ON ASCENDING KEY SNS-ID SNS-DVZ SNS-DATE
                USING  HIST-FILE
                GIVING SNPSRT-FILE.
       SORT-SNAPSHOT-HISTORY-EXIT. EXIT.
      *----
      * SORT-JOURNAL-BALANCES jurnali, ardindan online jurnali
      * okur, her satirin paketli goruntusunden anahtari ve
      * degisiklik sonrasi bakiyeyi cikarir ve anahtar + zaman
      * sirasina dizer (ROLLFWD'deki jurnal cikarma kurgusu).
      *----
       SORT-JOURNAL-BALANCES.
           SORT JRN-SORT-FILE
                ON ASCENDING KEY JD-ID JD-DVZ JD-DATE JD-TIME JD-SEQ
                INPUT PROCEDURE  IS EXTRACT-JOURNAL-BALANCES
                GIVING JRNSRT-FILE.
       SORT-JOURNAL-BALANCES-EXIT. EXIT.
      *----
       EXTRACT-JOURNAL-BALANCES.
           OPEN INPUT JRNL-FILE
           IF NOT JRNL-SUCCESS
              DISPLAY 'JRNFILE CANNOT OPEN, JRNL-ST: ' JRNL-ST
           ELSE
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE JRNL-REC TO JW-REC
                 PERFORM RELEASE-ONE-BALANCE
                 PERFORM READ-JRNL-RECORD
              END-PERFORM
              CLOSE JRNL-FILE
           END-IF
           OPEN INPUT IJRN-FILE
           IF NOT IJRN-SUCCESS
              DISPLAY 'IJRNFILE CANNOT OPEN, IJRN-ST: ' IJRN-ST
           ELSE
              PERFORM READ-IJRN-RECORD
              PERFORM UNTIL IJRN-EOF
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE IJRN-REC TO JW-REC
                 PERFORM RELEASE-ONE-BALANCE
                 PERFORM READ-IJRN-RECORD
              END-PERFORM
              CLOSE IJRN-FILE
           END-IF.
       EXTRACT-JOURNAL-BALANCES-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
      * RELEASE-ONE-BALANCE sonrasi goruntusu olan satirda bakiye
      * sonrasi goruntuden alinir; silme satirinda (yalniz oncesi)
      * anahtar oncesi goruntuden, bakiye sifir alinir.
      *----
       RELEASE-ONE-BALANCE.
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              MOVE JI-ID     TO JD-ID
              MOVE JI-DVZ    TO JD-DVZ
              MOVE JI-TUTAR  TO JD-TUTAR
           ELSE
              IF JW-HAS-BEFORE
                 MOVE JW-BEFORE TO JI-REC
                 MOVE JI-ID     TO JD-ID
                 MOVE JI-DVZ    TO JD-DVZ
                 MOVE ZERO      TO JD-TUTAR
              END-IF
           END-IF
           IF JW-HAS-BEFORE OR JW-HAS-AFTER
              MOVE JW-DATE       TO JD-DATE
              MOVE JW-TIME       TO JD-TIME
              MOVE JW-SEQ        TO JD-SEQ
              RELEASE JRN-SORT-REC
           END-IF.
       RELEASE-ONE-BALANCE-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  IDX-FILE
           OPEN INPUT  SNPSRT-FILE
           OPEN INPUT  JRNSRT-FILE
           OPEN EXTEND ACCR-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT IDX-SUCCESS OR NOT SNPS-SUCCESS
                                OR NOT JRNS-SUCCESS
                                OR NOT ACCR-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'SNPS-ST: ' SNPS-ST
              DISPLAY 'JRNS-ST: ' JRNS-ST
              DISPLAY 'ACCR-ST: ' ACCR-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * OPEN-LIMIT-FILE limit dosyasini acar. Dosya hic
      * kurulmamissa (durum 35) hicbir hesabin limiti yoktur ve
      * rapor yine uretilir; baska bir acilis hatasinda limitsiz
      * rapor yaniltici olacagindan calistirma durur.
      *----
       OPEN-LIMIT-FILE.
           OPEN INPUT ODL-FILE
           EVALUATE TRUE
              WHEN ODL-SUCCESS
                 MOVE 'Y' TO WS-ODL-SW
              WHEN ODL-ST = 35
                 DISPLAY 'ODLIMIT NOT DEFINED, NO LIMITS APPLIED'
                 MOVE 'X' TO WS-ODL-SW
              WHEN OTHER
                 DISPLAY 'FILE CANNOT OPEN'
                 DISPLAY 'ODL-ST: ' ODL-ST
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 99 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
           END-EVALUATE.
       OPEN-LIMIT-FILE-EXIT. EXIT.
      *----
      * LOAD-DEBIT-RATES borc faizi cizelgesini ODR-TABLE'a yukler;
      * DD saglanmamissa (durum 05) faiz hesaplanmaz (FEECALC'in
      * FEEOVRD kurgusu).
      *----
       LOAD-DEBIT-RATES.
           OPEN INPUT ODR-FILE
           IF NOT ODR-SUCCESS
              IF ODR-ST = 05
                 CLOSE ODR-FILE
                 DISPLAY 'ODRATES NOT SUPPLIED, NO DEBIT INTEREST'
              ELSE
                 DISPLAY 'ODRATES CANNOT OPEN, ODR-ST: ' ODR-ST
              END-IF
           ELSE
              PERFORM READ-ODR-RECORD
              PERFORM UNTIL ODR-EOF
                 IF ODR-TABLE-COUNT >= 50
                    DISPLAY 'DEBIT RATE TABLE FULL, DVZ NOT LOADED: '
                            ODR-DVZ
                 ELSE
                    ADD 1 TO ODR-TABLE-COUNT
                    SET ODT-IDX TO ODR-TABLE-COUNT
                    MOVE ODR-DVZ        TO ODT-DVZ(ODT-IDX)
                    MOVE ODR-ARR-RATE   TO ODT-ARR-RATE(ODT-IDX)
                    MOVE ODR-UNARR-RATE TO ODT-UNARR-RATE(ODT-IDX)
                 END-IF
                 PERFORM READ-ODR-RECORD
              END-PERFORM
              CLOSE ODR-FILE
           END-IF.
       LOAD-DEBIT-RATES-EXIT. EXIT.
      *----
       READ-ODR-RECORD.
           READ ODR-FILE.
       READ-ODR-RECORD-EXIT. EXIT.
      *----
      * FIND-INTEREST-DAYS faiz gun sayisini bulur: bir onceki is
      * gunu (DTCVRTN '4') ile calisma gunu arasindaki takvim
      * gunleri; Pazartesi calismasi Cumartesi ve Pazar'i da
      * tahakkuk ettirir. Hesaplanamazsa bir gun alinir.
      *----
       FIND-INTEREST-DAYS.
           MOVE 1 TO WS-INT-DAYS
           MOVE WS-RUN-DATE TO DTCV-DATE-1
           MOVE '4'         TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK
              MOVE DTCV-GREG-DATE TO WS-PREV-BUSDAY
              MOVE WS-PREV-BUSDAY TO DTCV-DATE-1
              MOVE WS-RUN-DATE    TO DTCV-DATE-2
              MOVE '2'            TO DTCV-FUNCTION
              CALL 'DTCVRTN' USING DTCV-PARM
              IF DTCV-RC-OK AND DTCV-DAYS-BETWEEN > ZERO
                 MOVE DTCV-DAYS-BETWEEN TO WS-INT-DAYS
              END-IF
           END-IF.
       FIND-INTEREST-DAYS-EXIT. EXIT.
      *----
      * SWEEP-MASTER-FILE master'i sirali gezer; fotograf ve jurnal
      * akislari her anahtar icin birlikte ilerletilir ki eksi
      * olmayan anahtarlarin gecmisi de tuketilsin.
      *----
       SWEEP-MASTER-FILE.
           PERFORM READ-NEXT-SNAPSHOT
           PERFORM READ-NEXT-JOURNAL
           PERFORM READ-NEXT-MASTER
           PERFORM UNTIL IDX-EOF
              PERFORM FIND-OVERDRAWN-SINCE
              IF IDX-TUTAR < ZERO
                 PERFORM AGE-ONE-ACCOUNT
              END-IF
              PERFORM READ-NEXT-MASTER
           END-PERFORM.
       SWEEP-MASTER-FILE-EXIT. EXIT.
      *----
       READ-NEXT-MASTER.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-NEXT-MASTER-EXIT. EXIT.
      *----
       READ-NEXT-SNAPSHOT.
           READ SNPSRT-FILE
              AT END MOVE 'Y' TO WS-SNPS-EOF-SW
           END-READ.
       READ-NEXT-SNAPSHOT-EXIT. EXIT.
      *----
       READ-NEXT-JOURNAL.
           READ JRNSRT-FILE
              AT END MOVE 'Y' TO WS-JRNS-EOF-SW
           END-READ.
       READ-NEXT-JOURNAL-EXIT. EXIT.
      *----
      * FIND-OVERDRAWN-SINCE iki akisi master anahtarina kadar
      * ilerletir (master'da olmayan eski anahtarlar atlanir) ve
      * anahtara ait satirlari tarih sirasiyla birlestirir; ayni
      * gunde jurnal fotograftan once gelir (fotograf gun sonu
      * bakiyesidir). Calisma gununden sonraki satirlar sayilmaz.
      *----
       FIND-OVERDRAWN-SINCE.
           MOVE 'N'   TO WS-NEG-SW
           MOVE ZERO  TO WS-NEG-SINCE
           MOVE SPACE TO WS-NEG-SOURCE
           PERFORM UNTIL WS-SNPS-DONE
                      OR SS-ID > IDX-ID
                      OR (SS-ID = IDX-ID AND SS-DVZ >= IDX-DVZ)
              PERFORM READ-NEXT-SNAPSHOT
           END-PERFORM
           PERFORM UNTIL WS-JRNS-DONE
                      OR JS-ID > IDX-ID
                      OR (JS-ID = IDX-ID AND JS-DVZ >= IDX-DVZ)
              PERFORM READ-NEXT-JOURNAL
           END-PERFORM
           PERFORM CHECK-STREAM-KEYS
           PERFORM UNTIL NOT WS-SNP-AT-KEY AND NOT WS-JRN-AT-KEY
              IF WS-JRN-AT-KEY
                 AND (NOT WS-SNP-AT-KEY OR JS-DATE <= SS-DATE)
                 IF JS-DATE <= WS-RUN-DATE
                    MOVE JS-DATE  TO WS-OBS-DATE
                    MOVE JS-TUTAR TO WS-OBS-TUTAR
                    MOVE 'J'      TO WS-OBS-SOURCE
                    PERFORM OBSERVE-BALANCE
                 END-IF
                 PERFORM READ-NEXT-JOURNAL
              ELSE
                 IF SS-DATE <= WS-RUN-DATE
                    MOVE SS-DATE  TO WS-OBS-DATE
                    MOVE SS-TUTAR TO WS-OBS-TUTAR
                    MOVE 'S'      TO WS-OBS-SOURCE
                    PERFORM OBSERVE-BALANCE
                 END-IF
                 PERFORM READ-NEXT-SNAPSHOT
              END-IF
              PERFORM CHECK-STREAM-KEYS
           END-PERFORM.
       FIND-OVERDRAWN-SINCE-EXIT. EXIT.
      *----
       CHECK-STREAM-KEYS.
           MOVE 'N' TO WS-SNP-KEY-SW WS-JRN-KEY-SW
           IF NOT WS-SNPS-DONE
              AND SS-ID = IDX-ID AND SS-DVZ = IDX-DVZ
              MOVE 'Y' TO WS-SNP-KEY-SW
           END-IF
           IF NOT WS-JRNS-DONE
              AND JS-ID = IDX-ID AND JS-DVZ = IDX-DVZ
              MOVE 'Y' TO WS-JRN-KEY-SW
           END-IF.
       CHECK-STREAM-KEYS-EXIT. EXIT.
      *----
      * OBSERVE-BALANCE gecmisteki bir bakiye gozlemini isler: eksi
      * olmayan bakiye eksi donemi kapatir, eksi donem disindayken
      * gorulen eksi bakiye yeni bir eksi donem baslatir.
      *----
       OBSERVE-BALANCE.
           IF WS-OBS-TUTAR < ZERO
              IF NOT WS-NEGATIVE
                 MOVE 'Y'           TO WS-NEG-SW
                 MOVE WS-OBS-DATE   TO WS-NEG-SINCE
                 MOVE WS-OBS-SOURCE TO WS-NEG-SOURCE
              END-IF
           ELSE
              MOVE 'N'   TO WS-NEG-SW
              MOVE ZERO  TO WS-NEG-SINCE
              MOVE SPACE TO WS-NEG-SOURCE
           END-IF.
       OBSERVE-BALANCE-EXIT. EXIT.
      *----
      * AGE-ONE-ACCOUNT eksi bakiyeli anahtarin gun sayisini,
      * limitini ve limit asimini bulur, satiri basar, dilim
      * toplamlarini gunceller ve borc faizini tahakkuk ettirir.
      *----
       AGE-ONE-ACCOUNT.
           ADD 1 TO WS-NEG-COUNT
           IF NOT WS-NEGATIVE
              MOVE WS-RUN-DATE TO WS-NEG-SINCE
              MOVE 'R'         TO WS-NEG-SOURCE
           END-IF
           PERFORM COUNT-DAYS-OVERDRAWN
           PERFORM READ-OVERDRAFT-LIMIT
           COMPUTE WS-OD-AMOUNT = ZERO - IDX-TUTAR
           IF WS-OD-AMOUNT > WS-LIMIT
              COMPUTE WS-EXCESS = WS-OD-AMOUNT - WS-LIMIT
              ADD 1 TO WS-OVERLMT-COUNT
           ELSE
              MOVE ZERO TO WS-EXCESS
           END-IF
           COMPUTE WS-WITHIN = WS-OD-AMOUNT - WS-EXCESS
           EVALUATE TRUE
              WHEN WS-DAYS-OVER <= 30
                 MOVE 1 TO WS-BAND
              WHEN WS-DAYS-OVER <= 60
                 MOVE 2 TO WS-BAND
              WHEN WS-DAYS-OVER <= 90
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE
           PERFORM ACCUMULATE-BAND
           PERFORM ACCRUE-DEBIT-INTEREST.
       AGE-ONE-ACCOUNT-EXIT. EXIT.
      *----
      * COUNT-DAYS-OVERDRAWN eksi donemin baslangic gunu dahil
      * calisma gunune kadar gecen takvim gunlerini sayar.
      *----
       COUNT-DAYS-OVERDRAWN.
           MOVE 1 TO WS-DAYS-OVER
           MOVE WS-NEG-SINCE TO DTCV-DATE-1
           MOVE WS-RUN-DATE  TO DTCV-DATE-2
           MOVE '2'          TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK AND DTCV-DAYS-BETWEEN > ZERO
              COMPUTE WS-DAYS-OVER = DTCV-DAYS-BETWEEN + 1
           END-IF.
       COUNT-DAYS-OVERDRAWN-EXIT. EXIT.
      *----
      * READ-OVERDRAFT-LIMIT anahtarin onayli limitini okur; kaydi
      * olmayan anahtarin limiti sifirdir. Gozden gecirme gunu
      * gecmis limit satirda isaretlenir.
      *----
       READ-OVERDRAFT-LIMIT.
           MOVE 'N'    TO WS-LIMIT-SW
           MOVE ZERO   TO WS-LIMIT
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-ODL-OPEN
              MOVE IDX-ID  TO ODL-ID
              MOVE IDX-DVZ TO ODL-DVZ
              READ ODL-FILE KEY IS ODL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'       TO WS-LIMIT-SW
                    MOVE ODL-LIMIT TO WS-LIMIT
              END-READ
           END-IF
           IF WS-HAS-LIMIT
              IF ODL-REVIEW < WS-RUN-DATE
                 MOVE 'REVIEW DUE' TO WS-NOTE-TEXT
                 ADD 1 TO WS-REVIEW-COUNT
              END-IF
           ELSE
              MOVE 'NO LIMIT' TO WS-NOTE-TEXT
              ADD 1 TO WS-NOLIMIT-COUNT
           END-IF.
       READ-OVERDRAFT-LIMIT-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE IDX-ID         TO RPT-REC(1:5)
           MOVE IDX-DVZ        TO RPT-REC(7:3)
           MOVE IDX-TUTAR      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(11:16)
           MOVE WS-LIMIT       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(28:16)
           MOVE WS-EXCESS      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(45:16)
           MOVE WS-DAYS-OVER   TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS   TO RPT-REC(62:5)
           MOVE BAND-NAME(WS-BAND) TO RPT-REC(68:5)
           MOVE WS-NEG-SINCE   TO RPT-REC(74:8)
           MOVE WS-NEG-SOURCE  TO RPT-REC(83:1)
           MOVE WS-NOTE-TEXT   TO RPT-REC(85:10)
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
      * ACCUMULATE-BAND IDX-DVZ'ye ait BKT-TABLE satirini bulur,
      * yoksa yeni satir acar ve dilim toplamlarini gunceller.
      *----
       ACCUMULATE-BAND.
           MOVE 'N' TO WS-BKT-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > BKT-TABLE-COUNT
              IF BKT-DVZ(WS-SRCH-IDX) = IDX-DVZ
                 MOVE 'Y' TO WS-BKT-SW
                 SET BKT-IDX TO WS-SRCH-IDX
                 MOVE BKT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-BKT-FOUND
              IF BKT-TABLE-COUNT >= 50
                 DISPLAY 'BAND TABLE FULL, DVZ NOT TOTALLED: '
                         IDX-DVZ
              ELSE
                 ADD 1 TO BKT-TABLE-COUNT
                 SET BKT-IDX TO BKT-TABLE-COUNT
                 INITIALIZE BKT-ENTRY(BKT-IDX)
                 MOVE IDX-DVZ TO BKT-DVZ(BKT-IDX)
                 MOVE 'Y' TO WS-BKT-SW
              END-IF
           END-IF
           IF WS-BKT-FOUND
              ADD 1 TO BKT-COUNT(BKT-IDX WS-BAND)
              ADD IDX-TUTAR TO BKT-AMOUNT(BKT-IDX WS-BAND)
              ADD WS-EXCESS TO BKT-EXCESS(BKT-IDX WS-BAND)
           END-IF.
       ACCUMULATE-BAND-EXIT. EXIT.
      *----
      * ACCRUE-DEBIT-INTEREST dvz'in borc faizi oranlarini bulur ve
      * faiz gunleri icin limit ici ve limit asimi kisimlarin
      * faizini yuvarlama/tasma korumali hesaplar (FEECALC'in
      * kurgusu). Faiz gunleri eksi gun sayisini asmaz. Tasan hesap
      * icin tahakkuk yazilmaz ve calistirma RC 04 ile biter.
      *----
       ACCRUE-DEBIT-INTEREST.
           MOVE 'N'  TO WS-FOUND-SW
           MOVE ZERO TO WS-ARR-RATE WS-UNARR-RATE WS-DAY-INTEREST
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > ODR-TABLE-COUNT
              IF ODT-DVZ(WS-SRCH-IDX) = IDX-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE ODT-ARR-RATE(WS-SRCH-IDX)   TO WS-ARR-RATE
                 MOVE ODT-UNARR-RATE(WS-SRCH-IDX) TO WS-UNARR-RATE
                 MOVE ODR-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              ADD 1 TO WS-NORATE-COUNT
           ELSE
              MOVE WS-INT-DAYS TO WS-ACCT-INT-DAYS
              IF WS-DAYS-OVER < WS-ACCT-INT-DAYS
                 MOVE WS-DAYS-OVER TO WS-ACCT-INT-DAYS
              END-IF
              COMPUTE WS-DAY-INTEREST ROUNDED =
                      (WS-WITHIN * WS-ARR-RATE
                       + WS-EXCESS * WS-UNARR-RATE)
                      * WS-ACCT-INT-DAYS / 365
                  ON SIZE ERROR
                      MOVE 'Y' TO WS-OVFL-SW
                      ADD 1 TO WS-OVFL-COUNT
                      MOVE ZERO TO WS-DAY-INTEREST
                      DISPLAY 'DEBIT INTEREST OVERFLOW: '
                              IDX-ID ' ' IDX-DVZ
              END-COMPUTE
              IF WS-DAY-INTEREST > ZERO
                 INITIALIZE ACCR-REC
                 MOVE IDX-ID          TO ACCR-ID
                 MOVE IDX-DVZ         TO ACCR-DVZ
                 MOVE WS-DAY-INTEREST TO ACCR-FEE
                 MOVE ZERO            TO ACCR-INT
                 MOVE WS-RUN-DATE     TO ACCR-VALDATE
                 WRITE ACCR-REC
                 ADD 1 TO WS-ACCR-COUNT
                 IF WS-BKT-FOUND
                    ADD WS-DAY-INTEREST TO BKT-INT-SUM(BKT-IDX)
                 END-IF
              END-IF
           END-IF.
       ACCRUE-DEBIT-INTEREST-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'ODAGE - OVERDRAWN BALANCE AGING AS OF '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES    TO RPT-REC
           MOVE 'ID'      TO RPT-REC(1:2)
           MOVE 'DVZ'     TO RPT-REC(7:3)
           MOVE 'BALANCE' TO RPT-REC(20:7)
           MOVE 'LIMIT'   TO RPT-REC(39:5)
           MOVE 'EXCESS'  TO RPT-REC(55:6)
           MOVE 'DAYS'    TO RPT-REC(63:4)
           MOVE 'BAND'    TO RPT-REC(68:4)
           MOVE 'SINCE'   TO RPT-REC(74:5)
           MOVE 'S'       TO RPT-REC(83:1)
           MOVE 'NOTE'    TO RPT-REC(85:4)
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-BAND-SUMMARY tahsilat ekibi icin dvz ve gun dilimi
      * basina adet, bakiye ve limit asimi toplamlarini, ardindan
      * dvz'in tahakkuk eden borc faizini basar.
      *----
       WRITE-BAND-SUMMARY.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES     TO RPT-REC
           MOVE 'DVZ'      TO RPT-REC(1:3)
           MOVE 'BAND'     TO RPT-REC(7:4)
           MOVE 'ACCOUNTS' TO RPT-REC(13:8)
           MOVE 'BALANCE'  TO RPT-REC(32:7)
           MOVE 'EXCESS'   TO RPT-REC(50:6)
           WRITE RPT-REC
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                     UNTIL BKT-IDX > BKT-TABLE-COUNT
              PERFORM VARYING WS-BAND FROM 1 BY 1
                        UNTIL WS-BAND > 4
                 MOVE SPACES TO RPT-REC
                 MOVE BKT-DVZ(BKT-IDX)    TO RPT-REC(1:3)
                 MOVE BAND-NAME(WS-BAND)  TO RPT-REC(7:5)
                 MOVE BKT-COUNT(BKT-IDX WS-BAND) TO WS-EDIT-COUNT
                 MOVE WS-EDIT-COUNT       TO RPT-REC(14:7)
                 MOVE BKT-AMOUNT(BKT-IDX WS-BAND) TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT      TO RPT-REC(23:16)
                 MOVE BKT-EXCESS(BKT-IDX WS-BAND) TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT      TO RPT-REC(40:16)
                 WRITE RPT-REC
              END-PERFORM
              MOVE SPACES TO RPT-REC
              MOVE BKT-DVZ(BKT-IDX)       TO RPT-REC(1:3)
              MOVE 'DEBIT INTEREST'       TO RPT-REC(7:14)
              MOVE BKT-INT-SUM(BKT-IDX)   TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT         TO RPT-REC(23:16)
              WRITE RPT-REC
           END-PERFORM.
       WRITE-BAND-SUMMARY-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS READ      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NEG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OVERDRAWN ACCOUNTS : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OVERLMT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OVER LIMIT         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOLIMIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'WITHOUT LIMIT      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIMIT REVIEW DUE   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACCR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'INTEREST ACCRUALS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-INT-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'INTEREST DAYS      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NORATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NO DEBIT RATE      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OVFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OVERFLOW ACCOUNTS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku ODAGE hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               CLOSE SNPSRT-FILE
               CLOSE JRNSRT-FILE
               CLOSE ACCR-FILE
               CLOSE RPT-FILE
               IF WS-ODL-OPEN
                  CLOSE ODL-FILE
               END-IF
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
              MOVE 'ODAGE'           TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-NEG-COUNT      TO AUD-RECCOUNT
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
