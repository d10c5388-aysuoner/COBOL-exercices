      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    OPRANAL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * OPRANAL bakim jurnalinin (JRNFILE, bkz. JRNLREC.CPY)
      * operator bazinda supheli davranis analizidir (ic kontrol).
      * Donem icindeki jurnal satirlari anahtar + zaman sirasina
      * dizilir (ODAGE'deki jurnal cikarma kurgusu) ve her degisiklik
      * icin su bulgular aranir:
      *   1 mesai disi ya da tatil gunu yapilan degisiklik (HOLCAL
      *     takvimi DTCVRTN '6' ile),
      *   2 bir operatorun bir gunde cok sayida bakiye degistirmesi,
      *   3 bir operatorun ayni anahtari donem icinde tekrar tekrar
      *     degistirmesi,
      *   4 operatorun kendi hesabina ya da ayni hane/grup
      *     (RELFILE) hesaplarina yaptigi degisiklik (operatorun
      *     musteri numarasi OPERAUTH OPA-IDXID'den),
      *   5 kisa sure icinde ters yonlu bir degisiklikle izlenen
      *     degisiklik (bakiye ters yone ya da isim eski haline),
      *   6 bakiye farkinin TRY karsiligi operator esigini asan tek
      *     degisiklik (rapor gunu kuru FXCVRTN ile).
      * Batch jurnalin ardindan online onaylarin jurnali (IJRNFILE)
      * ayni kuralla okunur; online jurnal verilmemisse bos sayilir.
      * Esikler OPRPARM parametre dosyasindan operator basina okunur
      * (bkz. OPRPREC.CPY). Bulgular OPRRPT'ye turune ve operatore
      * gore gruplanip (REFCHK kurgusu) basilir ve her biri onem
      * derecesiyle EXCPLOG'a yazilir. Bulgu varsa RETURN-CODE 04.
      * PARM='TYYYYMMDD'
      *   1    -> 'D' gunluk (varsayilan): yalnizca calisma gununun
      *           degisiklikleri, 'M' aylik: calisma gununun ayi.
      *   2-9  -> calisma gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT JRNSRT-FILE ASSIGN TO JRNSRTD
                             STATUS     JRNS-ST.
           SELECT JRN-SORT-FILE ASSIGN TO JRNSORT.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT OPTIONAL OPP-FILE ASSIGN TO  OPRPARM
                             STATUS     OPP-ST.
      * REL-FILE degisen musterinin gruplari icin alternatif
      * anahtarla, operatorun ayni gruptaki kaydi icin ana
      * anahtarla okunur.
           SELECT OPTIONAL REL-FILE ASSIGN TO  RELFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-IDXID
                                        WITH DUPLICATES
                             STATUS     REL-ST.
           SELECT RPT-FILE   ASSIGN TO  OPRRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO  EXCPLOG
                             STATUS     EXCP-ST.
           SELECT ERR-SORT-FILE ASSIGN TO OPRSORT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, alanlar JW-REC uzerinden okunur (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * JRNSRT-FILE donem icindeki jurnal satirlarinin paketli
      * goruntulerinden cikarilmis, anahtar + zaman sirali halidir.
      * Eklemede oncesi, silmede sonrasi yoktur; bakiye sifir, isim
      * bosluk kabul edilir.
       FD  JRNSRT-FILE RECORDING MODE F.
       01  JS-REC.
           05 JS-ID          PIC 9(05).
           05 JS-DVZ         PIC 9(03).
           05 JS-DATE        PIC 9(08).
           05 JS-TIME        PIC 9(06).
           05 JS-TIME-R REDEFINES JS-TIME.
              10 JS-HHMM     PIC 9(04).
              10 JS-SS       PIC 9(02).
           05 JS-SEQ         PIC 9(07).
           05 JS-USER        PIC X(08).
           05 JS-FUNC        PIC X(01).
           05 JS-OLD-TUTAR   PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 JS-NEW-TUTAR   PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 JS-OLD-FULLN   PIC X(30).
           05 JS-NEW-FULLN   PIC X(30).
      *****
       SD  JRN-SORT-FILE.
       01  JRN-SORT-REC.
           05 JD-ID          PIC 9(05).
           05 JD-DVZ         PIC 9(03).
           05 JD-DATE        PIC 9(08).
           05 JD-TIME        PIC 9(06).
           05 JD-SEQ         PIC 9(07).
           05 JD-USER        PIC X(08).
           05 JD-FUNC        PIC X(01).
           05 JD-OLD-TUTAR   PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 JD-NEW-TUTAR   PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 JD-OLD-FULLN   PIC X(30).
           05 JD-NEW-FULLN   PIC X(30).
      *****
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY).
       FD  OPAUTH-FILE.
           COPY OPAUTREC.
      *****
      * OPP-FILE operator esik parametreleridir (bkz. OPRPREC.CPY).
       FD  OPP-FILE RECORDING MODE F.
           COPY OPRPREC.
      *****
      * REL-FILE musteri iliski/grup dosyasidir (bkz. RELREC.CPY).
       FD  REL-FILE.
           COPY RELREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(132).
      *****
      * EXCP-FILE ortak exception dosyasidir (bkz. EXCPTREC.CPY).
       FD  EXCP-FILE RECORDING MODE F.
           COPY EXCPTREC.
      *****
      * ERR-SORT-FILE bulgularin tur + operator + zaman sirasina
      * gore gruplanmasi icin kullanilan calisma sort dosyasidir.
       SD  ERR-SORT-FILE.
       01  ERR-SORT-REC.
           05 ES-CODE        PIC X(01).
           05 ES-USER        PIC X(08).
           05 ES-STAMP       PIC 9(14).
           05 ES-STAMP-R REDEFINES ES-STAMP.
              10 ES-DATE     PIC 9(08).
              10 ES-TIME     PIC 9(06).
           05 ES-KEY         PIC X(12).
           05 ES-SEV         PIC X(01).
           05 ES-DETAIL      PIC X(70).
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 JRNS-ST           PIC 9(02).
              88 JRNS-EOF       VALUE 10.
              88 JRNS-SUCCESS   VALUE 00 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 OPP-ST            PIC 9(02).
              88 OPP-EOF        VALUE 10.
              88 OPP-SUCCESS    VALUE 00 97.
           05 REL-ST            PIC 9(02).
              88 REL-EOF        VALUE 10.
              88 REL-SUCCESS    VALUE 00 02 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 EXCP-ST           PIC 9(02).
              88 EXCP-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * Calistirma parametreleri ve analiz donemi.
      *----
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-RUN-MODE          PIC X(01) VALUE 'D'.
           88 WS-DAILY-RUN      VALUE 'D'.
           88 WS-MONTHLY-RUN    VALUE 'M'.
       01  WS-FROM-DATE         PIC 9(08).
       01  WS-TO-DATE           PIC 9(08).
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY).
           COPY DTCVPARM.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-JRNL-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-JRNL-OPENED    VALUE 'Y'.
      *----
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar rapor gunu icin oradan alinir.
      *----
           COPY FXCVPARM.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
      *----
      * OPR-TABLE musteri numarasi tanimli operatorleri tutar
      * (OPERAUTH OPA-IDXID).
      *----
       01  OPR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  OPR-TABLE.
           05 OPR-ENTRY OCCURS 500 TIMES.
              10 OPR-USER       PIC X(08).
              10 OPR-IDXID      PIC 9(05).
       01  WS-OPR-SRCH          PIC 9(03).
       01  WS-OPR-IDXID         PIC 9(05).
      *----
      * THR-TABLE OPRPARM'daki operator esikleridir; WS-DEF-*
      * '*DEFAULT' satiri ya da sabit varsayilanlardir, WS-THR-*
      * islenen operatore uygulanan esiklerdir.
      *----
       01  THR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  THR-TABLE.
           05 THR-ENTRY OCCURS 500 TIMES.
              10 THR-USER       PIC X(08).
              10 THR-HOUR-FROM  PIC 9(04).
              10 THR-HOUR-TO    PIC 9(04).
              10 THR-MAX-BAL    PIC 9(05).
              10 THR-MAX-KEY    PIC 9(03).
              10 THR-REV-MIN    PIC 9(05).
              10 THR-MAX-SINGLE PIC 9(13)V99.
       01  WS-THR-SRCH          PIC 9(03).
       01  WS-DEF-THRESHOLDS.
           05 WS-DEF-HOUR-FROM  PIC 9(04) VALUE 0800.
           05 WS-DEF-HOUR-TO    PIC 9(04) VALUE 1800.
           05 WS-DEF-MAX-BAL    PIC 9(05) VALUE 50.
           05 WS-DEF-MAX-KEY    PIC 9(03) VALUE 3.
           05 WS-DEF-REV-MIN    PIC 9(05) VALUE 60.
           05 WS-DEF-MAX-SINGLE PIC 9(13)V99 VALUE 1000000.
       01  WS-THR-USER          PIC X(08).
       01  WS-THRESHOLDS.
           05 WS-THR-HOUR-FROM  PIC 9(04).
           05 WS-THR-HOUR-TO    PIC 9(04).
           05 WS-THR-MAX-BAL    PIC 9(05).
           05 WS-THR-MAX-KEY    PIC 9(03).
           05 WS-THR-REV-MIN    PIC 9(05).
           05 WS-THR-MAX-SINGLE PIC 9(13)V99.
      *----
      * OPD-TABLE operator + gun basina bakiye degisikligi
      * sayilaridir (bulgu 2, donem sonunda degerlendirilir).
      *----
       01  OPD-TABLE-COUNT      PIC 9(04) VALUE ZERO.
       01  OPD-TABLE.
           05 OPD-ENTRY OCCURS 5000 TIMES.
              10 OPD-USER       PIC X(08).
              10 OPD-DATE       PIC 9(08).
              10 OPD-COUNT      PIC 9(05).
       01  WS-OPD-SRCH          PIC 9(04).
      *----
      * KEY-TABLE islenen anahtari donem icinde degistiren
      * operatorleri ve degisiklik sayilarini tutar (bulgu 3,
      * anahtar degistikce degerlendirilir).
      *----
       01  KEY-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  KEY-TABLE.
           05 KEY-ENTRY OCCURS 200 TIMES.
              10 KEY-USER       PIC X(08).
              10 KEY-COUNT      PIC 9(05).
       01  WS-KEY-SRCH          PIC 9(03).
      *----
      * GRP-TABLE degisen musterinin uye oldugu gruplardir
      * (bulgu 4).
      *----
       01  GRP-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  GRP-TABLE.
           05 GRP-ENTRY OCCURS 50 TIMES.
              10 GRP-ID         PIC X(06).
       01  WS-GRP-SRCH          PIC 9(03).
       01  WS-SHARED-GROUP      PIC X(06).
       01  WS-REL-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-REL-DONE       VALUE 'Y'.
      *----
      * Akis alanlari: islenen anahtar ve ayni anahtarin bir onceki
      * degisikligi (bulgu 5).
      *----
       01  WS-JRNS-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-JRNS-DONE      VALUE 'Y'.
       01  WS-FIRST-SW          PIC X(01) VALUE 'Y'.
           88 WS-FIRST-KEY      VALUE 'Y'.
       01  WS-CUR-ID            PIC 9(05).
       01  WS-CUR-DVZ           PIC 9(03).
       01  WS-KEY-TEXT          PIC X(12).
       01  WS-PREV-SW           PIC X(01) VALUE 'N'.
           88 WS-PREV-ON-KEY    VALUE 'Y'.
       01  WS-PREV-DATE         PIC 9(08).
       01  WS-PREV-TIME         PIC 9(06).
       01  WS-PREV-TIME-R REDEFINES WS-PREV-TIME.
           05 WS-PREV-HH        PIC 9(02).
           05 WS-PREV-MM        PIC 9(02).
           05 WS-PREV-SS        PIC 9(02).
       01  WS-PREV-USER         PIC X(08).
       01  WS-PREV-DELTA        PIC S9(13)V99.
       01  WS-PREV-OLD-FULLN    PIC X(30).
       01  WS-PREV-NEW-FULLN    PIC X(30).
       01  WS-CUR-TIME          PIC 9(06).
       01  WS-CUR-TIME-R REDEFINES WS-CUR-TIME.
           05 WS-CUR-HH         PIC 9(02).
           05 WS-CUR-MM         PIC 9(02).
           05 WS-CUR-SS         PIC 9(02).
       01  WS-ELAPSED-MIN       PIC S9(09).
       01  WS-DELTA             PIC S9(13)V99.
       01  WS-DELTA-TRY         PIC S9(15)V99.
      * WS-CAL-DATE/WS-CAL-BUSDAY-SW son sorulan gunun is gunu
      * sonucunu saklar; HOLCAL ayni gun icin tekrar okunmaz.
       01  WS-CAL-DATE          PIC 9(08) VALUE ZERO.
       01  WS-CAL-BUSDAY-SW     PIC X(01) VALUE 'Y'.
           88 WS-CAL-BUSDAY     VALUE 'Y'.
      *----
      * EXCPLOG yazimi (TXNPOST kurgusu).
      *----
       01  WS-EXCP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-EXCP-OPEN      VALUE 'Y'.
       01  WS-EXCP-REASON       PIC X(04).
       01  WS-EXCP-SEV          PIC X(01).
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-PREV-CODE         PIC X(01) VALUE SPACE.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-JRNL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-IJRN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-BALCHG-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ERR-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-CNT-OFFHOURS      PIC 9(07) VALUE ZERO.
       01  WS-CNT-VOLUME        PIC 9(07) VALUE ZERO.
       01  WS-CNT-REPEATKEY     PIC 9(07) VALUE ZERO.
       01  WS-CNT-OWNACCT       PIC 9(07) VALUE ZERO.
       01  WS-CNT-REVERSAL      PIC 9(07) VALUE ZERO.
       01  WS-CNT-LARGE         PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-SMALL        PIC Z(04)9.
       01  WS-EDIT-AMOUNT       PIC -(14)9.99.
       01  WS-EDIT-LIMIT        PIC Z(12)9.99.
       01  WS-EDIT-HHMM         PIC 99B99.
       01  WS-ID-D              PIC 9(05).
       01  WS-DVZ-D             PIC 9(03).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='TYYYYMMDD' ile gelen analiz
      * turunu ve calisma gununu tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-MODE  PIC X(01).
               10  LS-PARM-DATE  PIC 9(08).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 0
              IF LS-PARM-MODE = 'D' OR LS-PARM-MODE = 'M'
                 MOVE LS-PARM-MODE TO WS-RUN-MODE
              ELSE
                 DISPLAY 'INVALID RUN MODE PARM: ' LS-PARM-MODE
                 MOVE 98 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF LS-PARM-LEN > 8
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-DATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-DATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF
           IF WS-MONTHLY-RUN
              MOVE WS-RUN-DATE TO WS-FROM-DATE WS-TO-DATE
              MOVE '01' TO WS-FROM-DATE(7:2)
              MOVE '31' TO WS-TO-DATE(7:2)
           ELSE
              MOVE WS-RUN-DATE TO WS-FROM-DATE WS-TO-DATE
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM LOAD-OPERATOR-PROFILES
           PERFORM LOAD-THRESHOLDS
           PERFORM SORT-JOURNAL-CHANGES
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM WRITE-REPORT-HEADING
           SORT ERR-SORT-FILE
                ON ASCENDING KEY ES-CODE ES-USER ES-STAMP ES-KEY
                INPUT PROCEDURE  IS ANALYZE-JOURNAL-CHANGES
                OUTPUT PROCEDURE IS WRITE-GROUPED-FINDINGS
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'OPRANAL CHANGES: ' WS-CHANGE-COUNT
                   ' FINDINGS: ' WS-ERR-TOTAL
           IF WS-ERR-TOTAL > ZERO OR WS-OVFL-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur (SORTREP6'daki kurgu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
      * LOAD-OPERATOR-PROFILES musteri numarasi tanimli operatorleri
      * tabloya alir. Profil dosyasi okunamazsa kendi hesap kontrolu
      * (bulgu 4) yapilamaz; durum bildirilir, calisma surer.
      *----
       LOAD-OPERATOR-PROFILES.
           OPEN INPUT OPAUTH-FILE
           IF NOT OPAUTH-SUCCESS
              DISPLAY 'OPERAUTH CANNOT OPEN, OPAUTH-ST: ' OPAUTH-ST
                      ' - OWN ACCOUNT CHECK SKIPPED'
           ELSE
              PERFORM READ-OPAUTH-RECORD
              PERFORM UNTIL OPAUTH-EOF
                 IF OPA-IDXID IS NUMERIC AND OPA-IDXID > ZERO
                    IF OPR-TABLE-COUNT >= 500
                       MOVE 'OPR-TABLE' TO WS-FULL-TABLE
                       PERFORM TABLE-LIMIT-ABORT
                    END-IF
                    ADD 1 TO OPR-TABLE-COUNT
                    MOVE OPA-USERID TO OPR-USER(OPR-TABLE-COUNT)
                    MOVE OPA-IDXID  TO OPR-IDXID(OPR-TABLE-COUNT)
                 END-IF
                 PERFORM READ-OPAUTH-RECORD
              END-PERFORM
              CLOSE OPAUTH-FILE
           END-IF.
       LOAD-OPERATOR-PROFILES-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
      * LOAD-THRESHOLDS esik parametre dosyasini tabloya alir;
      * '*DEFAULT' satiri sabit varsayilanlarin yerine gecer.
      * Dosya yoksa sabit varsayilanlar kullanilir.
      *----
       LOAD-THRESHOLDS.
           OPEN INPUT OPP-FILE
           IF NOT OPP-SUCCESS
              DISPLAY 'OPRPARM CANNOT OPEN, OPP-ST: ' OPP-ST
                      ' - DEFAULT THRESHOLDS USED'
           ELSE
              PERFORM READ-OPP-RECORD
              PERFORM UNTIL OPP-EOF
                 IF OPP-USER = '*DEFAULT'
                    MOVE OPP-HOUR-FROM   TO WS-DEF-HOUR-FROM
                    MOVE OPP-HOUR-TO     TO WS-DEF-HOUR-TO
                    MOVE OPP-MAX-BAL-DAY TO WS-DEF-MAX-BAL
                    MOVE OPP-MAX-KEY-CHG TO WS-DEF-MAX-KEY
                    MOVE OPP-REV-MINUTES TO WS-DEF-REV-MIN
                    MOVE OPP-MAX-SINGLE  TO WS-DEF-MAX-SINGLE
                 ELSE
                    PERFORM STORE-THRESHOLD
                 END-IF
                 PERFORM READ-OPP-RECORD
              END-PERFORM
              CLOSE OPP-FILE
           END-IF.
       LOAD-THRESHOLDS-EXIT. EXIT.
      *----
       READ-OPP-RECORD.
           READ OPP-FILE.
       READ-OPP-RECORD-EXIT. EXIT.
      *----
       STORE-THRESHOLD.
           IF THR-TABLE-COUNT >= 500
              MOVE 'THR-TABLE' TO WS-FULL-TABLE
              PERFORM TABLE-LIMIT-ABORT
           END-IF
           ADD 1 TO THR-TABLE-COUNT
           MOVE OPP-USER        TO THR-USER(THR-TABLE-COUNT)
           MOVE OPP-HOUR-FROM   TO THR-HOUR-FROM(THR-TABLE-COUNT)
           MOVE OPP-HOUR-TO     TO THR-HOUR-TO(THR-TABLE-COUNT)
           MOVE OPP-MAX-BAL-DAY TO THR-MAX-BAL(THR-TABLE-COUNT)
           MOVE OPP-MAX-KEY-CHG TO THR-MAX-KEY(THR-TABLE-COUNT)
           MOVE OPP-REV-MINUTES TO THR-REV-MIN(THR-TABLE-COUNT)
           MOVE OPP-MAX-SINGLE  TO THR-MAX-SINGLE(THR-TABLE-COUNT).
       STORE-THRESHOLD-EXIT. EXIT.
      *----
      * SET-OPERATOR-THRESHOLDS WS-THR-USER'in esiklerini WS-THR-*
      * alanlarina tasir; tanimi yoksa varsayilanlar gecerlidir.
      *----
       SET-OPERATOR-THRESHOLDS.
           MOVE WS-DEF-THRESHOLDS TO WS-THRESHOLDS
           PERFORM VARYING WS-THR-SRCH FROM 1 BY 1
                     UNTIL WS-THR-SRCH > THR-TABLE-COUNT
              IF THR-USER(WS-THR-SRCH) = WS-THR-USER
                 MOVE THR-HOUR-FROM(WS-THR-SRCH)  TO WS-THR-HOUR-FROM
                 MOVE THR-HOUR-TO(WS-THR-SRCH)    TO WS-THR-HOUR-TO
                 MOVE THR-MAX-BAL(WS-THR-SRCH)    TO WS-THR-MAX-BAL
                 MOVE THR-MAX-KEY(WS-THR-SRCH)    TO WS-THR-MAX-KEY
                 MOVE THR-REV-MIN(WS-THR-SRCH)    TO WS-THR-REV-MIN
                 MOVE THR-MAX-SINGLE(WS-THR-SRCH) TO WS-THR-MAX-SINGLE
                 MOVE THR-TABLE-COUNT TO WS-THR-SRCH
              END-IF
           END-PERFORM.
       SET-OPERATOR-THRESHOLDS-EXIT. EXIT.
      *----
      * SORT-JOURNAL-CHANGES donem icindeki jurnal satirlarini
      * cozumleyip anahtar + zaman sirasina dizer. Jurnal
      * okunamazsa analiz yapilamaz, calisma RC 99 ile biter.
      *----
       SORT-JOURNAL-CHANGES.
           SORT JRN-SORT-FILE
                ON ASCENDING KEY JD-ID JD-DVZ JD-DATE JD-TIME JD-SEQ
                INPUT PROCEDURE  IS EXTRACT-JOURNAL-CHANGES
                GIVING JRNSRT-FILE
           IF NOT WS-JRNL-OPENED
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       SORT-JOURNAL-CHANGES-EXIT. EXIT.
      *----
       EXTRACT-JOURNAL-CHANGES.
           OPEN INPUT JRNL-FILE
           IF NOT JRNL-SUCCESS
              DISPLAY 'JRNFILE CANNOT OPEN, JRNL-ST: ' JRNL-ST
           ELSE
              MOVE 'Y' TO WS-JRNL-OPEN-SW
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE JRNL-REC TO JW-REC
                 PERFORM CHECK-CHANGE-PERIOD
                 PERFORM READ-JRNL-RECORD
              END-PERFORM
              CLOSE JRNL-FILE
              PERFORM EXTRACT-ONLINE-CHANGES
           END-IF.
       EXTRACT-JOURNAL-CHANGES-EXIT. EXIT.
      *----
      * EXTRACT-ONLINE-CHANGES online onaylarin jurnalini
      * (IJRNFILE) batch jurnalle ayni kuralla siralamaya verir.
      * Online jurnal okunamazsa analiz eksik kalacagindan calisma
      * RC 99 ile biter.
      *----
       EXTRACT-ONLINE-CHANGES.
           OPEN INPUT IJRN-FILE
           IF NOT IJRN-SUCCESS
              DISPLAY 'IJRNFILE CANNOT OPEN, IJRN-ST: ' IJRN-ST
              MOVE 'N' TO WS-JRNL-OPEN-SW
           ELSE
              PERFORM READ-IJRN-RECORD
              PERFORM UNTIL IJRN-EOF
                 ADD 1 TO WS-IJRN-COUNT
                 MOVE IJRN-REC TO JW-REC
                 PERFORM CHECK-CHANGE-PERIOD
                 PERFORM READ-IJRN-RECORD
              END-PERFORM
              CLOSE IJRN-FILE
           END-IF.
       EXTRACT-ONLINE-CHANGES-EXIT. EXIT.
      *----
       CHECK-CHANGE-PERIOD.
           IF JW-DATE >= WS-FROM-DATE
              AND JW-DATE <= WS-TO-DATE
              PERFORM RELEASE-ONE-CHANGE
           END-IF.
       CHECK-CHANGE-PERIOD-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
      * RELEASE-ONE-CHANGE anahtari, oncesi/sonrasi bakiyeyi ve
      * ismi paketli goruntulerden cikarir.
      *----
       RELEASE-ONE-CHANGE.
           IF JW-HAS-BEFORE OR JW-HAS-AFTER
              INITIALIZE JRN-SORT-REC
              IF JW-HAS-BEFORE
                 MOVE JW-BEFORE  TO JI-REC
                 MOVE JI-ID      TO JD-ID
                 MOVE JI-DVZ     TO JD-DVZ
                 MOVE JI-TUTAR   TO JD-OLD-TUTAR
                 MOVE JI-FULLN   TO JD-OLD-FULLN
              END-IF
              IF JW-HAS-AFTER
                 MOVE JW-AFTER   TO JI-REC
                 MOVE JI-ID      TO JD-ID
                 MOVE JI-DVZ     TO JD-DVZ
                 MOVE JI-TUTAR   TO JD-NEW-TUTAR
                 MOVE JI-FULLN   TO JD-NEW-FULLN
              END-IF
              MOVE JW-DATE       TO JD-DATE
              MOVE JW-TIME       TO JD-TIME
              MOVE JW-SEQ        TO JD-SEQ
              MOVE JW-USER       TO JD-USER
              MOVE JW-FUNC       TO JD-FUNC
              ADD 1 TO WS-CHANGE-COUNT
              RELEASE JRN-SORT-REC
           END-IF.
       RELEASE-ONE-CHANGE-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  JRNSRT-FILE
           OPEN INPUT  REL-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT JRNS-SUCCESS OR NOT REL-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'JRNS-ST: '   JRNS-ST
              DISPLAY 'REL-ST: '    REL-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES rapor gunu icin FXCVRTN'de gecerli kur
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
      * ANALYZE-JOURNAL-CHANGES sirali degisiklikleri anahtar
      * kirilimiyla isler; anahtar degistikce ayni anahtar tekrari
      * (bulgu 3), donem sonunda gunluk hacim (bulgu 2)
      * degerlendirilir.
      *----
       ANALYZE-JOURNAL-CHANGES.
           PERFORM READ-JRNSRT-RECORD
           PERFORM UNTIL WS-JRNS-DONE
              IF WS-FIRST-KEY OR JS-ID NOT = WS-CUR-ID
                              OR JS-DVZ NOT = WS-CUR-DVZ
                 IF NOT WS-FIRST-KEY
                    PERFORM FLUSH-KEY-OPERATORS
                 END-IF
                 PERFORM START-NEW-KEY
              END-IF
              PERFORM ANALYZE-ONE-CHANGE
              PERFORM READ-JRNSRT-RECORD
           END-PERFORM
           IF NOT WS-FIRST-KEY
              PERFORM FLUSH-KEY-OPERATORS
           END-IF
           PERFORM FLUSH-OPERATOR-DAYS.
       ANALYZE-JOURNAL-CHANGES-EXIT. EXIT.
      *----
       READ-JRNSRT-RECORD.
           READ JRNSRT-FILE
              AT END MOVE 'Y' TO WS-JRNS-EOF-SW
           END-READ.
       READ-JRNSRT-RECORD-EXIT. EXIT.
      *----
       START-NEW-KEY.
           MOVE 'N'     TO WS-FIRST-SW WS-PREV-SW
           MOVE JS-ID   TO WS-CUR-ID WS-ID-D
           MOVE JS-DVZ  TO WS-CUR-DVZ WS-DVZ-D
           MOVE ZERO    TO KEY-TABLE-COUNT
           MOVE SPACES  TO WS-KEY-TEXT
           MOVE WS-ID-D  TO WS-KEY-TEXT(1:5)
           MOVE '/'      TO WS-KEY-TEXT(6:1)
           MOVE WS-DVZ-D TO WS-KEY-TEXT(7:3).
       START-NEW-KEY-EXIT. EXIT.
      *----
      * ANALYZE-ONE-CHANGE bir degisikligi operatorun esikleriyle
      * kontrol eder ve sayaclara ekler.
      *----
       ANALYZE-ONE-CHANGE.
           MOVE JS-USER TO WS-THR-USER
           PERFORM SET-OPERATOR-THRESHOLDS
           COMPUTE WS-DELTA = JS-NEW-TUTAR - JS-OLD-TUTAR
           PERFORM CHECK-OFF-HOURS
           PERFORM CHECK-OWN-ACCOUNT
           IF WS-DELTA NOT = ZERO
              ADD 1 TO WS-BALCHG-COUNT
              PERFORM COUNT-OPERATOR-DAY
              PERFORM CHECK-LARGE-CHANGE
           END-IF
           IF WS-PREV-ON-KEY
              PERFORM CHECK-REVERSAL
           END-IF
           PERFORM COUNT-KEY-OPERATOR
           MOVE 'Y'          TO WS-PREV-SW
           MOVE JS-DATE      TO WS-PREV-DATE
           MOVE JS-TIME      TO WS-PREV-TIME
           MOVE JS-USER      TO WS-PREV-USER
           MOVE WS-DELTA     TO WS-PREV-DELTA
           MOVE JS-OLD-FULLN TO WS-PREV-OLD-FULLN
           MOVE JS-NEW-FULLN TO WS-PREV-NEW-FULLN.
       ANALYZE-ONE-CHANGE-EXIT. EXIT.
      *----
      * SET-CHANGE-FINDING bulgu satirinin degisiklige ait ortak
      * alanlarini doldurur.
      *----
       SET-CHANGE-FINDING.
           MOVE JS-USER     TO ES-USER
           MOVE JS-DATE     TO ES-DATE
           MOVE JS-TIME     TO ES-TIME
           MOVE WS-KEY-TEXT TO ES-KEY
           MOVE SPACES      TO ES-DETAIL.
       SET-CHANGE-FINDING-EXIT. EXIT.
      *----
      * CHECK-OFF-HOURS tatil/hafta sonu gununu (DTCVRTN '6') ve
      * operatorun mesai araligini kontrol eder (bulgu 1).
      *----
       CHECK-OFF-HOURS.
           IF JS-DATE NOT = WS-CAL-DATE
              MOVE JS-DATE TO DTCV-DATE-1 WS-CAL-DATE
              MOVE '6'     TO DTCV-FUNCTION
              CALL 'DTCVRTN' USING DTCV-PARM
              IF DTCV-RC-OK
                 MOVE DTCV-BUSDAY-SW TO WS-CAL-BUSDAY-SW
              ELSE
                 MOVE 'Y' TO WS-CAL-BUSDAY-SW
              END-IF
           END-IF
           MOVE JS-HHMM TO WS-EDIT-HHMM
           IF NOT WS-CAL-BUSDAY
              PERFORM SET-CHANGE-FINDING
              MOVE '1' TO ES-CODE
              STRING 'FUNC ' JS-FUNC ' ON NON-BUSINESS DAY AT '
                     WS-EDIT-HHMM
                     DELIMITED BY SIZE
                INTO ES-DETAIL
              END-STRING
              PERFORM RELEASE-FINDING
           ELSE
              IF JS-HHMM < WS-THR-HOUR-FROM
                 OR JS-HHMM NOT < WS-THR-HOUR-TO
                 PERFORM SET-CHANGE-FINDING
                 MOVE '1' TO ES-CODE
                 STRING 'FUNC ' JS-FUNC ' OUTSIDE BUSINESS HOURS AT '
                        WS-EDIT-HHMM
                        DELIMITED BY SIZE
                   INTO ES-DETAIL
                 END-STRING
                 PERFORM RELEASE-FINDING
              END-IF
           END-IF.
       CHECK-OFF-HOURS-EXIT. EXIT.
      *----
      * CHECK-OWN-ACCOUNT operatorun kendi musteri numarasina ya da
      * bu numarayla ayni grupta olan musteriye yapilan degisikligi
      * bulur (bulgu 4).
      *----
       CHECK-OWN-ACCOUNT.
           MOVE ZERO TO WS-OPR-IDXID
           PERFORM VARYING WS-OPR-SRCH FROM 1 BY 1
                     UNTIL WS-OPR-SRCH > OPR-TABLE-COUNT
              IF OPR-USER(WS-OPR-SRCH) = JS-USER
                 MOVE OPR-IDXID(WS-OPR-SRCH) TO WS-OPR-IDXID
                 MOVE OPR-TABLE-COUNT TO WS-OPR-SRCH
              END-IF
           END-PERFORM
           IF WS-OPR-IDXID > ZERO
              IF WS-OPR-IDXID = JS-ID
                 PERFORM SET-CHANGE-FINDING
                 MOVE '4' TO ES-CODE
                 STRING 'FUNC ' JS-FUNC ' ON OPERATOR OWN ACCOUNT'
                        DELIMITED BY SIZE
                   INTO ES-DETAIL
                 END-STRING
                 PERFORM RELEASE-FINDING
              ELSE
                 PERFORM FIND-SHARED-GROUP
                 IF WS-SHARED-GROUP NOT = SPACES
                    PERFORM SET-CHANGE-FINDING
                    MOVE '4' TO ES-CODE
                    STRING 'FUNC ' JS-FUNC
                           ' ON ACCOUNT IN OPERATOR GROUP '
                           WS-SHARED-GROUP
                           DELIMITED BY SIZE
                      INTO ES-DETAIL
                    END-STRING
                    PERFORM RELEASE-FINDING
                 END-IF
              END-IF
           END-IF.
       CHECK-OWN-ACCOUNT-EXIT. EXIT.
      *----
      * FIND-SHARED-GROUP degisen musterinin gruplarini alternatif
      * anahtarla toplar, sonra operatorun bu gruplardan birinde
      * kaydi olup olmadigina ana anahtarla bakar.
      *----
       FIND-SHARED-GROUP.
           MOVE SPACES TO WS-SHARED-GROUP
           MOVE ZERO   TO GRP-TABLE-COUNT
           MOVE 'N'    TO WS-REL-EOF-SW
           MOVE JS-ID  TO REL-IDXID
           START REL-FILE KEY IS = REL-IDXID
              INVALID KEY MOVE 'Y' TO WS-REL-EOF-SW
           END-START
           PERFORM UNTIL WS-REL-DONE
              READ REL-FILE NEXT
                 AT END MOVE 'Y' TO WS-REL-EOF-SW
              END-READ
              IF NOT WS-REL-DONE
                 IF REL-IDXID NOT = JS-ID
                    MOVE 'Y' TO WS-REL-EOF-SW
                 ELSE
                    IF GRP-TABLE-COUNT >= 50
                       MOVE 'GRP-TABLE' TO WS-FULL-TABLE
                       PERFORM TABLE-LIMIT-ABORT
                    END-IF
                    ADD 1 TO GRP-TABLE-COUNT
                    MOVE REL-GROUP-ID TO GRP-ID(GRP-TABLE-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-SRCH FROM 1 BY 1
                     UNTIL WS-GRP-SRCH > GRP-TABLE-COUNT
              MOVE GRP-ID(WS-GRP-SRCH) TO REL-GROUP-ID
              MOVE WS-OPR-IDXID        TO REL-IDXID
              READ REL-FILE KEY IS REL-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE REL-GROUP-ID TO WS-SHARED-GROUP
                    MOVE GRP-TABLE-COUNT TO WS-GRP-SRCH
              END-READ
           END-PERFORM.
       FIND-SHARED-GROUP-EXIT. EXIT.
      *----
      * COUNT-OPERATOR-DAY operatorun o gunku bakiye degisikligi
      * sayacini artirir.
      *----
       COUNT-OPERATOR-DAY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-OPD-SRCH FROM 1 BY 1
                     UNTIL WS-OPD-SRCH > OPD-TABLE-COUNT
              IF OPD-USER(WS-OPD-SRCH) = JS-USER
                 AND OPD-DATE(WS-OPD-SRCH) = JS-DATE
                 ADD 1 TO OPD-COUNT(WS-OPD-SRCH)
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE OPD-TABLE-COUNT TO WS-OPD-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF OPD-TABLE-COUNT >= 5000
                 MOVE 'OPD-TABLE' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO OPD-TABLE-COUNT
              MOVE JS-USER TO OPD-USER(OPD-TABLE-COUNT)
              MOVE JS-DATE TO OPD-DATE(OPD-TABLE-COUNT)
              MOVE 1       TO OPD-COUNT(OPD-TABLE-COUNT)
           END-IF.
       COUNT-OPERATOR-DAY-EXIT. EXIT.
      *----
      * CHECK-LARGE-CHANGE bakiye farkini TRY'ye cevirip operator
      * esigiyle karsilastirir (bulgu 6). Kuru olmayan dvz icin
      * oran 1 kabul edilir (FXCVRTN kurali).
      *----
       CHECK-LARGE-CHANGE.
           IF WS-THR-MAX-SINGLE > ZERO
              MOVE 'N' TO WS-FX-ERR-SW
              MOVE RETURN-CODE TO FXCV-CALLER-RC
              MOVE '1'         TO FXCV-FUNCTION
              MOVE WS-RUN-DATE TO FXCV-DATE
              MOVE JS-DVZ      TO FXCV-FROM-DVZ
              MOVE WS-DELTA    TO FXCV-AMOUNT-IN
              CALL 'FXCVRTN' USING FXCV-PARM
              IF FXCV-RC-OK OR FXCV-RC-NO-RATE
                 MOVE FXCV-AMOUNT-OUT TO WS-DELTA-TRY
              ELSE
                 MOVE 'Y' TO WS-FX-ERR-SW
                 DISPLAY 'CURRENCY CONVERSION OVERFLOW: '
                         JS-ID ' ' JS-DVZ
                         ', FXCVRTN RC: ' FXCV-RETURN-CODE
              END-IF
              IF WS-FX-SIZE-ERROR
                 ADD 1 TO WS-OVFL-COUNT
              ELSE
                 IF WS-DELTA-TRY < ZERO
                    COMPUTE WS-DELTA-TRY = ZERO - WS-DELTA-TRY
                 END-IF
                 IF WS-DELTA-TRY > WS-THR-MAX-SINGLE
                    PERFORM SET-CHANGE-FINDING
                    MOVE '6' TO ES-CODE
                    MOVE WS-DELTA-TRY      TO WS-EDIT-AMOUNT
                    MOVE WS-THR-MAX-SINGLE TO WS-EDIT-LIMIT
                    STRING 'CHANGE TRY' WS-EDIT-AMOUNT
                           ' LIMIT' WS-EDIT-LIMIT
                           DELIMITED BY SIZE
                      INTO ES-DETAIL
                    END-STRING
                    PERFORM RELEASE-FINDING
                 END-IF
              END-IF
           END-IF.
       CHECK-LARGE-CHANGE-EXIT. EXIT.
      *----
      * CHECK-REVERSAL ayni anahtarin bir onceki degisikligini
      * kisa sure icinde ters yone ceviren degisikligi bulur
      * (bulgu 5): bakiye farki ters isaretli ya da isim eski
      * haline donmus. Bulgu geri ceviren operatora yazilir.
      *----
       CHECK-REVERSAL.
           IF WS-THR-REV-MIN > ZERO
              IF JS-DATE = WS-PREV-DATE
                 MOVE ZERO TO DTCV-DAYS-BETWEEN
              ELSE
                 MOVE WS-PREV-DATE TO DTCV-DATE-1
                 MOVE JS-DATE      TO DTCV-DATE-2
                 MOVE '2'          TO DTCV-FUNCTION
                 CALL 'DTCVRTN' USING DTCV-PARM
                 IF NOT DTCV-RC-OK
                    MOVE 99999 TO DTCV-DAYS-BETWEEN
                 END-IF
              END-IF
              MOVE JS-TIME TO WS-CUR-TIME
              COMPUTE WS-ELAPSED-MIN = DTCV-DAYS-BETWEEN * 1440
                      + WS-CUR-HH * 60 + WS-CUR-MM
                      - WS-PREV-HH * 60 - WS-PREV-MM
              IF WS-ELAPSED-MIN NOT > WS-THR-REV-MIN
                 IF (WS-PREV-DELTA > ZERO AND WS-DELTA < ZERO)
                    OR (WS-PREV-DELTA < ZERO AND WS-DELTA > ZERO)
                    OR (WS-PREV-OLD-FULLN NOT = WS-PREV-NEW-FULLN
                        AND JS-OLD-FULLN NOT = JS-NEW-FULLN
                        AND JS-NEW-FULLN = WS-PREV-OLD-FULLN)
                    PERFORM SET-CHANGE-FINDING
                    MOVE '5' TO ES-CODE
                    MOVE WS-ELAPSED-MIN TO WS-EDIT-SMALL
                    STRING 'REVERSES CHANGE BY ' WS-PREV-USER
                           ' ' WS-PREV-DATE ' ' WS-PREV-TIME
                           ' AFTER' WS-EDIT-SMALL ' MIN'
                           DELIMITED BY SIZE
                      INTO ES-DETAIL
                    END-STRING
                    PERFORM RELEASE-FINDING
                 END-IF
              END-IF
           END-IF.
       CHECK-REVERSAL-EXIT. EXIT.
      *----
      * COUNT-KEY-OPERATOR operatorun islenen anahtardaki
      * degisiklik sayacini artirir.
      *----
       COUNT-KEY-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-KEY-SRCH FROM 1 BY 1
                     UNTIL WS-KEY-SRCH > KEY-TABLE-COUNT
              IF KEY-USER(WS-KEY-SRCH) = JS-USER
                 ADD 1 TO KEY-COUNT(WS-KEY-SRCH)
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE KEY-TABLE-COUNT TO WS-KEY-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF KEY-TABLE-COUNT >= 200
                 MOVE 'KEY-TABLE' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO KEY-TABLE-COUNT
              MOVE JS-USER TO KEY-USER(KEY-TABLE-COUNT)
              MOVE 1       TO KEY-COUNT(KEY-TABLE-COUNT)
           END-IF.
       COUNT-KEY-OPERATOR-EXIT. EXIT.
      *----
      * FLUSH-KEY-OPERATORS biten anahtari esiginden fazla
      * degistiren operatorleri bulgu 3 olarak yazar.
      *----
       FLUSH-KEY-OPERATORS.
           PERFORM VARYING WS-KEY-SRCH FROM 1 BY 1
                     UNTIL WS-KEY-SRCH > KEY-TABLE-COUNT
              MOVE KEY-USER(WS-KEY-SRCH) TO WS-THR-USER
              PERFORM SET-OPERATOR-THRESHOLDS
              IF WS-THR-MAX-KEY > ZERO
                 AND KEY-COUNT(WS-KEY-SRCH) > WS-THR-MAX-KEY
                 MOVE '3'                   TO ES-CODE
                 MOVE KEY-USER(WS-KEY-SRCH) TO ES-USER
                 MOVE ZERO                  TO ES-STAMP
                 MOVE WS-KEY-TEXT           TO ES-KEY
                 MOVE SPACES                TO ES-DETAIL
                 MOVE KEY-COUNT(WS-KEY-SRCH) TO WS-EDIT-SMALL
                 STRING WS-EDIT-SMALL ' CHANGES TO SAME KEY, LIMIT '
                        WS-THR-MAX-KEY
                        DELIMITED BY SIZE
                   INTO ES-DETAIL
                 END-STRING
                 PERFORM RELEASE-FINDING
              END-IF
           END-PERFORM.
       FLUSH-KEY-OPERATORS-EXIT. EXIT.
      *----
      * FLUSH-OPERATOR-DAYS bir gunde esiginden fazla bakiye
      * degistiren operatorleri bulgu 2 olarak yazar.
      *----
       FLUSH-OPERATOR-DAYS.
           PERFORM VARYING WS-OPD-SRCH FROM 1 BY 1
                     UNTIL WS-OPD-SRCH > OPD-TABLE-COUNT
              MOVE OPD-USER(WS-OPD-SRCH) TO WS-THR-USER
              PERFORM SET-OPERATOR-THRESHOLDS
              IF WS-THR-MAX-BAL > ZERO
                 AND OPD-COUNT(WS-OPD-SRCH) > WS-THR-MAX-BAL
                 MOVE '2'                   TO ES-CODE
                 MOVE OPD-USER(WS-OPD-SRCH) TO ES-USER
                 MOVE OPD-DATE(WS-OPD-SRCH) TO ES-DATE
                 MOVE ZERO                  TO ES-TIME
                 MOVE SPACES                TO ES-KEY ES-DETAIL
                 MOVE OPD-COUNT(WS-OPD-SRCH) TO WS-EDIT-SMALL
                 STRING WS-EDIT-SMALL ' BALANCE CHANGES IN ONE DAY,'
                        ' LIMIT ' WS-THR-MAX-BAL
                        DELIMITED BY SIZE
                   INTO ES-DETAIL
                 END-STRING
                 PERFORM RELEASE-FINDING
              END-IF
           END-PERFORM.
       FLUSH-OPERATOR-DAYS-EXIT. EXIT.
      *----
      * RELEASE-FINDING sayar, EXCPLOG'a onem derecesiyle yazar ve
      * sort'a verir.
      *----
       RELEASE-FINDING.
           ADD 1 TO WS-ERR-TOTAL
           EVALUATE ES-CODE
              WHEN '1'
                 ADD 1 TO WS-CNT-OFFHOURS
                 MOVE 'OFFH' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN '2'
                 ADD 1 TO WS-CNT-VOLUME
                 MOVE 'OPVL' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN '3'
                 ADD 1 TO WS-CNT-REPEATKEY
                 MOVE 'RPTK' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN '4'
                 ADD 1 TO WS-CNT-OWNACCT
                 MOVE 'OWNA' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
              WHEN '5'
                 ADD 1 TO WS-CNT-REVERSAL
                 MOVE 'REVS' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN OTHER
                 ADD 1 TO WS-CNT-LARGE
                 MOVE 'BIGC' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
           END-EVALUATE
           MOVE WS-EXCP-SEV TO ES-SEV
           PERFORM WRITE-EXCEPTION-LOG
           RELEASE ERR-SORT-REC.
       RELEASE-FINDING-EXIT. EXIT.
      *----
      * WRITE-GROUPED-FINDINGS siralanmis bulgulari tur degistikce
      * bolum basligi basarak raporlar (IDXSCAN kurgusu).
      *----
       WRITE-GROUPED-FINDINGS.
           MOVE SPACE TO WS-PREV-CODE
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-ERR-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              IF ES-CODE NOT = WS-PREV-CODE
                 PERFORM WRITE-GROUP-HEADING
                 MOVE ES-CODE TO WS-PREV-CODE
              END-IF
              MOVE SPACES TO RPT-REC
              MOVE ES-USER TO RPT-REC(3:8)
              IF ES-DATE NOT = ZERO
                 MOVE ES-DATE TO RPT-REC(13:8)
              END-IF
              IF ES-TIME NOT = ZERO
                 MOVE ES-TIME TO RPT-REC(22:6)
              END-IF
              MOVE ES-KEY    TO RPT-REC(30:12)
              MOVE ES-SEV    TO RPT-REC(44:1)
              MOVE ES-DETAIL TO RPT-REC(47:70)
              WRITE RPT-REC
              PERFORM RETURN-ERR-SORT-REC
           END-PERFORM.
       WRITE-GROUPED-FINDINGS-EXIT. EXIT.
      *----
       RETURN-ERR-SORT-REC.
           RETURN ERR-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-ERR-SORT-REC-EXIT. EXIT.
      *----
       WRITE-GROUP-HEADING.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE ES-CODE
              WHEN '1'
                 MOVE 'FINDING 1 - OUTSIDE HOURS OR NON-BUSINESS DAY'
                      TO RPT-REC
              WHEN '2'
                 MOVE 'FINDING 2 - HIGH DAILY BALANCE CHANGE VOLUME'
                      TO RPT-REC
              WHEN '3'
                 MOVE 'FINDING 3 - SAME KEY CHANGED REPEATEDLY'
                      TO RPT-REC
              WHEN '4'
                 MOVE 'FINDING 4 - OPERATOR OWN OR LINKED ACCOUNT'
                      TO RPT-REC
              WHEN '5'
                 MOVE 'FINDING 5 - CHANGE REVERSED WITHIN WINDOW'
                      TO RPT-REC
              WHEN OTHER
                 MOVE 'FINDING 6 - SINGLE CHANGE ABOVE THRESHOLD'
                      TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-GROUP-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           IF WS-MONTHLY-RUN
              STRING 'OPRANAL - SUSPICIOUS MAINTENANCE ACTIVITY, '
                     'MONTHLY ANALYSIS FOR ' WS-RUN-DATE(1:6)
                     DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
           ELSE
              STRING 'OPRANAL - SUSPICIOUS MAINTENANCE ACTIVITY, '
                     'DAILY ANALYSIS FOR ' WS-RUN-DATE
                     DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
           END-IF
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '  OPERATOR  DATE     TIME    KEY          SEV DETAIL'
                  DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'JOURNAL RECORDS READ     : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-IJRN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ONLINE JOURNAL RECORDS   : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CHANGES IN PERIOD        : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BALCHG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'BALANCE CHANGES          : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-OFFHOURS TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OUTSIDE HOURS/HOLIDAY    : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-VOLUME TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HIGH DAILY VOLUME        : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-REPEATKEY TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SAME KEY REPEATED        : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-OWNACCT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OWN/LINKED ACCOUNT       : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-REVERSAL TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'REVERSED WITHIN WINDOW   : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-LARGE TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ABOVE SINGLE THRESHOLD   : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OVFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CONVERSION OVERFLOWS     : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ERR-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL FINDINGS           : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku OPRANAL hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE JRNSRT-FILE
               CLOSE REL-FILE
               CLOSE RPT-FILE
               IF WS-EXCP-OPEN
                  CLOSE EXCP-FILE
               END-IF
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
      * WRITE-EXCEPTION-LOG ortak exception dosyasina bir satir
      * ekler (TXNPOST kurgusu). Dosya ilk cagrida acilir;
      * acilamazsa durum bir kez bildirilir ve sonraki cagrilar
      * atlanir. Anahtarsiz bulguda (gunluk hacim) anahtar yerine
      * operator yazilir.
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
              MOVE 'OPRANAL'      TO EXCP-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUNTIME
              IF ES-KEY = SPACES
                 MOVE ES-USER     TO EXCP-KEY
              ELSE
                 MOVE ES-KEY      TO EXCP-KEY
              END-IF
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
              MOVE 'OPRANAL'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-ERR-TOTAL      TO AUD-RECCOUNT
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
