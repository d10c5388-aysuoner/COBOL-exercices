      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    KVKKRPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * KVKKRPT kisisel verilerin korunmasi kanunu (KVKK) kapsaminda
      * ilgili kisinin 'hakkimda tutulan tum veriler' basvurusunu
      * karsilayan talep gudumlu aciklama raporudur. Talep
      * dosyasindaki (KVKKREQ) her satir bir kisiyi hesap sira no
      * (ACCT-SEQ, tip 'A') ya da musteri no (IDX-ID, tip 'I') ile
      * verir; talebi isteyen kullanici zorunludur.
      *   - anahtarlar XREFFILE ile cozulur: hesap sira no'dan
      *     musteri no bulunur, musteri no'ya bagli TUM hesap sira
      *     no'lari capraz referans taranarak toplanir,
      *   - kisiye ait her kayit dosya basina bir bolum halinde
      *     KVKKOUT raporuna basilir: ACCTREC, XREFFILE, iletisim
      *     master'i (CONTFILE), REFJRN, IDX-FILE, SNAPHIST,
      *     JRNFILE, online jurnal (IJRNFILE), ACTIVITY, ACCRFILE,
      *     ALERTFIL, yas esigi dosyasi (MILEFILE) ve arsiv
      *     kusaklari. Arsiv kayitlari arsiv katalogu (ARCCATLG)
      *     ile bulunur; katalogda olup JCL'de baglanan
      *     kusaklarda bulunamayan kayit ayrica listelenir,
      *   - okunamayan dosya ya da eksik arsiv kusagi bolumu 'eksik'
      *     isaretler; eksik aciklama RC 04 ile kapanir ve tekrar
      *     uretilmelidir,
      *   - her talep (reddedilen dahil) AUDITLOG'a ayri bir satir
      *     olarak yazilir: AUD-USERID talebi isteyen kullanici,
      *     AUD-SUBJECT talep anahtari, AUD-RECCOUNT aciklanan kayit
      *     sayisi, AUD-RETCODE talebin sonucudur (00 tam, 04 eksik,
      *     12 reddedildi). Boylece aciklamanin ne zaman ve kim
      *     tarafindan yapildigi denetciye gosterilebilir.
      * Gecmis dosyalari talep basina acilip kapanir (ASOFBAL
      * kurgusu; talep gudumlu bir arac icin kabul edilir maliyet).
      * Talep reddi ya da eksik aciklama varsa calistirma RC 04 ile
      * biter.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE   ASSIGN TO  KVKKREQ
                             STATUS     REQ-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT OPTIONAL REFJ-FILE ASSIGN TO  REFJRN
                             STATUS     REFJ-ST.
           SELECT OPTIONAL CNT-FILE ASSIGN TO  CONTFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY CNT-SEQ
                             STATUS     CNT-ST.
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
                             STATUS     HIST-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT ACT-FILE   ASSIGN TO  ACTIVITY
                             STATUS     ACT-ST.
           SELECT ACCR-FILE  ASSIGN TO  ACCRFILE
                             STATUS     ACCR-ST.
           SELECT ALERT-FILE ASSIGN TO  ALERTFIL
                             STATUS     ALERT-ST.
           SELECT MILE-FILE  ASSIGN TO  MILEFILE
                             STATUS     MILE-ST.
      * CAT-FILE arsiv katalogudur (bkz. ARCCATRC.CPY).
           SELECT OPTIONAL CAT-FILE ASSIGN TO  ARCCATLG
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY CAT-KEY
                             STATUS     CAT-ST.
           SELECT ARC-FILE   ASSIGN TO  ARCHIVE
                             STATUS     ARC-ST.
           SELECT RPT-FILE   ASSIGN TO  KVKKOUT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * REQ-FILE aciklama talepleridir; KQ-TYPE 'A' ise KQ-KEY'in
      * ilk dort hanesi hesap sira no, 'I' ise bes haneli musteri
      * no'dur. KQ-USER talebi isteyen kullanici, KQ-REF basvurunun
      * sirket ici referansidir (rapora basilir).
       FD  REQ-FILE RECORDING MODE F.
       01  REQ-REC.
           05 KQ-TYPE        PIC X(01).
              88 KQ-BY-ACCOUNT  VALUE 'A'.
              88 KQ-BY-CUSTOMER VALUE 'I'.
           05 KQ-KEY         PIC X(05).
           05 KQ-USER        PIC X(08).
           05 KQ-REF         PIC X(16).
           05 FILLER         PIC X(10).
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * ACCT-FILE hesap dosyasidir (BDAYCALC'in ACCT-REC duzeni).
       FD  ACCT-FILE RECORDING MODE F.
       01  ACCT-FIELDS.
           05 ACCT-SEQ       PIC X(04).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-LASTN     PIC X(15).
           05 ACCT-BRTHDAY   PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
      *****
      * CNT-FILE musteri iletisim master'idir (bkz. CNTCREC.CPY).
       FD  CNT-FILE.
           COPY CNTCREC.
      *****
      * REFJ-FILE referans dosyalari degisiklik jurnalidir
      * (bkz. REFJREC.CPY).
       FD  REFJ-FILE RECORDING MODE F.
           COPY REFJREC.
      *****
      * HIST-FILE birikimli fotograf gecmisidir (bkz. SNAPREC.CPY).
       FD  HIST-FILE RECORDING MODE F.
           COPY SNAPREC.
      *****
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, JW-REC calisma kopyasina okunur.
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * ACT-FILE hesap hareket dosyasidir (bkz. ACTREC.CPY).
       FD  ACT-FILE RECORDING MODE F.
           COPY ACTREC.
      *****
      * ACCR-FILE ucret/faiz tahakkuk dosyasidir (bkz. ACCRREC.CPY).
       FD  ACCR-FILE RECORDING MODE F.
           COPY ACCRREC.
      *****
      * ALERT-FILE BDAYCALC'in dogum gunu uyari dosyasidir
      * (bkz. ALERTREC.CPY).
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *****
      * MILE-FILE BDAYCALC'in yas esigi ekstresidir; sonda MILETOT
      * trailer satirlari vardir (BDAYCALC'in MILE-REC duzeni).
       FD  MILE-FILE RECORDING MODE F.
       01  MILE-REC.
           05  MILE-SEQ        PIC X(04).
           05  SPACE-M1        PIC X(02).
           05  MILE-NAME       PIC X(15).
           05  MILE-LASTN      PIC X(15).
           05  MILE-AGE        PIC 9(03).
           05  SPACE-M2        PIC X(02).
           05  MILE-DATE       PIC 9(08).
           05  SPACE-M3        PIC X(02).
           05  MILE-DAYS-AWAY  PIC 9(03).
       01  MILE-TRAILER REDEFINES MILE-REC.
           05  MTR-LITERAL     PIC X(08).
           05  FILLER          PIC X(46).
      *****
      * CAT-FILE arsiv katalogudur (bkz. ARCCATRC.CPY).
       FD  CAT-FILE.
           COPY ARCCATRC.
      *****
      * ARC-FILE uyuyan kayit arsividir (bkz. ARCHREC.CPY); JCL'de
      * ARCHIVE DD'ye gereken kusaklar birlestirilerek baglanir.
       FD  ARC-FILE RECORDING MODE F.
           COPY ARCHREC.
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
      * JI-REC jurnal goruntusunun (paketli IDX-REC kopyasi)
      * cozumlendigi calisma alanidir (ROLLFWD kurgusu).
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
      * JW-REC online jurnal satirinin calisma kopyasidir.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 REQ-ST            PIC 9(02).
              88 REQ-EOF        VALUE 10.
              88 REQ-SUCCESS    VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 REFJ-ST           PIC 9(02).
              88 REFJ-EOF       VALUE 10.
              88 REFJ-NOT-PRESENT VALUE 05.
              88 REFJ-SUCCESS   VALUE 00 05 97.
           05 CNT-ST            PIC 9(02).
              88 CNT-NOT-PRESENT VALUE 05.
              88 CNT-SUCCESS    VALUE 00 05 97.
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF       VALUE 10.
              88 HIST-SUCCESS   VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-NOT-PRESENT VALUE 05.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 ACT-ST            PIC 9(02).
              88 ACT-EOF        VALUE 10.
              88 ACT-SUCCESS    VALUE 00 97.
           05 ACCR-ST           PIC 9(02).
              88 ACCR-EOF       VALUE 10.
              88 ACCR-SUCCESS   VALUE 00 97.
           05 ALERT-ST          PIC 9(02).
              88 ALERT-EOF      VALUE 10.
              88 ALERT-SUCCESS  VALUE 00 97.
           05 MILE-ST           PIC 9(02).
              88 MILE-EOF       VALUE 10.
              88 MILE-SUCCESS   VALUE 00 97.
           05 CAT-ST            PIC 9(02).
              88 CAT-EOF        VALUE 10.
              88 CAT-NOT-PRESENT VALUE 05.
              88 CAT-SUCCESS    VALUE 00 97.
           05 ARC-ST            PIC 9(02).
              88 ARC-EOF        VALUE 10.
              88 ARC-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * Talep alanlari. WS-SUBJ-ID cozulen musteri no'dur (sifir =
      * hesabin capraz referansi yok, musteri no'lu bolumler
      * uygulanmaz). WS-REQ-RC talebin sonucudur.
      *----
       01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME          PIC 9(06) VALUE ZERO.
       01  WS-SUBJ-ID           PIC 9(05) VALUE ZERO.
       01  WS-REQ-RC            PIC 9(02) VALUE ZERO.
       01  WS-INCOMPLETE-SW     PIC X(01) VALUE 'N'.
           88 WS-INCOMPLETE     VALUE 'Y'.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-FILE-ST           PIC 9(02) VALUE ZERO.
      *----
      * SEQ-TABLE kisiye bagli hesap sira no'laridir; ST-XREF-SW
      * 'Y' ise hesabin capraz referansi vardir.
      *----
       01  SEQ-TABLE-COUNT      PIC 9(02) VALUE ZERO.
       01  SEQ-TABLE.
           05 SEQ-ENTRY OCCURS 20 TIMES INDEXED BY SEQ-IDX.
              10 ST-SEQ         PIC X(04).
              10 ST-XREF-SW     PIC X(01).
       01  WS-CHK-SEQ           PIC X(04).
       01  WS-SEQ-HIT-SW        PIC X(01) VALUE 'N'.
           88 WS-SEQ-HIT        VALUE 'Y'.
       01  WS-SEQ-LIST          PIC X(78).
       01  WS-SEQ-PTR           PIC 9(03).
      *----
      * CAT-TABLE kisinin arsiv katalogu kayitlaridir; CT-FOUND-SW
      * 'Y' ise kayit baglanan arsiv kusaklarinda bulunmustur.
      *----
       01  CAT-TABLE-COUNT      PIC 9(02) VALUE ZERO.
       01  CAT-TABLE.
           05 CAT-ENTRY OCCURS 50 TIMES INDEXED BY CAT-IDX.
              10 CT-DVZ         PIC 9(03).
              10 CT-GEN         PIC 9(04).
              10 CT-ARCDATE     PIC 9(08).
              10 CT-FOUND-SW    PIC X(01).
       01  WS-CAT-AVAIL-SW      PIC X(01) VALUE 'N'.
           88 WS-CAT-AVAIL      VALUE 'Y'.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-SECT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-DISC-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REQ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DONE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-INCMP-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REFUSE-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-SECT-TITLE        PIC X(60).
       01  WS-IMAGE-LABEL       PIC X(06).
      * DTCV-PARM tarih yardimcisinin (DTCVRTN) arayuzudur
      * (bkz. DTCVPARM.CPY); IDX-JUL dogum tarihi '1' ile
      * Gregoryan'a cevrilir.
           COPY DTCVPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           OPEN INPUT  REQ-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT REQ-SUCCESS OR NOT XREF-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'REQ-ST: '  REQ-ST
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           MOVE 'KVKKRPT - PERSONAL DATA DISCLOSURE REPORT'
                TO RPT-REC
           WRITE RPT-REC
           PERFORM READ-REQ-RECORD
           PERFORM UNTIL REQ-EOF
              PERFORM PROCESS-ONE-REQUEST
              PERFORM WRITE-DISCLOSURE-AUDIT
              PERFORM READ-REQ-RECORD
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           IF WS-INCMP-COUNT > ZERO OR WS-REFUSE-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       READ-REQ-RECORD.
           READ REQ-FILE
              NOT AT END ADD 1 TO WS-REQ-COUNT
           END-READ.
       READ-REQ-RECORD-EXIT. EXIT.
      *----
      * PROCESS-ONE-REQUEST talebi dogrular; gecersiz talep (tip,
      * anahtar ya da kullanici eksik) aciklama yapilmadan RC 12
      * ile reddedilir ama yine de denetim satiri yazilir.
      *----
       PROCESS-ONE-REQUEST.
           MOVE ZERO TO WS-REQ-RC WS-DISC-COUNT WS-SUBJ-ID
           MOVE ZERO TO SEQ-TABLE-COUNT
           MOVE 'N'  TO WS-INCOMPLETE-SW
           IF (NOT KQ-BY-ACCOUNT AND NOT KQ-BY-CUSTOMER)
              OR KQ-USER = SPACES
              OR (KQ-BY-ACCOUNT AND KQ-KEY(1:4) = SPACES)
              OR (KQ-BY-CUSTOMER AND KQ-KEY NOT NUMERIC)
              OR (KQ-BY-CUSTOMER AND KQ-KEY = '00000')
              MOVE 12 TO WS-REQ-RC
              ADD 1 TO WS-REFUSE-COUNT
              MOVE ALL '=' TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING 'REQUEST REFUSED - INVALID REQUEST: '
                                    DELIMITED BY SIZE
                     KQ-TYPE        DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     KQ-KEY         DELIMITED BY SIZE
                     ' USER '       DELIMITED BY SIZE
                     KQ-USER        DELIMITED BY SIZE
                     ' REF '        DELIMITED BY SIZE
                     KQ-REF         DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
           ELSE
              PERFORM RESOLVE-SUBJECT-KEYS
              PERFORM WRITE-REQUEST-HEADING
              PERFORM DISCLOSE-ACCOUNT-RECORDS
              PERFORM DISCLOSE-XREF-RECORDS
              PERFORM DISCLOSE-CONTACT-RECORDS
              PERFORM DISCLOSE-REFJRN-RECORDS
              PERFORM DISCLOSE-MASTER-RECORDS
              PERFORM DISCLOSE-SNAPSHOT-RECORDS
              PERFORM DISCLOSE-JOURNAL-RECORDS
              PERFORM DISCLOSE-ONLINE-JOURNAL
              PERFORM DISCLOSE-ACTIVITY-RECORDS
              PERFORM DISCLOSE-ACCRUAL-RECORDS
              PERFORM DISCLOSE-ALERT-RECORDS
              PERFORM DISCLOSE-MILESTONE-RECORDS
              PERFORM DISCLOSE-ARCHIVE-RECORDS
              PERFORM WRITE-REQUEST-FOOTER
           END-IF.
       PROCESS-ONE-REQUEST-EXIT. EXIT.
      *----
      * RESOLVE-SUBJECT-KEYS kisinin anahtarlarini XREFFILE ile
      * cozer: 'A' talepte istenen hesap tabloya alinir ve capraz
      * referansindan musteri no bulunur; musteri no biliniyorsa
      * capraz referans bastan sona taranir ve ona bagli her hesap
      * sira no'su tabloya eklenir.
      *----
       RESOLVE-SUBJECT-KEYS.
           IF KQ-BY-ACCOUNT
              MOVE KQ-KEY(1:4) TO WS-CHK-SEQ
              PERFORM ADD-SEQ-ENTRY
              MOVE KQ-KEY(1:4) TO XREF-SEQ
              READ XREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE XREF-IDXID TO WS-SUBJ-ID
                    MOVE 'Y' TO ST-XREF-SW(1)
              END-READ
           ELSE
              MOVE KQ-KEY TO WS-SUBJ-ID
           END-IF
           IF WS-SUBJ-ID NOT = ZERO
              PERFORM SCAN-XREF-FOR-CUSTOMER
           END-IF.
       RESOLVE-SUBJECT-KEYS-EXIT. EXIT.
      *----
       SCAN-XREF-FOR-CUSTOMER.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO XREF-SEQ
           START XREF-FILE KEY >= XREF-SEQ
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL WS-BROWSE-EOF
              READ XREF-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 NOT AT END
                    IF XREF-IDXID = WS-SUBJ-ID
                       MOVE XREF-SEQ TO WS-CHK-SEQ
                       PERFORM ADD-SEQ-ENTRY
                       IF ST-SEQ(SEQ-IDX) = XREF-SEQ
                          MOVE 'Y' TO ST-XREF-SW(SEQ-IDX)
                       END-IF
                    END-IF
              END-READ
              IF NOT XREF-SUCCESS AND NOT XREF-EOF
                 DISPLAY 'XREFFILE READ ERROR, XREF-ST: ' XREF-ST
                 MOVE 'Y' TO WS-INCOMPLETE-SW
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
              END-IF
           END-PERFORM.
       SCAN-XREF-FOR-CUSTOMER-EXIT. EXIT.
      *----
      * ADD-SEQ-ENTRY WS-CHK-SEQ'i tabloda yoksa ekler ve SEQ-IDX'i
      * girise konumlar. Tablo doluysa aciklama eksik sayilir.
      *----
       ADD-SEQ-ENTRY.
           PERFORM SEARCH-SEQ-TABLE
           IF NOT WS-SEQ-HIT
              IF SEQ-TABLE-COUNT >= 20
                 DISPLAY 'LINKED ACCOUNT TABLE FULL, NOT REPORTED: '
                         WS-CHK-SEQ
                 MOVE 'Y' TO WS-INCOMPLETE-SW
                 SET SEQ-IDX TO 20
              ELSE
                 ADD 1 TO SEQ-TABLE-COUNT
                 SET SEQ-IDX TO SEQ-TABLE-COUNT
                 MOVE WS-CHK-SEQ TO ST-SEQ(SEQ-IDX)
                 MOVE 'N'        TO ST-XREF-SW(SEQ-IDX)
              END-IF
           END-IF.
       ADD-SEQ-ENTRY-EXIT. EXIT.
      *----
       SEARCH-SEQ-TABLE.
           MOVE 'N' TO WS-SEQ-HIT-SW
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
                   UNTIL SEQ-IDX > SEQ-TABLE-COUNT OR WS-SEQ-HIT
              IF ST-SEQ(SEQ-IDX) = WS-CHK-SEQ
                 MOVE 'Y' TO WS-SEQ-HIT-SW
              END-IF
           END-PERFORM
           IF WS-SEQ-HIT
              SET SEQ-IDX DOWN BY 1
           END-IF.
       SEARCH-SEQ-TABLE-EXIT. EXIT.
      *----
       WRITE-REQUEST-HEADING.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'DATA SUBJECT REQUEST' TO RPT-REC(1:20)
           MOVE 'REF'                  TO RPT-REC(23:3)
           MOVE KQ-REF                 TO RPT-REC(27:16)
           MOVE 'REQUESTED BY'         TO RPT-REC(45:12)
           MOVE KQ-USER                TO RPT-REC(58:8)
           MOVE 'ON'                   TO RPT-REC(67:2)
           MOVE WS-RUN-DATE            TO RPT-REC(70:8)
           MOVE WS-RUN-TIME            TO RPT-REC(79:6)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF KQ-BY-ACCOUNT
              MOVE 'SUBJECT: ACCOUNT SEQ'  TO RPT-REC(1:20)
              MOVE KQ-KEY(1:4)             TO RPT-REC(23:4)
           ELSE
              MOVE 'SUBJECT: CUSTOMER NO'  TO RPT-REC(1:20)
              MOVE KQ-KEY                  TO RPT-REC(23:5)
           END-IF
           MOVE 'CUSTOMER NO'          TO RPT-REC(45:11)
           IF WS-SUBJ-ID = ZERO
              MOVE 'NONE (NO CROSS REFERENCE)' TO RPT-REC(58:25)
           ELSE
              MOVE WS-SUBJ-ID              TO RPT-REC(58:5)
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO WS-SEQ-LIST
           MOVE 1 TO WS-SEQ-PTR
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
                   UNTIL SEQ-IDX > SEQ-TABLE-COUNT
              STRING ST-SEQ(SEQ-IDX) DELIMITED BY SIZE
                     ' '             DELIMITED BY SIZE
                INTO WS-SEQ-LIST
                WITH POINTER WS-SEQ-PTR
              END-STRING
           END-PERFORM
           MOVE SPACES TO RPT-REC
           MOVE 'LINKED ACCOUNTS'      TO RPT-REC(1:15)
           IF SEQ-TABLE-COUNT = ZERO
              MOVE 'NONE'                  TO RPT-REC(23:4)
           ELSE
              MOVE WS-SEQ-LIST             TO RPT-REC(23:78)
           END-IF
           WRITE RPT-REC.
       WRITE-REQUEST-HEADING-EXIT. EXIT.
      *----
      * Bolum ortak paragraflari: baslik, uygulanmaz/okunamaz
      * satirlari ve bolum kapanisi (kayit sayisi).
      *----
       WRITE-SECTION-HEADING.
           MOVE ZERO TO WS-SECT-COUNT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           MOVE WS-SECT-TITLE TO RPT-REC(4:60)
           WRITE RPT-REC.
       WRITE-SECTION-HEADING-EXIT. EXIT.
      *----
       WRITE-NOT-APPLICABLE.
           MOVE SPACES TO RPT-REC
           MOVE 'NOT APPLICABLE - NO CUSTOMER NUMBER FOR THIS SUBJECT'
                TO RPT-REC(3:52)
           WRITE RPT-REC.
       WRITE-NOT-APPLICABLE-EXIT. EXIT.
      *----
       WRITE-FILE-NOT-AVAILABLE.
           MOVE 'Y' TO WS-INCOMPLETE-SW
           MOVE SPACES TO RPT-REC
           STRING 'FILE NOT AVAILABLE (STATUS ' DELIMITED BY SIZE
                  WS-FILE-ST                    DELIMITED BY SIZE
                  ') - SECTION INCOMPLETE'      DELIMITED BY SIZE
             INTO RPT-REC(3:60)
           END-STRING
           WRITE RPT-REC.
       WRITE-FILE-NOT-AVAILABLE-EXIT. EXIT.
      *----
       WRITE-FILE-NOT-SUPPLIED.
           MOVE SPACES TO RPT-REC
           MOVE 'DATASET NOT SUPPLIED FOR THIS RUN' TO RPT-REC(3:33)
           WRITE RPT-REC.
       WRITE-FILE-NOT-SUPPLIED-EXIT. EXIT.
      *----
       WRITE-SECTION-FOOTER.
           ADD WS-SECT-COUNT TO WS-DISC-COUNT
           MOVE WS-SECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           MOVE 'RECORDS:'    TO RPT-REC(3:8)
           MOVE WS-EDIT-COUNT TO RPT-REC(12:7)
           WRITE RPT-REC.
       WRITE-SECTION-FOOTER-EXIT. EXIT.
      *----
      * DISCLOSE-ACCOUNT-RECORDS ACCTREC'te kisiye bagli hesap sira
      * no'larinin kayitlarini basar.
      *----
       DISCLOSE-ACCOUNT-RECORDS.
           MOVE 'ACCOUNT MASTER (ACCTREC)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ACCT-FILE
           IF NOT ACCT-SUCCESS
              MOVE ACCT-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE 'SEQ  NAME            LAST NAME       BIRTH DATE'
                   TO RPT-REC(3:46)
              MOVE 'REC DATE' TO RPT-REC(53:8)
              WRITE RPT-REC
              READ ACCT-FILE
              PERFORM UNTIL NOT ACCT-SUCCESS
                 MOVE ACCT-SEQ TO WS-CHK-SEQ
                 PERFORM SEARCH-SEQ-TABLE
                 IF WS-SEQ-HIT
                    ADD 1 TO WS-SECT-COUNT
                    MOVE SPACES TO RPT-REC
                    MOVE ACCT-SEQ     TO RPT-REC(3:4)
                    MOVE ACCT-NAME    TO RPT-REC(8:15)
                    MOVE ACCT-LASTN   TO RPT-REC(24:15)
                    MOVE ACCT-BRTHDAY TO RPT-REC(40:8)
                    MOVE ACCT-TODAY   TO RPT-REC(53:8)
                    WRITE RPT-REC
                 END-IF
                 READ ACCT-FILE
              END-PERFORM
              IF NOT ACCT-EOF
                 MOVE ACCT-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              END-IF
              CLOSE ACCT-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ACCOUNT-RECORDS-EXIT. EXIT.
      *----
      * DISCLOSE-XREF-RECORDS cozumde bulunan capraz referans
      * kayitlarini basar (tarama RESOLVE-SUBJECT-KEYS'te yapildi).
      *----
       DISCLOSE-XREF-RECORDS.
           MOVE 'CROSS REFERENCE (XREFFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
                   UNTIL SEQ-IDX > SEQ-TABLE-COUNT
              IF ST-XREF-SW(SEQ-IDX) = 'Y'
                 ADD 1 TO WS-SECT-COUNT
                 MOVE SPACES TO RPT-REC
                 MOVE 'ACCOUNT SEQ'    TO RPT-REC(3:11)
                 MOVE ST-SEQ(SEQ-IDX)  TO RPT-REC(15:4)
                 MOVE 'CUSTOMER NO'    TO RPT-REC(21:11)
                 MOVE WS-SUBJ-ID       TO RPT-REC(33:5)
                 WRITE RPT-REC
              END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-XREF-RECORDS-EXIT. EXIT.
      *----
      * DISCLOSE-CONTACT-RECORDS kisinin her hesap sira no'su icin
      * iletisim kaydini (telefon, e-posta, adres, kanal tercihi ve
      * ticari ileti izinleri) basar.
      *----
       DISCLOSE-CONTACT-RECORDS.
           MOVE 'CUSTOMER CONTACT DETAILS (CONTFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT CNT-FILE
           IF NOT CNT-SUCCESS
              MOVE CNT-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              IF CNT-NOT-PRESENT
                 PERFORM WRITE-FILE-NOT-SUPPLIED
              ELSE
                 PERFORM VARYING SEQ-IDX FROM 1 BY 1
                         UNTIL SEQ-IDX > SEQ-TABLE-COUNT
                    MOVE ST-SEQ(SEQ-IDX) TO CNT-SEQ
                    READ CNT-FILE KEY IS CNT-SEQ
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-SECT-COUNT
                          PERFORM WRITE-CONTACT-LINES
                    END-READ
                    IF NOT CNT-SUCCESS AND CNT-ST NOT = 23
                       MOVE CNT-ST TO WS-FILE-ST
                       PERFORM WRITE-FILE-NOT-AVAILABLE
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE CNT-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-CONTACT-RECORDS-EXIT. EXIT.
      *----
       WRITE-CONTACT-LINES.
           MOVE SPACES TO RPT-REC
           MOVE 'ACCOUNT SEQ'    TO RPT-REC(3:11)
           MOVE CNT-SEQ          TO RPT-REC(15:4)
           MOVE 'MOBILE'         TO RPT-REC(21:6)
           MOVE CNT-MOBILE       TO RPT-REC(28:15)
           MOVE 'PREF'           TO RPT-REC(45:4)
           MOVE CNT-PREF-CHANNEL TO RPT-REC(50:1)
           MOVE 'CHANGED'        TO RPT-REC(53:7)
           MOVE CNT-CHGDATE      TO RPT-REC(61:8)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'E-MAIL'         TO RPT-REC(5:6)
           MOVE CNT-EMAIL        TO RPT-REC(13:50)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'ADDRESS'        TO RPT-REC(5:7)
           MOVE CNT-ADDR1        TO RPT-REC(13:30)
           MOVE CNT-ADDR2        TO RPT-REC(44:30)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE CNT-CITY         TO RPT-REC(13:15)
           MOVE CNT-POSTCODE     TO RPT-REC(29:5)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'CONSENT SMS'    TO RPT-REC(5:11)
           MOVE CNT-CONSENT-SMS  TO RPT-REC(17:1)
           MOVE 'E-MAIL'         TO RPT-REC(20:6)
           MOVE CNT-CONSENT-EMAIL TO RPT-REC(27:1)
           MOVE 'POST'           TO RPT-REC(30:4)
           MOVE CNT-CONSENT-POST TO RPT-REC(35:1)
           MOVE 'GIVEN/CHANGED'  TO RPT-REC(38:13)
           MOVE CNT-CONSENT-DATE TO RPT-REC(52:8)
           WRITE RPT-REC.
       WRITE-CONTACT-LINES-EXIT. EXIT.
      *----
      * DISCLOSE-REFJRN-RECORDS hesap master'i ve capraz referans
      * degisiklik jurnalinde kisinin hesaplarina ait satirlari
      * oncesi/sonrasi goruntuleriyle basar.
      *----
       DISCLOSE-REFJRN-RECORDS.
           MOVE 'ACCOUNT CHANGE JOURNAL (REFJRN)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT REFJ-FILE
           IF NOT REFJ-SUCCESS
              MOVE REFJ-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              IF REFJ-NOT-PRESENT
                 PERFORM WRITE-FILE-NOT-SUPPLIED
              END-IF
              READ REFJ-FILE
              PERFORM UNTIL NOT REFJ-SUCCESS
                 MOVE REFJ-KEY TO WS-CHK-SEQ
                 PERFORM SEARCH-SEQ-TABLE
                 IF WS-SEQ-HIT
                    ADD 1 TO WS-SECT-COUNT
                    PERFORM WRITE-REFJRN-LINES
                 END-IF
                 READ REFJ-FILE
              END-PERFORM
              IF NOT REFJ-EOF
                 MOVE REFJ-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              END-IF
              CLOSE REFJ-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-REFJRN-RECORDS-EXIT. EXIT.
      *----
       WRITE-REFJRN-LINES.
           MOVE SPACES TO RPT-REC
           MOVE REFJ-DATE TO RPT-REC(3:8)
           MOVE REFJ-TIME TO RPT-REC(12:6)
           MOVE REFJ-SEQ  TO RPT-REC(19:7)
           IF REFJ-ACCT
              MOVE 'ACCTREC'  TO RPT-REC(28:8)
           ELSE
              MOVE 'XREFFILE' TO RPT-REC(28:8)
           END-IF
           MOVE 'FUNC'    TO RPT-REC(38:4)
           MOVE REFJ-FUNC TO RPT-REC(43:1)
           MOVE 'USER'    TO RPT-REC(46:4)
           MOVE REFJ-USER TO RPT-REC(51:8)
           WRITE RPT-REC
           IF REFJ-HAS-BEFORE
              MOVE SPACES TO RPT-REC
              MOVE 'BEFORE'    TO RPT-REC(5:6)
              MOVE REFJ-BEFORE TO RPT-REC(13:50)
              WRITE RPT-REC
           END-IF
           IF REFJ-HAS-AFTER
              MOVE SPACES TO RPT-REC
              MOVE 'AFTER'     TO RPT-REC(5:5)
              MOVE REFJ-AFTER  TO RPT-REC(13:50)
              WRITE RPT-REC
           END-IF.
       WRITE-REFJRN-LINES-EXIT. EXIT.
      *----
      * DISCLOSE-MASTER-RECORDS musterinin tum dvz kayitlarini
      * START/READ NEXT ile gezer (AGEBAND'daki browse kurgusu);
      * dogum tarihi DTCVRTN '1' ile Gregoryan'a cevrilir.
      *----
       DISCLOSE-MASTER-RECORDS.
           MOVE 'CUSTOMER BALANCE MASTER (IDXFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE 'DVZ  FULL NAME' TO RPT-REC(3:14)
              MOVE 'BIRTH DATE' TO RPT-REC(40:10)
              MOVE 'BALANCE'    TO RPT-REC(60:7)
              WRITE RPT-REC
              MOVE 'N' TO WS-BROWSE-EOF-SW
              MOVE WS-SUBJ-ID TO IDX-ID
              MOVE ZERO       TO IDX-DVZ
              START IDX-FILE KEY >= IDX-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
              END-START
              PERFORM UNTIL WS-BROWSE-EOF
                 READ IDX-FILE NEXT
                    AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
                 END-READ
                 IF NOT WS-BROWSE-EOF
                    IF NOT IDX-SUCCESS
                       MOVE IDX-ST TO WS-FILE-ST
                       PERFORM WRITE-FILE-NOT-AVAILABLE
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    ELSE
                       IF IDX-ID = WS-SUBJ-ID
                          ADD 1 TO WS-SECT-COUNT
                          PERFORM WRITE-MASTER-LINE
                       ELSE
                          MOVE 'Y' TO WS-BROWSE-EOF-SW
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-MASTER-RECORDS-EXIT. EXIT.
      *----
       WRITE-MASTER-LINE.
           MOVE SPACES TO RPT-REC
           MOVE IDX-DVZ   TO RPT-REC(3:3)
           MOVE IDX-FULLN TO RPT-REC(8:30)
           MOVE IDX-JUL   TO DTCV-JULIAN-DATE
           MOVE '1'       TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK
              MOVE DTCV-GREG-DATE TO RPT-REC(40:8)
           ELSE
              MOVE DTCV-JULIAN-DATE TO RPT-REC(40:7)
           END-IF
           MOVE IDX-TUTAR      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(51:16)
           WRITE RPT-REC.
       WRITE-MASTER-LINE-EXIT. EXIT.
      *----
       DISCLOSE-SNAPSHOT-RECORDS.
           MOVE 'BALANCE SNAPSHOT HISTORY (SNAPHIST)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              OPEN INPUT HIST-FILE
              IF NOT HIST-SUCCESS
                 MOVE HIST-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              ELSE
                 MOVE SPACES TO RPT-REC
                 MOVE 'DATE      DVZ' TO RPT-REC(3:13)
                 MOVE 'BALANCE'       TO RPT-REC(27:7)
                 MOVE 'TRY EQUIVALENT' TO RPT-REC(37:14)
                 WRITE RPT-REC
                 READ HIST-FILE
                 PERFORM UNTIL NOT HIST-SUCCESS
                    IF SNP-ID = WS-SUBJ-ID
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO RPT-REC
                       MOVE SNP-DATE       TO RPT-REC(3:8)
                       MOVE SNP-DVZ        TO RPT-REC(13:3)
                       MOVE SNP-TUTAR      TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO RPT-REC(18:16)
                       MOVE SNP-RPT-TUTAR  TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO RPT-REC(35:16)
                       WRITE RPT-REC
                    END-IF
                    READ HIST-FILE
                 END-PERFORM
                 IF NOT HIST-EOF
                    MOVE HIST-ST TO WS-FILE-ST
                    PERFORM WRITE-FILE-NOT-AVAILABLE
                 END-IF
                 CLOSE HIST-FILE
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-SNAPSHOT-RECORDS-EXIT. EXIT.
      *----
      * DISCLOSE-JOURNAL-RECORDS bakim jurnalinde musteriye ait
      * (oncesi ya da sonrasi goruntusu musteri no'yu tasiyan) her
      * satiri goruntuleriyle basar.
      *----
       DISCLOSE-JOURNAL-RECORDS.
           MOVE 'MAINTENANCE JOURNAL (JRNFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              OPEN INPUT JRNL-FILE
              IF NOT JRNL-SUCCESS
                 MOVE JRNL-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              ELSE
                 READ JRNL-FILE
                 PERFORM UNTIL NOT JRNL-SUCCESS
                    MOVE JRNL-REC TO JW-REC
                    PERFORM JUDGE-ONE-JOURNAL
                    READ JRNL-FILE
                 END-PERFORM
                 IF NOT JRNL-EOF
                    MOVE JRNL-ST TO WS-FILE-ST
                    PERFORM WRITE-FILE-NOT-AVAILABLE
                 END-IF
                 CLOSE JRNL-FILE
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-JOURNAL-RECORDS-EXIT. EXIT.
      *----
       DISCLOSE-ONLINE-JOURNAL.
           MOVE 'ONLINE UPDATE JOURNAL (IJRNFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              OPEN INPUT IJRN-FILE
              IF NOT IJRN-SUCCESS
                 MOVE IJRN-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              ELSE
                 IF IJRN-NOT-PRESENT
                    PERFORM WRITE-FILE-NOT-SUPPLIED
                 END-IF
                 READ IJRN-FILE
                 PERFORM UNTIL NOT IJRN-SUCCESS
                    MOVE IJRN-REC TO JW-REC
                    PERFORM JUDGE-ONE-JOURNAL
                    READ IJRN-FILE
                 END-PERFORM
                 IF NOT IJRN-EOF
                    MOVE IJRN-ST TO WS-FILE-ST
                    PERFORM WRITE-FILE-NOT-AVAILABLE
                 END-IF
                 CLOSE IJRN-FILE
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ONLINE-JOURNAL-EXIT. EXIT.
      *----
      * JUDGE-ONE-JOURNAL JW-REC'teki jurnal satirinin goruntusu
      * musteriye aitse satiri ve goruntulerini basar.
      *----
       JUDGE-ONE-JOURNAL.
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
           ELSE
              MOVE JW-BEFORE TO JI-REC
           END-IF
           IF JI-ID = WS-SUBJ-ID
              ADD 1 TO WS-SECT-COUNT
              MOVE SPACES TO RPT-REC
              MOVE JW-DATE TO RPT-REC(3:8)
              MOVE JW-TIME TO RPT-REC(12:6)
              MOVE JW-SEQ  TO RPT-REC(19:7)
              MOVE 'DVZ'   TO RPT-REC(28:3)
              MOVE JI-DVZ  TO RPT-REC(32:3)
              MOVE 'FUNC'  TO RPT-REC(38:4)
              MOVE JW-FUNC TO RPT-REC(43:1)
              MOVE 'USER'  TO RPT-REC(46:4)
              MOVE JW-USER TO RPT-REC(51:8)
              WRITE RPT-REC
              IF JW-HAS-BEFORE
                 MOVE JW-BEFORE TO JI-REC
                 MOVE 'BEFORE'  TO WS-IMAGE-LABEL
                 PERFORM WRITE-JOURNAL-IMAGE
              END-IF
              IF JW-HAS-AFTER
                 MOVE JW-AFTER  TO JI-REC
                 MOVE 'AFTER'   TO WS-IMAGE-LABEL
                 PERFORM WRITE-JOURNAL-IMAGE
              END-IF
           END-IF.
       JUDGE-ONE-JOURNAL-EXIT. EXIT.
      *----
       WRITE-JOURNAL-IMAGE.
           MOVE SPACES TO RPT-REC
           MOVE WS-IMAGE-LABEL TO RPT-REC(5:6)
           MOVE JI-FULLN       TO RPT-REC(13:30)
           MOVE JI-JUL         TO RPT-REC(44:7)
           MOVE JI-TUTAR       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(53:16)
           WRITE RPT-REC.
       WRITE-JOURNAL-IMAGE-EXIT. EXIT.
      *----
       DISCLOSE-ACTIVITY-RECORDS.
           MOVE 'ACCOUNT ACTIVITY (ACTIVITY)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              OPEN INPUT ACT-FILE
              IF NOT ACT-SUCCESS
                 MOVE ACT-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              ELSE
                 READ ACT-FILE
                 PERFORM UNTIL NOT ACT-SUCCESS
                    IF ACT-ID = WS-SUBJ-ID
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO RPT-REC
                       MOVE 'DVZ'    TO RPT-REC(3:3)
                       MOVE ACT-DVZ  TO RPT-REC(7:3)
                       MOVE 'ACTIVITY DATE' TO RPT-REC(12:13)
                       MOVE ACT-DATE TO RPT-REC(26:8)
                       WRITE RPT-REC
                    END-IF
                    READ ACT-FILE
                 END-PERFORM
                 IF NOT ACT-EOF
                    MOVE ACT-ST TO WS-FILE-ST
                    PERFORM WRITE-FILE-NOT-AVAILABLE
                 END-IF
                 CLOSE ACT-FILE
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ACTIVITY-RECORDS-EXIT. EXIT.
      *----
       DISCLOSE-ACCRUAL-RECORDS.
           MOVE 'FEE AND INTEREST ACCRUALS (ACCRFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              OPEN INPUT ACCR-FILE
              IF NOT ACCR-SUCCESS
                 MOVE ACCR-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              ELSE
                 MOVE SPACES TO RPT-REC
                 MOVE 'DVZ  VALUE DATE' TO RPT-REC(3:15)
                 MOVE 'FEE'      TO RPT-REC(31:3)
                 MOVE 'INTEREST' TO RPT-REC(43:8)
                 WRITE RPT-REC
                 READ ACCR-FILE
                 PERFORM UNTIL NOT ACCR-SUCCESS
                    IF ACCR-ID = WS-SUBJ-ID
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO RPT-REC
                       MOVE ACCR-DVZ       TO RPT-REC(3:3)
                       MOVE ACCR-VALDATE   TO RPT-REC(8:8)
                       MOVE ACCR-FEE       TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO RPT-REC(18:16)
                       MOVE ACCR-INT       TO WS-EDIT-AMOUNT
                       MOVE WS-EDIT-AMOUNT TO RPT-REC(35:16)
                       WRITE RPT-REC
                    END-IF
                    READ ACCR-FILE
                 END-PERFORM
                 IF NOT ACCR-EOF
                    MOVE ACCR-ST TO WS-FILE-ST
                    PERFORM WRITE-FILE-NOT-AVAILABLE
                 END-IF
                 CLOSE ACCR-FILE
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ACCRUAL-RECORDS-EXIT. EXIT.
      *----
      * DISCLOSE-ALERT-RECORDS ve DISCLOSE-MILESTONE-RECORDS
      * BDAYCALC ciktilarini kisinin hesap sira no'lari ile tarar.
      *----
       DISCLOSE-ALERT-RECORDS.
           MOVE 'BIRTHDAY ALERTS (ALERTFIL)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ALERT-FILE
           IF NOT ALERT-SUCCESS
              MOVE ALERT-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE 'SEQ  NAME            LAST NAME       BIRTH DATE'
                   TO RPT-REC(3:46)
              MOVE 'DAYS DELIVERY' TO RPT-REC(50:13)
              WRITE RPT-REC
              READ ALERT-FILE
              PERFORM UNTIL NOT ALERT-SUCCESS
                 MOVE ALERT-SEQ TO WS-CHK-SEQ
                 PERFORM SEARCH-SEQ-TABLE
                 IF WS-SEQ-HIT
                    ADD 1 TO WS-SECT-COUNT
                    MOVE SPACES TO RPT-REC
                    MOVE ALERT-SEQ        TO RPT-REC(3:4)
                    MOVE ALERT-NAME       TO RPT-REC(8:15)
                    MOVE ALERT-LASTN      TO RPT-REC(24:15)
                    MOVE ALERT-BRTHDAY    TO RPT-REC(40:8)
                    MOVE ALERT-DAYS-AWAY  TO RPT-REC(50:3)
                    MOVE ALERT-DELIV-DATE TO RPT-REC(55:8)
                    WRITE RPT-REC
                 END-IF
                 READ ALERT-FILE
              END-PERFORM
              IF NOT ALERT-EOF
                 MOVE ALERT-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              END-IF
              CLOSE ALERT-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ALERT-RECORDS-EXIT. EXIT.
      *----
       DISCLOSE-MILESTONE-RECORDS.
           MOVE 'AGE MILESTONE EXTRACT (MILEFILE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT MILE-FILE
           IF NOT MILE-SUCCESS
              MOVE MILE-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE 'SEQ  NAME            LAST NAME       AGE'
                   TO RPT-REC(3:39)
              MOVE 'DATE      DAYS' TO RPT-REC(45:14)
              WRITE RPT-REC
              READ MILE-FILE
              PERFORM UNTIL NOT MILE-SUCCESS
                 IF MTR-LITERAL NOT = 'MILETOT '
                    MOVE MILE-SEQ TO WS-CHK-SEQ
                    PERFORM SEARCH-SEQ-TABLE
                    IF WS-SEQ-HIT
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SPACES TO RPT-REC
                       MOVE MILE-SEQ       TO RPT-REC(3:4)
                       MOVE MILE-NAME      TO RPT-REC(8:15)
                       MOVE MILE-LASTN     TO RPT-REC(24:15)
                       MOVE MILE-AGE       TO RPT-REC(40:3)
                       MOVE MILE-DATE      TO RPT-REC(45:8)
                       MOVE MILE-DAYS-AWAY TO RPT-REC(55:3)
                       WRITE RPT-REC
                    END-IF
                 END-IF
                 READ MILE-FILE
              END-PERFORM
              IF NOT MILE-EOF
                 MOVE MILE-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              END-IF
              CLOSE MILE-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-MILESTONE-RECORDS-EXIT. EXIT.
      *----
      * DISCLOSE-ARCHIVE-RECORDS musterinin arsiv katalogu
      * kayitlarini yukler ve ARCHIVE DD'ye baglanan kusaklari
      * tarar (IDXRETRV kurgusu): katalogda kayit yoksa arsiv hic
      * acilmaz; katalogdaki kayit anahtar + arsiv gunu ile
      * eslesir, baglanan kusaklarda bulunamayan katalog kaydi
      * aciklamayi eksik yapar. Katalog okunamazsa baglanan
      * kusaklar yine taranir ama kapsam kanitlanamadigi icin
      * aciklama eksik sayilir.
      *----
       DISCLOSE-ARCHIVE-RECORDS.
           MOVE 'ARCHIVED RECORDS (ARCCATLG / ARCHIVE)' TO WS-SECT-TITLE
           PERFORM WRITE-SECTION-HEADING
           IF WS-SUBJ-ID = ZERO
              PERFORM WRITE-NOT-APPLICABLE
           ELSE
              PERFORM LOAD-CATALOG-ENTRIES
              IF WS-CAT-AVAIL AND CAT-TABLE-COUNT = ZERO
                 MOVE SPACES TO RPT-REC
                 MOVE 'NO ARCHIVED RECORDS IN CATALOGUE'
                      TO RPT-REC(3:32)
                 WRITE RPT-REC
              ELSE
                 PERFORM SCAN-ARCHIVE-GENERATIONS
                 IF WS-CAT-AVAIL
                    PERFORM WRITE-CATALOG-LINES
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-SECTION-FOOTER.
       DISCLOSE-ARCHIVE-RECORDS-EXIT. EXIT.
      *----
       LOAD-CATALOG-ENTRIES.
           MOVE ZERO TO CAT-TABLE-COUNT
           MOVE 'N'  TO WS-CAT-AVAIL-SW
           OPEN INPUT CAT-FILE
           IF CAT-SUCCESS
              MOVE 'Y' TO WS-CAT-AVAIL-SW
              MOVE 'N' TO WS-BROWSE-EOF-SW
              MOVE WS-SUBJ-ID TO CAT-ID
              MOVE ZERO       TO CAT-DVZ
              START CAT-FILE KEY IS >= CAT-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
              END-START
              PERFORM UNTIL WS-BROWSE-EOF
                 READ CAT-FILE NEXT
                    AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
                 END-READ
                 IF NOT WS-BROWSE-EOF
                    IF NOT CAT-SUCCESS OR CAT-ID NOT = WS-SUBJ-ID
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    ELSE
                       PERFORM ADD-CATALOG-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CAT-FILE
           ELSE
              MOVE SPACES TO RPT-REC
              STRING 'ARCHIVE CATALOGUE NOT AVAILABLE (STATUS '
                                         DELIMITED BY SIZE
                     CAT-ST              DELIMITED BY SIZE
                     ') - SUPPLIED GENERATIONS SCANNED'
                                         DELIMITED BY SIZE
                INTO RPT-REC(3:80)
              END-STRING
              WRITE RPT-REC
              MOVE 'Y' TO WS-INCOMPLETE-SW
              IF CAT-NOT-PRESENT
                 CLOSE CAT-FILE
              END-IF
           END-IF.
       LOAD-CATALOG-ENTRIES-EXIT. EXIT.
      *----
       ADD-CATALOG-ENTRY.
           IF CAT-TABLE-COUNT >= 50
              DISPLAY 'CATALOGUE TABLE FULL, ENTRY NOT CHECKED: '
                      CAT-ID ' ' CAT-DVZ
              MOVE 'Y' TO WS-INCOMPLETE-SW
           ELSE
              ADD 1 TO CAT-TABLE-COUNT
              SET CAT-IDX TO CAT-TABLE-COUNT
              MOVE CAT-DVZ     TO CT-DVZ(CAT-IDX)
              MOVE CAT-GEN     TO CT-GEN(CAT-IDX)
              MOVE CAT-ARCDATE TO CT-ARCDATE(CAT-IDX)
              MOVE 'N'         TO CT-FOUND-SW(CAT-IDX)
           END-IF.
       ADD-CATALOG-ENTRY-EXIT. EXIT.
      *----
       SCAN-ARCHIVE-GENERATIONS.
           OPEN INPUT ARC-FILE
           IF NOT ARC-SUCCESS
              MOVE ARC-ST TO WS-FILE-ST
              PERFORM WRITE-FILE-NOT-AVAILABLE
           ELSE
              MOVE SPACES TO RPT-REC
              MOVE 'ARCHIVED  DVZ  FULL NAME' TO RPT-REC(3:24)
              MOVE 'BIRTH DATE'    TO RPT-REC(49:10)
              MOVE 'BALANCE'       TO RPT-REC(67:7)
              MOVE 'LAST ACT'      TO RPT-REC(76:8)
              WRITE RPT-REC
              READ ARC-FILE
              PERFORM UNTIL NOT ARC-SUCCESS
                 IF ARC-ID = WS-SUBJ-ID
                    ADD 1 TO WS-SECT-COUNT
                    PERFORM WRITE-ARCHIVE-LINE
                    PERFORM MARK-CATALOG-FOUND
                 END-IF
                 READ ARC-FILE
              END-PERFORM
              IF NOT ARC-EOF
                 MOVE ARC-ST TO WS-FILE-ST
                 PERFORM WRITE-FILE-NOT-AVAILABLE
              END-IF
              CLOSE ARC-FILE
           END-IF.
       SCAN-ARCHIVE-GENERATIONS-EXIT. EXIT.
      *----
       WRITE-ARCHIVE-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ARC-DATE       TO RPT-REC(3:8)
           MOVE ARC-DVZ        TO RPT-REC(13:3)
           MOVE ARC-FULLN      TO RPT-REC(18:30)
           MOVE ARC-JUL        TO DTCV-JULIAN-DATE
           MOVE '1'            TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK
              MOVE DTCV-GREG-DATE TO RPT-REC(49:8)
           ELSE
              MOVE DTCV-JULIAN-DATE TO RPT-REC(49:7)
           END-IF
           MOVE ARC-TUTAR      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(58:16)
           MOVE ARC-LASTACT    TO RPT-REC(76:8)
           WRITE RPT-REC.
       WRITE-ARCHIVE-LINE-EXIT. EXIT.
      *----
       MARK-CATALOG-FOUND.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-TABLE-COUNT
              IF CT-DVZ(CAT-IDX) = ARC-DVZ
                 AND CT-ARCDATE(CAT-IDX) = ARC-DATE
                 MOVE 'Y' TO CT-FOUND-SW(CAT-IDX)
              END-IF
           END-PERFORM.
       MARK-CATALOG-FOUND-EXIT. EXIT.
      *----
       WRITE-CATALOG-LINES.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-TABLE-COUNT
              MOVE SPACES TO RPT-REC
              MOVE 'CATALOGUE DVZ'       TO RPT-REC(3:13)
              MOVE CT-DVZ(CAT-IDX)       TO RPT-REC(17:3)
              MOVE 'GEN'                 TO RPT-REC(22:3)
              MOVE CT-GEN(CAT-IDX)       TO RPT-REC(26:4)
              MOVE 'ARCHIVED'            TO RPT-REC(32:8)
              MOVE CT-ARCDATE(CAT-IDX)   TO RPT-REC(41:8)
              IF CT-FOUND-SW(CAT-IDX) = 'Y'
                 MOVE 'FOUND'            TO RPT-REC(51:5)
              ELSE
                 MOVE 'NOT IN SUPPLIED GENERATIONS - INCOMPLETE'
                      TO RPT-REC(51:40)
                 MOVE 'Y' TO WS-INCOMPLETE-SW
              END-IF
              WRITE RPT-REC
           END-PERFORM.
       WRITE-CATALOG-LINES-EXIT. EXIT.
      *----
      * WRITE-REQUEST-FOOTER aciklanan toplam kaydi ve aciklamanin
      * tam/eksik oldugunu basar, talebin sonucunu belirler.
      *----
       WRITE-REQUEST-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DISC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           MOVE 'RECORDS DISCLOSED:' TO RPT-REC(1:18)
           MOVE WS-EDIT-COUNT        TO RPT-REC(20:7)
           IF WS-INCOMPLETE
              MOVE 04 TO WS-REQ-RC
              ADD 1 TO WS-INCMP-COUNT
              MOVE 'DISCLOSURE INCOMPLETE - RERUN WITH ALL FILES'
                   TO RPT-REC(30:44)
           ELSE
              MOVE 00 TO WS-REQ-RC
              ADD 1 TO WS-DONE-COUNT
              MOVE 'DISCLOSURE COMPLETE' TO RPT-REC(30:19)
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       WRITE-REQUEST-FOOTER-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-REQ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'REQUESTS READ         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DONE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DISCLOSED COMPLETE    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-INCMP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DISCLOSED INCOMPLETE  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REFUSE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'REFUSED               : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku KVKKRPT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE REQ-FILE
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               CLOSE RPT-FILE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
      * WRITE-DISCLOSURE-AUDIT her talep icin AUDITLOG'a bir satir
      * ekler: talebi isteyen kullanici, talep anahtari, aciklanan
      * kayit sayisi ve talebin sonucu. Zincir basi her satirdan
      * once CHAINCTL ile yeniden okunur.
      *----
       WRITE-DISCLOSURE-AUDIT.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE 'KVKKRPT'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-DISC-COUNT     TO AUD-RECCOUNT
              MOVE WS-REQ-RC         TO AUD-RETCODE
              MOVE KQ-USER           TO AUD-USERID
              MOVE KQ-TYPE           TO AUD-SUBJECT(1:1)
              MOVE KQ-KEY            TO AUD-SUBJECT(2:5)
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY 'AUDIT-FILE CANNOT BE OPENED, DISCLOSURE NOT '
                      'LOGGED: ' KQ-TYPE KQ-KEY ' ' KQ-USER
           END-IF.
       WRITE-DISCLOSURE-AUDIT-EXIT. EXIT.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE 'KVKKRPT'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-REQ-COUNT      TO AUD-RECCOUNT
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
