      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    DUPCUST.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * DUPCUST ACCTREC'te ayni kisiye ait olabilecek (mukerrer)
      * hesap kayitlarini bulur. Ad + soyad SANCSCRN'deki gibi
      * normalize edilir (harf katlama, noktalama, kelime sirasi) ve
      * kayitlar iki yoldan eslenir:
      *   'B' ayni dogum tarihi -> ad benzerligi normalize adlarin
      *       harf duzeltme (ekleme/silme/degistirme) uzakligindan
      *       skorlanir: (uzun ad boyu - uzaklik) * 100 / uzun ad
      *       boyu; ayni normalize ad 100,
      *   'N' ayni normalize ad, farkli dogum tarihi -> gun/ay yer
      *       degistirmisse 090, yil/ay/gun'den ikisi ayniysa 085;
      *       digerleri aday sayilmaz.
      * Asgari skorun altindaki ciftler atilir. Her aday ciftin iki
      * tarafi capraz referans (XREFFILE) ile musteri numarasina
      * baglanir ve IDX-FILE bakiyeleri rapora dokulur.
      * DUPRPT skor sirasina (buyukten kucuge) dizilmis inceleme
      * raporudur; DUPCAND musteri veri ekibinin karara baglayacagi
      * aday dosyasidir (bkz. DUPCREC.CPY). Ekip kararini ('M' ayni
      * kisi / 'N' farkli kisiler) DUPCONF'a ekler; DUPCONF'ta karari
      * olan cift sonraki calistirmalarda bir daha raporlanmaz.
      * Gecersiz dogum tarihli ya da adi bos kayitlar karsilastirmaya
      * alinmaz, ayrica sayilir. Ayni dogum tarihinde ya da ayni
      * normalize adda 500'den fazla kayit varsa fazlasi
      * karsilastirilamaz ve RC 04 ile bitilir. Yeni aday varsa da
      * RC 04.
      * PARM='nnn' -> asgari skor (001-099), varsayilan 080.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT OPTIONAL CONF-FILE ASSIGN TO  DUPCONF
                             STATUS     CONF-ST.
           SELECT CWK-FILE   ASSIGN TO  DUPWORK
                             STATUS     CWK-ST.
           SELECT CAND-FILE  ASSIGN TO  DUPCAND
                             STATUS     CAND-ST.
           SELECT RPT-FILE   ASSIGN TO  DUPRPT
                             STATUS     RPT-ST.
           SELECT BLK-SORT-FILE ASSIGN TO DUPSORT.
           SELECT CND-SORT-FILE ASSIGN TO DUPSRT2.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * ACCT-FILE hesap dosyasidir (BDAYCALC'in ACCT-REC duzeni).
       FD  ACCT-FILE RECORDING MODE F.
       01  ACCT-FIELDS.
           05 ACCT-SEQ       PIC X(04).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-LASTN     PIC X(15).
           05 ACCT-BRTHDAY   PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * CONF-FILE karara baglanmis ciftlerdir (bkz. DUPCREC.CPY).
       FD  CONF-FILE RECORDING MODE F.
           COPY DUPCREC REPLACING LEADING ==DUP== BY ==DCF==.
      *****
      * CWK-FILE siralanmamis aday ciftlerin calisma dosyasidir.
       FD  CWK-FILE RECORDING MODE F.
           COPY DUPCREC REPLACING LEADING ==DUP== BY ==CWK==.
      *****
      * CAND-FILE skor sirali aday dosyasidir (bkz. DUPCREC.CPY).
       FD  CAND-FILE RECORDING MODE F.
           COPY DUPCREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * BLK-SORT-FILE hesaplarin once dogum tarihi, sonra normalize
      * ad sirasina dizilmesi icin kullanilan calisma sort
      * dosyasidir; ayni anahtarli kayitlar bir blok olusturur.
       SD  BLK-SORT-FILE.
       01  BLK-SORT-REC.
           05 BS-BRTHDAY     PIC 9(08).
           05 BS-KEY         PIC X(40).
           05 BS-KLEN        PIC 9(02).
           05 BS-SEQ         PIC X(04).
           05 BS-NAME        PIC X(15).
           05 BS-LASTN       PIC X(15).
      *****
      * CND-SORT-FILE aday ciftlerin skor sirasina dizilmesi icin
      * kullanilan calisma sort dosyasidir.
       SD  CND-SORT-FILE.
           COPY DUPCREC REPLACING LEADING ==DUP== BY ==CND==.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 CONF-ST           PIC 9(02).
              88 CONF-EOF       VALUE 10.
              88 CONF-SUCCESS   VALUE 00 05 97.
           05 CWK-ST            PIC 9(02).
              88 CWK-SUCCESS    VALUE 00 97.
           05 CAND-ST           PIC 9(02).
              88 CAND-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-DATE-RC           PIC 9(05).
       01  WS-MIN-SCORE         PIC 9(03) VALUE 080.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
      * WS-PASS hesaplarin kacinci kez okundugunu gosterir; sayaclar
      * yalniz ilk okumada artar.
       01  WS-PASS              PIC 9(01) VALUE ZERO.
           88 WS-FIRST-PASS     VALUE 1.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * NRM-FOLD-FROM/TO ad normalizasyonunun harf katlama
      * tablosudur (SANCSCRN ile ayni): kucuk harfler ve Latin-5
      * (ISO-8859-9) Turkce harfler buyuk Latin harfe, noktalama
      * bosluga cevrilir.
      *----
       01  NRM-FOLD-FROM.
           05 FILLER            PIC X(26)
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER            PIC X(12)
                                VALUE X'C7E7D0F0DDFDD6F6DEFEDCFC'.
           05 FILLER            PIC X(07) VALUE '.,-''/&;'.
       01  NRM-FOLD-TO.
           05 FILLER            PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER            PIC X(12) VALUE 'CCGGIIOOSSUU'.
           05 FILLER            PIC X(07) VALUE SPACES.
      *----
      * WS-NRM-* NORMALIZE-NAME'in giris/cikis alanlaridir: ad
      * kelimelere ayrilir (en cok 8 kelime, kelime basina 20
      * karakter), kelimeler dizilir ve anahtar yeniden kurulur.
      *----
       01  WS-NRM-IN            PIC X(40).
       01  WS-NRM-WORK          PIC X(40).
       01  WS-NRM-KEY           PIC X(40).
       01  WS-NRM-COUNT         PIC 9(01).
       01  WS-NRM-LEN           PIC 9(02).
       01  WS-NRM-POS           PIC 9(02).
       01  WS-NRM-PTR           PIC 9(02).
       01  WS-NRM-I             PIC 9(01).
       01  WS-NRM-J             PIC 9(01).
       01  WS-NRM-HOLD          PIC X(20).
       01  NRM-WORDS.
           05 NRM-WORD          PIC X(20) OCCURS 8 TIMES.
      *----
      * CF-TABLE DUPCONF'ta karara baglanmis ciftlerdir; kucuk sira
      * numarasi her zaman CF-SEQ-A'dadir.
      *----
       01  CF-TABLE-COUNT       PIC 9(05) VALUE ZERO.
       01  CF-TABLE.
           05 CF-ENTRY OCCURS 5000 TIMES INDEXED BY CF-IDX.
              10 CF-SEQ-A       PIC X(04).
              10 CF-SEQ-B       PIC X(04).
      *----
      * BK-TABLE ayni dogum tarihli ya da ayni normalize adli
      * kayitlarin blogudur; blok icindeki her cift karsilastirilir.
      *----
       01  BK-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  BK-TABLE.
           05 BK-ENTRY OCCURS 500 TIMES.
              10 BK-SEQ         PIC X(04).
              10 BK-NAME        PIC X(15).
              10 BK-LASTN       PIC X(15).
              10 BK-BRTHDAY     PIC 9(08).
              10 BK-BRTHDAY-R REDEFINES BK-BRTHDAY.
                 15 BK-YYYY     PIC 9(04).
                 15 BK-MM       PIC 9(02).
                 15 BK-DD       PIC 9(02).
              10 BK-KEY         PIC X(40).
              10 BK-KLEN        PIC 9(02).
       01  WS-BK-I              PIC 9(03).
       01  WS-BK-J              PIC 9(03).
       01  WS-BK-START          PIC 9(03).
       01  WS-BRK-BRTHDAY       PIC 9(08).
       01  WS-BRK-KEY           PIC X(40).
      *----
      * LV-* harf duzeltme uzakliginin iki satirlik calisma
      * alanidir (satir basina 0..40 karakter -> 41 hucre).
      *----
       01  LV-PREV-ROW.
           05 LV-PREV           PIC 9(02) COMP OCCURS 41 TIMES.
       01  LV-CURR-ROW.
           05 LV-CURR           PIC 9(02) COMP OCCURS 41 TIMES.
       01  WS-LV-I              PIC 9(02) COMP.
       01  WS-LV-J              PIC 9(02) COMP.
       01  WS-LV-LEN-A          PIC 9(02) COMP.
       01  WS-LV-LEN-B          PIC 9(02) COMP.
       01  WS-LV-COST           PIC 9(02) COMP.
       01  WS-LV-MIN            PIC 9(02) COMP.
       01  WS-LV-MAXLEN         PIC 9(02) COMP.
       01  WS-LV-DIST           PIC 9(02) COMP.
      *----
      * Aday cift alanlari.
      *----
       01  WS-CAND-SCORE        PIC 9(03).
       01  WS-CAND-BASIS        PIC X(01).
       01  WS-DATE-MATCH        PIC 9(01).
       01  WS-SEQ-A             PIC X(04).
       01  WS-SEQ-B             PIC X(04).
      *----
      * Rapor tarafinin capraz referans ve bakiye alanlari.
      *----
       01  WS-SIDE              PIC X(01).
       01  WS-SIDE-SEQ          PIC X(04).
       01  WS-SIDE-NAME         PIC X(15).
       01  WS-SIDE-LASTN        PIC X(15).
       01  WS-SIDE-BRTHDAY      PIC 9(08).
       01  WS-TARGET-ID         PIC 9(05).
       01  WS-BAL-LINES         PIC 9(03).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-ACCT-READ-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-ACCT-SKIP-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-CONF-READ-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-PAIR-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-SUPPRESS-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-BDAY-CAND-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-NAME-CAND-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-CAND-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NOXREF-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-BLOCK-OVFL-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen asgari skoru tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-SCORE PIC 9(03).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 2
              IF LS-PARM-SCORE IS NUMERIC AND LS-PARM-SCORE > ZERO
                                          AND LS-PARM-SCORE < 100
                 MOVE LS-PARM-SCORE TO WS-MIN-SCORE
              ELSE
                 DISPLAY 'INVALID MINIMUM SCORE PARM: ' LS-PARM-SCORE
                         ' - DEFAULT SCORE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-CONFIRMED-PAIRS
           MOVE 1 TO WS-PASS
           SORT BLK-SORT-FILE
                ON ASCENDING KEY BS-BRTHDAY BS-SEQ
                INPUT PROCEDURE  IS RELEASE-ACCOUNTS
                OUTPUT PROCEDURE IS COMPARE-BIRTHDAY-BLOCKS
           MOVE 2 TO WS-PASS
           SORT BLK-SORT-FILE
                ON ASCENDING KEY BS-KEY BS-SEQ
                INPUT PROCEDURE  IS RELEASE-ACCOUNTS
                OUTPUT PROCEDURE IS COMPARE-NAME-BLOCKS
           CLOSE CWK-FILE
           PERFORM WRITE-REPORT-HEADING
           SORT CND-SORT-FILE
                ON DESCENDING KEY CND-SCORE
                   ASCENDING  KEY CND-SEQ-A CND-SEQ-B
                USING CWK-FILE
                OUTPUT PROCEDURE IS WRITE-RANKED-PAIRS
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'DUPCUST CANDIDATES: ' WS-CAND-COUNT
                   ' SUPPRESSED: ' WS-SUPPRESS-COUNT
           IF WS-CAND-COUNT > ZERO OR WS-BLOCK-OVFL-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi durdurur; eksik onay listesiyle karara baglanmis
      * ciftler yeniden raporlanmasin (CUSTPOS kurgusu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  ACCT-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  CONF-FILE
           OPEN OUTPUT CWK-FILE
           OPEN OUTPUT CAND-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT ACCT-SUCCESS OR NOT XREF-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT CONF-SUCCESS
                                OR NOT CWK-SUCCESS
                                OR NOT CAND-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCT-ST: '   ACCT-ST
              DISPLAY 'XREF-ST: '   XREF-ST
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'CONF-ST: '   CONF-ST
              DISPLAY 'CWK-ST: '    CWK-ST
              DISPLAY 'CAND-ST: '   CAND-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-CONFIRMED-PAIRS DUPCONF'taki karari verilmis ciftleri
      * ('M' ya da 'N') kucuk sira numarasi once olacak sekilde
      * tabloya alir. Karari bos satirlar dikkate alinmaz.
      *----
       LOAD-CONFIRMED-PAIRS.
           PERFORM READ-CONF-RECORD
           PERFORM UNTIL CONF-EOF
              IF DCF-CONFIRMED OR DCF-NOT-DUPLICATE
                 IF CF-TABLE-COUNT >= 5000
                    MOVE 'DUP-CONFIRM' TO WS-FULL-TABLE
                    PERFORM TABLE-LIMIT-ABORT
                 END-IF
                 ADD 1 TO CF-TABLE-COUNT
                 SET CF-IDX TO CF-TABLE-COUNT
                 IF DCF-SEQ-A < DCF-SEQ-B
                    MOVE DCF-SEQ-A TO CF-SEQ-A(CF-IDX)
                    MOVE DCF-SEQ-B TO CF-SEQ-B(CF-IDX)
                 ELSE
                    MOVE DCF-SEQ-B TO CF-SEQ-A(CF-IDX)
                    MOVE DCF-SEQ-A TO CF-SEQ-B(CF-IDX)
                 END-IF
              END-IF
              PERFORM READ-CONF-RECORD
           END-PERFORM
           CLOSE CONF-FILE.
       LOAD-CONFIRMED-PAIRS-EXIT. EXIT.
      *----
       READ-CONF-RECORD.
           READ CONF-FILE
              NOT AT END ADD 1 TO WS-CONF-READ-COUNT
           END-READ.
       READ-CONF-RECORD-EXIT. EXIT.
      *----
      * RELEASE-ACCOUNTS hesaplari okur, ad + soyadi normalize eder
      * ve karsilastirilabilir kayitlari sort'a verir. Ikinci
      * okumada dosya basa alinir.
      *----
       RELEASE-ACCOUNTS.
           IF NOT WS-FIRST-PASS
              CLOSE ACCT-FILE
              OPEN INPUT ACCT-FILE
           END-IF
           PERFORM READ-ACCT-RECORD
           PERFORM UNTIL ACCT-EOF
              PERFORM RELEASE-ONE-ACCOUNT
              PERFORM READ-ACCT-RECORD
           END-PERFORM.
       RELEASE-ACCOUNTS-EXIT. EXIT.
      *----
       READ-ACCT-RECORD.
           READ ACCT-FILE
              NOT AT END
                 IF WS-FIRST-PASS
                    ADD 1 TO WS-ACCT-READ-COUNT
                 END-IF
           END-READ.
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
      * RELEASE-ONE-ACCOUNT dogum tarihi gecersiz ya da adi bos
      * kaydi atlar (ilk okumada sayar).
      *----
       RELEASE-ONE-ACCOUNT.
           MOVE 1 TO WS-DATE-RC
           IF ACCT-BRTHDAY IS NUMERIC
              COMPUTE WS-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(ACCT-BRTHDAY)
           END-IF
           MOVE SPACES TO WS-NRM-IN
           STRING ACCT-NAME  DELIMITED '  '
                  ' '        DELIMITED SIZE
                  ACCT-LASTN DELIMITED '  '
             INTO WS-NRM-IN
           END-STRING
           PERFORM NORMALIZE-NAME
           IF WS-DATE-RC NOT = 0 OR WS-NRM-COUNT = ZERO
              IF WS-FIRST-PASS
                 ADD 1 TO WS-ACCT-SKIP-COUNT
              END-IF
           ELSE
              MOVE ACCT-BRTHDAY TO BS-BRTHDAY
              MOVE WS-NRM-KEY   TO BS-KEY
              MOVE ACCT-SEQ     TO BS-SEQ
              MOVE ACCT-NAME    TO BS-NAME
              MOVE ACCT-LASTN   TO BS-LASTN
              COMPUTE BS-KLEN = WS-NRM-PTR - 1
              RELEASE BLK-SORT-REC
           END-IF.
       RELEASE-ONE-ACCOUNT-EXIT. EXIT.
      *----
      * NORMALIZE-NAME WS-NRM-IN'deki adi katlar, kelimelere ayirir,
      * kelimeleri alfabetik dizer ve WS-NRM-KEY'i tek boslukla
      * yeniden kurar (SANCSCRN ile ayni kurgu). Cikista WS-NRM-PTR
      * anahtar boyunun bir fazlasidir.
      *----
       NORMALIZE-NAME.
           MOVE WS-NRM-IN TO WS-NRM-WORK
           INSPECT WS-NRM-WORK CONVERTING NRM-FOLD-FROM
                                       TO NRM-FOLD-TO
           MOVE SPACES TO NRM-WORDS WS-NRM-KEY
           MOVE ZERO   TO WS-NRM-COUNT WS-NRM-LEN
           PERFORM VARYING WS-NRM-POS FROM 1 BY 1
                     UNTIL WS-NRM-POS > 40
              IF WS-NRM-WORK(WS-NRM-POS:1) = SPACE
                 MOVE ZERO TO WS-NRM-LEN
              ELSE
                 IF WS-NRM-LEN = ZERO
                    IF WS-NRM-COUNT < 8
                       ADD 1 TO WS-NRM-COUNT
                    ELSE
                       MOVE 20 TO WS-NRM-LEN
                    END-IF
                 END-IF
                 IF WS-NRM-LEN < 20
                    ADD 1 TO WS-NRM-LEN
                    MOVE WS-NRM-WORK(WS-NRM-POS:1)
                      TO NRM-WORD(WS-NRM-COUNT)(WS-NRM-LEN:1)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-NRM-I FROM 1 BY 1
                     UNTIL WS-NRM-I >= WS-NRM-COUNT
              PERFORM VARYING WS-NRM-J FROM 1 BY 1
                        UNTIL WS-NRM-J > WS-NRM-COUNT - WS-NRM-I
                 IF NRM-WORD(WS-NRM-J) > NRM-WORD(WS-NRM-J + 1)
                    MOVE NRM-WORD(WS-NRM-J)     TO WS-NRM-HOLD
                    MOVE NRM-WORD(WS-NRM-J + 1) TO NRM-WORD(WS-NRM-J)
                    MOVE WS-NRM-HOLD        TO NRM-WORD(WS-NRM-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE 1 TO WS-NRM-PTR
           PERFORM VARYING WS-NRM-I FROM 1 BY 1
                     UNTIL WS-NRM-I > WS-NRM-COUNT
              IF WS-NRM-I > 1
                 STRING ' ' DELIMITED SIZE
                   INTO WS-NRM-KEY WITH POINTER WS-NRM-PTR
                 END-STRING
              END-IF
              STRING NRM-WORD(WS-NRM-I) DELIMITED SPACE
                INTO WS-NRM-KEY WITH POINTER WS-NRM-PTR
              END-STRING
           END-PERFORM.
       NORMALIZE-NAME-EXIT. EXIT.
      *----
      * COMPARE-BIRTHDAY-BLOCKS dogum tarihi control-break ile
      * bloklari toplar; her blok kapaninca ciftler skorlanir.
      *----
       COMPARE-BIRTHDAY-BLOCKS.
           MOVE ZERO TO BK-TABLE-COUNT
           MOVE 'N'  TO WS-SORT-EOF-SW
           PERFORM RETURN-BLK-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              IF BK-TABLE-COUNT > ZERO
                 AND BS-BRTHDAY NOT = WS-BRK-BRTHDAY
                 PERFORM SCORE-BIRTHDAY-BLOCK
                 MOVE ZERO TO BK-TABLE-COUNT
              END-IF
              MOVE BS-BRTHDAY TO WS-BRK-BRTHDAY
              PERFORM ADD-BLOCK-ENTRY
              PERFORM RETURN-BLK-SORT-REC
           END-PERFORM
           IF BK-TABLE-COUNT > ZERO
              PERFORM SCORE-BIRTHDAY-BLOCK
           END-IF.
       COMPARE-BIRTHDAY-BLOCKS-EXIT. EXIT.
      *----
      * COMPARE-NAME-BLOCKS ayni normalize adli kayitlari toplar;
      * her blok kapaninca farkli dogum tarihli ciftler skorlanir.
      *----
       COMPARE-NAME-BLOCKS.
           MOVE ZERO TO BK-TABLE-COUNT
           MOVE 'N'  TO WS-SORT-EOF-SW
           PERFORM RETURN-BLK-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              IF BK-TABLE-COUNT > ZERO
                 AND BS-KEY NOT = WS-BRK-KEY
                 PERFORM SCORE-NAME-BLOCK
                 MOVE ZERO TO BK-TABLE-COUNT
              END-IF
              MOVE BS-KEY TO WS-BRK-KEY
              PERFORM ADD-BLOCK-ENTRY
              PERFORM RETURN-BLK-SORT-REC
           END-PERFORM
           IF BK-TABLE-COUNT > ZERO
              PERFORM SCORE-NAME-BLOCK
           END-IF.
       COMPARE-NAME-BLOCKS-EXIT. EXIT.
      *----
       RETURN-BLK-SORT-REC.
           RETURN BLK-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-BLK-SORT-REC-EXIT. EXIT.
      *----
      * ADD-BLOCK-ENTRY kaydi bloga ekler. Blok doluysa kayit
      * karsilastirilamaz; calisma RC 04 ile biter.
      *----
       ADD-BLOCK-ENTRY.
           IF BK-TABLE-COUNT >= 500
              ADD 1 TO WS-BLOCK-OVFL-COUNT
              DISPLAY 'COMPARISON BLOCK FULL, NOT COMPARED: ' BS-SEQ
           ELSE
              ADD 1 TO BK-TABLE-COUNT
              MOVE BS-SEQ     TO BK-SEQ(BK-TABLE-COUNT)
              MOVE BS-NAME    TO BK-NAME(BK-TABLE-COUNT)
              MOVE BS-LASTN   TO BK-LASTN(BK-TABLE-COUNT)
              MOVE BS-BRTHDAY TO BK-BRTHDAY(BK-TABLE-COUNT)
              MOVE BS-KEY     TO BK-KEY(BK-TABLE-COUNT)
              MOVE BS-KLEN    TO BK-KLEN(BK-TABLE-COUNT)
           END-IF.
       ADD-BLOCK-ENTRY-EXIT. EXIT.
      *----
      * SCORE-BIRTHDAY-BLOCK ayni dogum tarihli her cifti ad
      * benzerligiyle skorlar.
      *----
       SCORE-BIRTHDAY-BLOCK.
           PERFORM VARYING WS-BK-I FROM 1 BY 1
                     UNTIL WS-BK-I >= BK-TABLE-COUNT
              COMPUTE WS-BK-START = WS-BK-I + 1
              PERFORM VARYING WS-BK-J FROM WS-BK-START BY 1
                        UNTIL WS-BK-J > BK-TABLE-COUNT
                 PERFORM SCORE-BIRTHDAY-PAIR
              END-PERFORM
           END-PERFORM.
       SCORE-BIRTHDAY-BLOCK-EXIT. EXIT.
      *----
      * SCORE-BIRTHDAY-PAIR WS-BK-I ile WS-BK-J satirlarini
      * karsilastirir.
      *----
       SCORE-BIRTHDAY-PAIR.
           IF BK-SEQ(WS-BK-I) NOT = BK-SEQ(WS-BK-J)
              ADD 1 TO WS-PAIR-COUNT
              IF BK-KEY(WS-BK-I) = BK-KEY(WS-BK-J)
                 MOVE 100 TO WS-CAND-SCORE
              ELSE
                 PERFORM COMPUTE-NAME-SCORE
              END-IF
              IF WS-CAND-SCORE >= WS-MIN-SCORE
                 MOVE 'B' TO WS-CAND-BASIS
                 PERFORM WRITE-CANDIDATE
              END-IF
           END-IF.
       SCORE-BIRTHDAY-PAIR-EXIT. EXIT.
      *----
      * SCORE-NAME-BLOCK ayni normalize adli, dogum tarihi farkli
      * her cifti dogum tarihi yakinligiyla skorlar.
      *----
       SCORE-NAME-BLOCK.
           PERFORM VARYING WS-BK-I FROM 1 BY 1
                     UNTIL WS-BK-I >= BK-TABLE-COUNT
              COMPUTE WS-BK-START = WS-BK-I + 1
              PERFORM VARYING WS-BK-J FROM WS-BK-START BY 1
                        UNTIL WS-BK-J > BK-TABLE-COUNT
                 PERFORM SCORE-NAME-PAIR
              END-PERFORM
           END-PERFORM.
       SCORE-NAME-BLOCK-EXIT. EXIT.
      *----
      * SCORE-NAME-PAIR: ayni dogum tarihli ciftler dogum tarihi
      * blogunda zaten skorlandigi icin burada atlanir.
      *----
       SCORE-NAME-PAIR.
           IF BK-SEQ(WS-BK-I) NOT = BK-SEQ(WS-BK-J)
              AND BK-BRTHDAY(WS-BK-I) NOT = BK-BRTHDAY(WS-BK-J)
              ADD 1 TO WS-PAIR-COUNT
              MOVE ZERO TO WS-DATE-MATCH WS-CAND-SCORE
              IF BK-YYYY(WS-BK-I) = BK-YYYY(WS-BK-J)
                 ADD 1 TO WS-DATE-MATCH
              END-IF
              IF BK-MM(WS-BK-I) = BK-MM(WS-BK-J)
                 ADD 1 TO WS-DATE-MATCH
              END-IF
              IF BK-DD(WS-BK-I) = BK-DD(WS-BK-J)
                 ADD 1 TO WS-DATE-MATCH
              END-IF
              EVALUATE TRUE
                 WHEN BK-YYYY(WS-BK-I) = BK-YYYY(WS-BK-J)
                      AND BK-MM(WS-BK-I) = BK-DD(WS-BK-J)
                      AND BK-DD(WS-BK-I) = BK-MM(WS-BK-J)
                    MOVE 090 TO WS-CAND-SCORE
                 WHEN WS-DATE-MATCH >= 2
                    MOVE 085 TO WS-CAND-SCORE
              END-EVALUATE
              IF WS-CAND-SCORE > ZERO
                 AND WS-CAND-SCORE >= WS-MIN-SCORE
                 MOVE 'N' TO WS-CAND-BASIS
                 PERFORM WRITE-CANDIDATE
              END-IF
           END-IF.
       SCORE-NAME-PAIR-EXIT. EXIT.
      *----
      * COMPUTE-NAME-SCORE iki normalize ad arasindaki harf duzeltme
      * uzakligini iki satirlik tabloyla hesaplar ve uzun adin
      * boyuna oranlayarak 0-100 skora cevirir.
      *----
       COMPUTE-NAME-SCORE.
           MOVE BK-KLEN(WS-BK-I) TO WS-LV-LEN-A
           MOVE BK-KLEN(WS-BK-J) TO WS-LV-LEN-B
           PERFORM VARYING WS-LV-J FROM 0 BY 1
                     UNTIL WS-LV-J > WS-LV-LEN-B
              MOVE WS-LV-J TO LV-PREV(WS-LV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LV-I FROM 1 BY 1
                     UNTIL WS-LV-I > WS-LV-LEN-A
              MOVE WS-LV-I TO LV-CURR(1)
              PERFORM VARYING WS-LV-J FROM 1 BY 1
                        UNTIL WS-LV-J > WS-LV-LEN-B
                 IF BK-KEY(WS-BK-I)(WS-LV-I:1)
                    = BK-KEY(WS-BK-J)(WS-LV-J:1)
                    MOVE 0 TO WS-LV-COST
                 ELSE
                    MOVE 1 TO WS-LV-COST
                 END-IF
                 COMPUTE WS-LV-MIN = LV-PREV(WS-LV-J) + WS-LV-COST
                 IF LV-PREV(WS-LV-J + 1) + 1 < WS-LV-MIN
                    COMPUTE WS-LV-MIN = LV-PREV(WS-LV-J + 1) + 1
                 END-IF
                 IF LV-CURR(WS-LV-J) + 1 < WS-LV-MIN
                    COMPUTE WS-LV-MIN = LV-CURR(WS-LV-J) + 1
                 END-IF
                 MOVE WS-LV-MIN TO LV-CURR(WS-LV-J + 1)
              END-PERFORM
              MOVE LV-CURR-ROW TO LV-PREV-ROW
           END-PERFORM
           MOVE LV-PREV(WS-LV-LEN-B + 1) TO WS-LV-DIST
           IF WS-LV-LEN-A > WS-LV-LEN-B
              MOVE WS-LV-LEN-A TO WS-LV-MAXLEN
           ELSE
              MOVE WS-LV-LEN-B TO WS-LV-MAXLEN
           END-IF
           COMPUTE WS-CAND-SCORE =
                   (WS-LV-MAXLEN - WS-LV-DIST) * 100 / WS-LV-MAXLEN.
       COMPUTE-NAME-SCORE-EXIT. EXIT.
      *----
      * WRITE-CANDIDATE karari verilmis ciftleri atlar, digerlerini
      * siralanmak uzere calisma dosyasina yazar. Blok SEQ
      * sirasinda oldugundan WS-BK-I tarafi her zaman kucuktur.
      *----
       WRITE-CANDIDATE.
           MOVE BK-SEQ(WS-BK-I) TO WS-SEQ-A
           MOVE BK-SEQ(WS-BK-J) TO WS-SEQ-B
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING CF-IDX FROM 1 BY 1
                     UNTIL CF-IDX > CF-TABLE-COUNT
              IF CF-SEQ-A(CF-IDX) = WS-SEQ-A
                 AND CF-SEQ-B(CF-IDX) = WS-SEQ-B
                 MOVE 'Y' TO WS-FOUND-SW
                 SET CF-IDX TO CF-TABLE-COUNT
              END-IF
           END-PERFORM
           IF WS-FOUND
              ADD 1 TO WS-SUPPRESS-COUNT
           ELSE
              IF WS-CAND-BASIS = 'B'
                 ADD 1 TO WS-BDAY-CAND-COUNT
              ELSE
                 ADD 1 TO WS-NAME-CAND-COUNT
              END-IF
              MOVE SPACES               TO CWK-REC
              MOVE WS-RUN-DATE          TO CWK-RUNDATE
              MOVE WS-CAND-SCORE        TO CWK-SCORE
              MOVE WS-CAND-BASIS        TO CWK-BASIS
              MOVE WS-SEQ-A             TO CWK-SEQ-A
              MOVE BK-NAME(WS-BK-I)     TO CWK-NAME-A
              MOVE BK-LASTN(WS-BK-I)    TO CWK-LASTN-A
              MOVE BK-BRTHDAY(WS-BK-I)  TO CWK-BRTHDAY-A
              MOVE ZERO                 TO CWK-IDXID-A
              MOVE WS-SEQ-B             TO CWK-SEQ-B
              MOVE BK-NAME(WS-BK-J)     TO CWK-NAME-B
              MOVE BK-LASTN(WS-BK-J)    TO CWK-LASTN-B
              MOVE BK-BRTHDAY(WS-BK-J)  TO CWK-BRTHDAY-B
              MOVE ZERO                 TO CWK-IDXID-B
              MOVE ZERO                 TO CWK-DECDATE
              WRITE CWK-REC
           END-IF.
       WRITE-CANDIDATE-EXIT. EXIT.
      *----
      * WRITE-RANKED-PAIRS skor sirali ciftleri okur; her iki tarafi
      * capraz referansla musteri numarasina baglar, bakiyeleri
      * rapora yazar ve aday kaydini DUPCAND'a yazar.
      *----
       WRITE-RANKED-PAIRS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-CND-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              ADD 1 TO WS-CAND-COUNT
              MOVE CND-REC TO DUP-REC
              MOVE SPACES  TO RPT-REC
              WRITE RPT-REC
              MOVE 'A'             TO WS-SIDE
              MOVE DUP-SEQ-A       TO WS-SIDE-SEQ
              MOVE DUP-NAME-A      TO WS-SIDE-NAME
              MOVE DUP-LASTN-A     TO WS-SIDE-LASTN
              MOVE DUP-BRTHDAY-A   TO WS-SIDE-BRTHDAY
              PERFORM WRITE-PAIR-SIDE
              MOVE WS-TARGET-ID    TO DUP-IDXID-A
              MOVE 'B'             TO WS-SIDE
              MOVE DUP-SEQ-B       TO WS-SIDE-SEQ
              MOVE DUP-NAME-B      TO WS-SIDE-NAME
              MOVE DUP-LASTN-B     TO WS-SIDE-LASTN
              MOVE DUP-BRTHDAY-B   TO WS-SIDE-BRTHDAY
              PERFORM WRITE-PAIR-SIDE
              MOVE WS-TARGET-ID    TO DUP-IDXID-B
              WRITE DUP-REC
              PERFORM RETURN-CND-SORT-REC
           END-PERFORM.
       WRITE-RANKED-PAIRS-EXIT. EXIT.
      *----
       RETURN-CND-SORT-REC.
           RETURN CND-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-CND-SORT-REC-EXIT. EXIT.
      *----
      * WRITE-PAIR-SIDE ciftin bir tarafini yazar: ilk satirda
      * skor/esleme turu (yalniz A tarafinda), hesap kimligi ve ilk
      * bakiye; sonraki dvz bakiyeleri alt satirlara yazilir.
      * Capraz referansi olmayan tarafin musteri numarasi sifirdir.
      *----
       WRITE-PAIR-SIDE.
           MOVE ZERO TO WS-TARGET-ID WS-BAL-LINES
           MOVE SPACES TO RPT-REC
           IF WS-SIDE = 'A'
              MOVE DUP-SCORE    TO RPT-REC(1:3)
              MOVE DUP-BASIS    TO RPT-REC(5:1)
           END-IF
           MOVE WS-SIDE         TO RPT-REC(7:1)
           MOVE WS-SIDE-SEQ     TO RPT-REC(9:4)
           MOVE WS-SIDE-NAME    TO RPT-REC(14:15)
           MOVE WS-SIDE-LASTN   TO RPT-REC(30:15)
           MOVE WS-SIDE-BRTHDAY TO RPT-REC(46:8)
           MOVE WS-SIDE-SEQ TO XREF-SEQ
           READ XREF-FILE
              INVALID KEY
                 PERFORM WRITE-NOXREF-LINE
              NOT INVALID KEY
                 MOVE XREF-IDXID TO WS-TARGET-ID
                 MOVE WS-TARGET-ID TO RPT-REC(56:5)
                 PERFORM BROWSE-MASTER-BALANCES
           END-READ.
       WRITE-PAIR-SIDE-EXIT. EXIT.
      *----
       WRITE-NOXREF-LINE.
           ADD 1 TO WS-NOXREF-COUNT
           MOVE '** NO XREF FOR ACCOUNT **' TO RPT-REC(56:25)
           WRITE RPT-REC.
       WRITE-NOXREF-LINE-EXIT. EXIT.
      *----
      * BROWSE-MASTER-BALANCES musterinin tum dvz kayitlarini
      * START/READ NEXT ile gezer (BDAYBAL'daki browse kurgusu).
      *----
       BROWSE-MASTER-BALANCES.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-TARGET-ID TO IDX-ID
           MOVE ZERO         TO IDX-DVZ
           START IDX-FILE KEY >= IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL WS-BROWSE-EOF
              PERFORM READ-NEXT-MASTER-RECORD
              IF NOT WS-BROWSE-EOF
                 IF IDX-ID = WS-TARGET-ID
                    PERFORM WRITE-BALANCE-LINE
                 ELSE
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BAL-LINES = ZERO
              MOVE '** NO MASTER RECORD **' TO RPT-REC(63:22)
              WRITE RPT-REC
           END-IF.
       BROWSE-MASTER-BALANCES-EXIT. EXIT.
      *----
       READ-NEXT-MASTER-RECORD.
           READ IDX-FILE NEXT
              AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ.
       READ-NEXT-MASTER-RECORD-EXIT. EXIT.
      *----
       WRITE-BALANCE-LINE.
           IF WS-BAL-LINES > ZERO
              MOVE SPACES TO RPT-REC
           END-IF
           ADD 1 TO WS-BAL-LINES
           MOVE IDX-DVZ          TO RPT-REC(63:3)
           MOVE IDX-TUTAR        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT   TO RPT-REC(67:16)
           WRITE RPT-REC.
       WRITE-BALANCE-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'DUPCUST - PROBABLE DUPLICATE CUSTOMERS RUN '
                                 DELIMITED SIZE
                  WS-RUN-DATE    DELIMITED SIZE
                  ' MIN SCORE '  DELIMITED SIZE
                  WS-MIN-SCORE   DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES         TO RPT-REC
           MOVE 'SCR'          TO RPT-REC(1:3)
           MOVE 'B'            TO RPT-REC(5:1)
           MOVE 'S'            TO RPT-REC(7:1)
           MOVE 'SEQ'          TO RPT-REC(9:3)
           MOVE 'NAME'         TO RPT-REC(14:4)
           MOVE 'LAST NAME'    TO RPT-REC(30:9)
           MOVE 'BIRTHDAY'     TO RPT-REC(46:8)
           MOVE 'CUSTNO'       TO RPT-REC(56:6)
           MOVE 'DVZ'          TO RPT-REC(63:3)
           MOVE 'BALANCE'      TO RPT-REC(76:7)
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCT-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNT RECORDS    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACCT-SKIP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NOT COMPARABLE     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'PAIRS COMPARED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BDAY-CAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SAME BIRTHDAY PAIRS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NAME-CAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SAME NAME PAIRS    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CANDIDATES WRITTEN : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CF-TABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DECIDED PAIRS      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SUPPRESS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'PAIRS SUPPRESSED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOXREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SIDES WITHOUT XREF : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BLOCK-OVFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'BLOCK OVERFLOWS    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku DUPCUST hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE ACCT-FILE
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               CLOSE CAND-FILE
               CLOSE RPT-FILE
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
              MOVE 'DUPCUST'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-CAND-COUNT     TO AUD-RECCOUNT
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
