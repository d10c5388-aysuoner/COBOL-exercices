      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    SANCSCRN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * SANCSCRN musteri adlarini yaptirim ve ic izleme listesine
      * (WATCHLST, bkz. WLSTREC.CPY) karsi tarar. ACCTMNT ile gelen
      * hesaplar ve SORTREP6 'M' ile eklenen master'lar simdiye
      * kadar hic taranmadan iceri giriyordu.
      * Taranan adlar IDX-FULLN ve ACCTREC'teki ACCT-NAME +
      * ACCT-LASTN'dir. Her ad liste adiyla uc yoldan karsilastirilir
      * (skorlar icin bkz. SCRVREC.CPY):
      *   - birebir ayni ad,
      *   - normalize ad: kucuk harf buyuge, Turkce karakterler
      *     Latin karsiligina (C,G,I,O,S,U) katlanir, noktalama
      *     bosluga cevrilir, kelimeler alfabetik dizilip tek
      *     boslukla birlestirilir (bosluk ve kelime sirasi fark
      *     etmez),
      *   - kelime ortakligi: skor asgari skorun altinda kalmazsa.
      * Her eslesme SANCRVW inceleme dosyasina eklenir ve EXCPLOG'a
      * 'SANC' sebebiyle yazilir (yaptirim listesi 'E', ic liste
      * 'W'). Eslesme varsa RC 04.
      * Calisma turleri:
      *   'F' tam tarama -> tum IDX-FILE ve ACCTREC; liste her
      *       degistiginde calistirilir,
      *   'D' fark tarama -> yalniz gecelik JRNFILE'da ve online
      *       jurnal IJRNFILE'da eklenen ya da adi degisen IDX
      *       anahtarlari, bu musteri
      *       numaralarina XREFFILE ile bagli hesaplar ve bugun
      *       ACCTMNT ile eklenen hesaplar (ACCT-TODAY).
      * PARM='m'               -> calisma turu ('F'/'D'), varsayilan
      *                           'D'.
      * PARM='mYYYYMMDD'       -> ayrica jurnal gunu, varsayilan
      *                           sistem tarihi.
      * PARM='mYYYYMMDDnnn'    -> ayrica kelime ortakligi icin
      *                           asgari skor, varsayilan 066.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-FILE    ASSIGN TO  WATCHLST
                             STATUS     WL-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT OPTIONAL SCR-FILE ASSIGN TO  SANCRVW
                             STATUS     SCR-ST.
           SELECT RPT-FILE   ASSIGN TO  SANCRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO  EXCPLOG
                             STATUS     EXCP-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * WL-FILE yaptirim ve izleme listesidir (bkz. WLSTREC.CPY).
       FD  WL-FILE RECORDING MODE F.
           COPY WLSTREC.
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
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
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
      * SCR-FILE isim tarama inceleme dosyasidir (bkz. SCRVREC.CPY).
       FD  SCR-FILE RECORDING MODE F.
           COPY SCRVREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
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
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir; JB-REC oncesi
      * goruntudur.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 WL-ST             PIC 9(02).
              88 WL-EOF         VALUE 10.
              88 WL-SUCCESS     VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 SCR-ST            PIC 9(02).
              88 SCR-SUCCESS    VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 EXCP-ST           PIC 9(02).
              88 EXCP-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-RUN-MODE          PIC X(01) VALUE 'D'.
           88 WS-MODE-FULL      VALUE 'F'.
           88 WS-MODE-DELTA     VALUE 'D'.
       01  WS-MIN-SCORE         PIC 9(03) VALUE 066.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
      *----
      * NRM-FOLD-FROM/TO ad normalizasyonunun harf katlama
      * tablosudur: kucuk harfler ve Latin-5 (ISO-8859-9) Turkce
      * harfler buyuk Latin harfe, noktalama bosluga cevrilir.
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
      * WL-TABLE listenin normalize edilmis halidir.
      *----
       01  WL-TABLE-COUNT       PIC 9(04) VALUE ZERO.
       01  WL-TABLE.
           05 WLT-ENTRY OCCURS 3000 TIMES INDEXED BY WLT-IDX.
              10 WLT-ID         PIC X(08).
              10 WLT-TYPE       PIC X(01).
              10 WLT-NAME       PIC X(40).
              10 WLT-KEY        PIC X(40).
              10 WLT-WCOUNT     PIC 9(01).
              10 WLT-WORD       PIC X(20) OCCURS 8 TIMES.
      *----
      * DLT-TABLE fark taramada gecelik jurnalde eklenen ya da adi
      * degisen IDX anahtarlaridir; XRF-TABLE hesap -> musteri
      * numarasi eslemesidir.
      *----
       01  DLT-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  DLT-TABLE.
           05 DLT-ENTRY OCCURS 5000 TIMES INDEXED BY DLT-IDX.
              10 DLT-ID         PIC 9(05).
              10 DLT-DVZ        PIC 9(03).
       01  XRF-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  XRF-TABLE.
           05 XRF-ENTRY OCCURS 5000 TIMES INDEXED BY XRF-IDX.
              10 XRF-SEQ        PIC X(04).
              10 XRF-IDXID      PIC 9(05).
       01  WS-SRCH              PIC 9(05).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-LINK-ID           PIC 9(05).
      * WS-LAST-* ayni musterinin diger dvz satirlarinda ayni adin
      * tekrar taranmamasi icindir.
       01  WS-LAST-ID           PIC 9(05) VALUE ZERO.
       01  WS-LAST-FULLN        PIC X(30) VALUE SPACES.
      *----
      * Taranan adin alanlari ve eslesme hesabi.
      *----
       01  WS-CAND-SOURCE       PIC X(01).
       01  WS-CAND-KEY          PIC X(12).
       01  WS-CAND-NAME         PIC X(40).
       01  WS-CAND-KEY-N        PIC X(40).
       01  WS-CAND-WCOUNT       PIC 9(01).
       01  CAND-WORDS.
           05 CAND-WORD         PIC X(20) OCCURS 8 TIMES.
       01  WS-USED-FLAGS.
           05 WS-USED           PIC X(01) OCCURS 8 TIMES.
       01  WS-COMMON            PIC 9(01).
       01  WS-MAXW              PIC 9(01).
       01  WS-SCORE             PIC 9(03).
       01  WS-MATCH             PIC X(01).
       01  WS-CI                PIC 9(01).
       01  WS-WI                PIC 9(01).
       01  WS-ID-D              PIC 9(05).
       01  WS-DVZ-D             PIC 9(03).
      *----
      * EXCPLOG yazimi (TXNPOST kurgusu).
      *----
       01  WS-EXCP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-EXCP-OPEN      VALUE 'Y'.
       01  WS-EXCP-KEY          PIC X(12).
       01  WS-EXCP-REASON       PIC X(04).
       01  WS-EXCP-SEV          PIC X(01).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-WL-READ-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-JRNL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-IJRN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-IDX-READ-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-ACCT-READ-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-SCREEN-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-HIT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-SANC-HIT-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-EXACT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-NORM-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PART-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen calisma turunu,
      * jurnal gununu ve asgari skoru tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-MODE  PIC X(01).
               10  LS-PARM-DATE  PIC 9(08).
               10  LS-PARM-SCORE PIC 9(03).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 0
              IF LS-PARM-MODE = 'F' OR LS-PARM-MODE = 'D'
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
           IF LS-PARM-LEN > 11
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
           PERFORM LOAD-WATCH-LIST
           PERFORM WRITE-REPORT-HEADING
           IF WS-MODE-DELTA
              PERFORM LOAD-JOURNAL-DELTA
              PERFORM LOAD-XREF-TABLE
           END-IF
           PERFORM SCREEN-MASTER-NAMES
           PERFORM SCREEN-ACCOUNT-NAMES
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'SANCSCRN SCREENED: ' WS-SCREEN-COUNT
                   ' HITS: ' WS-HIT-COUNT
           IF WS-HIT-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi durdurur; eksik liste ya da eksik fark kumesiyle
      * tarama yapilmis sayilmaz (CUSTPOS kurgusu).
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
           OPEN INPUT  WL-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  ACCT-FILE
           OPEN EXTEND SCR-FILE
           OPEN OUTPUT RPT-FILE
      * jurnal ve capraz referans yalniz fark taramada okunur
           IF WS-MODE-DELTA
              OPEN INPUT JRNL-FILE
              OPEN INPUT IJRN-FILE
              OPEN INPUT XREF-FILE
           ELSE
              MOVE 00 TO JRNL-ST IJRN-ST XREF-ST
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT WL-SUCCESS OR NOT IDX-SUCCESS
                              OR NOT ACCT-SUCCESS
                              OR NOT XREF-SUCCESS
                              OR NOT JRNL-SUCCESS
                              OR NOT IJRN-SUCCESS
                              OR NOT SCR-SUCCESS
                              OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'WL-ST: '   WL-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'ACCT-ST: ' ACCT-ST
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'IJRN-ST: ' IJRN-ST
              DISPLAY 'SCR-ST: '  SCR-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-WATCH-LIST listeyi okur ve her adi normalize ederek
      * tabloya alir. Bos liste ile tarama yapilmaz: hic eslesme
      * cikmamasi temiz sonuc sanilmasin.
      *----
       LOAD-WATCH-LIST.
           PERFORM READ-WL-RECORD
           PERFORM UNTIL WL-EOF
              IF WL-NAME NOT = SPACES
                 IF WL-TABLE-COUNT >= 3000
                    MOVE 'WATCH-LIST' TO WS-FULL-TABLE
                    PERFORM TABLE-LIMIT-ABORT
                 END-IF
                 ADD 1 TO WL-TABLE-COUNT
                 SET WLT-IDX TO WL-TABLE-COUNT
                 MOVE WL-ID   TO WLT-ID(WLT-IDX)
                 MOVE WL-TYPE TO WLT-TYPE(WLT-IDX)
                 MOVE WL-NAME TO WLT-NAME(WLT-IDX) WS-NRM-IN
                 PERFORM NORMALIZE-NAME
                 MOVE WS-NRM-KEY   TO WLT-KEY(WLT-IDX)
                 MOVE WS-NRM-COUNT TO WLT-WCOUNT(WLT-IDX)
                 PERFORM VARYING WS-NRM-I FROM 1 BY 1
                           UNTIL WS-NRM-I > 8
                    MOVE NRM-WORD(WS-NRM-I)
                      TO WLT-WORD(WLT-IDX WS-NRM-I)
                 END-PERFORM
              END-IF
              PERFORM READ-WL-RECORD
           END-PERFORM
           CLOSE WL-FILE
           IF WL-TABLE-COUNT = ZERO
              DISPLAY 'WATCH LIST IS EMPTY - SCREENING NOT RUN'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 98 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       LOAD-WATCH-LIST-EXIT. EXIT.
      *----
       READ-WL-RECORD.
           READ WL-FILE
              NOT AT END ADD 1 TO WS-WL-READ-COUNT
           END-READ.
       READ-WL-RECORD-EXIT. EXIT.
      *----
      * NORMALIZE-NAME WS-NRM-IN'deki adi katlar, kelimelere ayirir,
      * kelimeleri alfabetik dizer ve WS-NRM-KEY'i tek boslukla
      * yeniden kurar. Sekizden fazla kelime varsa fazlasi
      * anahtara girmez.
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
      * LOAD-JOURNAL-DELTA jurnal gunune ait satirlardan eklenen ya
      * da adi degisen IDX anahtarlarini toplar; yalniz bakiye
      * degistiren satirlar tekrar taranmaz. Batch jurnalin
      * ardindan online onaylarin jurnali (IJRNFILE) ayni kuralla
      * okunur; online jurnal verilmemisse bos sayilir.
      *----
       LOAD-JOURNAL-DELTA.
           PERFORM READ-JRNL-RECORD
           PERFORM UNTIL JRNL-EOF
              MOVE JRNL-REC TO JW-REC
              PERFORM CHECK-JOURNAL-DELTA
              PERFORM READ-JRNL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           PERFORM READ-IJRN-RECORD
           PERFORM UNTIL IJRN-EOF
              MOVE IJRN-REC TO JW-REC
              PERFORM CHECK-JOURNAL-DELTA
              PERFORM READ-IJRN-RECORD
           END-PERFORM
           CLOSE IJRN-FILE.
       LOAD-JOURNAL-DELTA-EXIT. EXIT.
      *----
       CHECK-JOURNAL-DELTA.
           IF JW-DATE = WS-RUN-DATE AND JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              IF JW-HAS-BEFORE
                 MOVE JW-BEFORE  TO JB-REC
              ELSE
                 MOVE LOW-VALUES TO JB-REC
              END-IF
              IF JI-FULLN NOT = JB-FULLN
                 PERFORM STORE-DELTA-KEY
              END-IF
           END-IF.
       CHECK-JOURNAL-DELTA-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE
              NOT AT END ADD 1 TO WS-JRNL-COUNT
           END-READ.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE
              NOT AT END ADD 1 TO WS-IJRN-COUNT
           END-READ.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
       STORE-DELTA-KEY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH FROM 1 BY 1
                     UNTIL WS-SRCH > DLT-TABLE-COUNT
              IF DLT-ID(WS-SRCH) = JI-ID AND DLT-DVZ(WS-SRCH) = JI-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE DLT-TABLE-COUNT TO WS-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF DLT-TABLE-COUNT >= 5000
                 MOVE 'DELTA-KEYS' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO DLT-TABLE-COUNT
              SET DLT-IDX TO DLT-TABLE-COUNT
              MOVE JI-ID  TO DLT-ID(DLT-IDX)
              MOVE JI-DVZ TO DLT-DVZ(DLT-IDX)
           END-IF.
       STORE-DELTA-KEY-EXIT. EXIT.
      *----
      * LOAD-XREF-TABLE hesap -> musteri numarasi eslemesini alir;
      * fark taramada hesap adi, bagli musteri numarasi jurnalde
      * ise yeniden taranir.
      *----
       LOAD-XREF-TABLE.
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL XREF-EOF
              IF XRF-TABLE-COUNT >= 5000
                 MOVE 'XREF' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO XRF-TABLE-COUNT
              SET XRF-IDX TO XRF-TABLE-COUNT
              MOVE XREF-SEQ   TO XRF-SEQ(XRF-IDX)
              MOVE XREF-IDXID TO XRF-IDXID(XRF-IDX)
              PERFORM READ-XREF-RECORD
           END-PERFORM
           CLOSE XREF-FILE.
       LOAD-XREF-TABLE-EXIT. EXIT.
      *----
       READ-XREF-RECORD.
           READ XREF-FILE.
       READ-XREF-RECORD-EXIT. EXIT.
      *----
      * SCREEN-MASTER-NAMES IDX-FILE'i sirayla gezer; fark taramada
      * yalniz DLT-TABLE'daki anahtarlar taranir. Musterinin bir
      * onceki dvz satiriyla ayni ad tekrar taranmaz.
      *----
       SCREEN-MASTER-NAMES.
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF
              MOVE 'Y' TO WS-FOUND-SW
              IF WS-MODE-DELTA
                 MOVE 'N' TO WS-FOUND-SW
                 PERFORM VARYING WS-SRCH FROM 1 BY 1
                           UNTIL WS-SRCH > DLT-TABLE-COUNT
                    IF DLT-ID(WS-SRCH) = IDX-ID
                       AND DLT-DVZ(WS-SRCH) = IDX-DVZ
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE DLT-TABLE-COUNT TO WS-SRCH
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-FOUND AND IDX-ID = WS-LAST-ID
                              AND IDX-FULLN = WS-LAST-FULLN
                 MOVE 'N' TO WS-FOUND-SW
              END-IF
              IF WS-FOUND
                 MOVE IDX-ID    TO WS-LAST-ID
                 MOVE IDX-FULLN TO WS-LAST-FULLN
                 MOVE 'I'       TO WS-CAND-SOURCE
                 MOVE SPACES    TO WS-CAND-KEY
                 MOVE IDX-ID    TO WS-ID-D
                 MOVE IDX-DVZ   TO WS-DVZ-D
                 MOVE WS-ID-D   TO WS-CAND-KEY(1:5)
                 MOVE '/'       TO WS-CAND-KEY(6:1)
                 MOVE WS-DVZ-D  TO WS-CAND-KEY(7:3)
                 MOVE IDX-FULLN TO WS-CAND-NAME
                 PERFORM SCREEN-ONE-NAME
              END-IF
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       SCREEN-MASTER-NAMES-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-IDX-READ-COUNT
           END-READ.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * SCREEN-ACCOUNT-NAMES ACCTREC'teki ad + soyadi tarar; fark
      * taramada yalniz bugun eklenen hesaplar ve musteri numarasi
      * jurnalde olan hesaplar taranir.
      *----
       SCREEN-ACCOUNT-NAMES.
           PERFORM READ-ACCT-RECORD
           PERFORM UNTIL ACCT-EOF
              MOVE 'Y' TO WS-FOUND-SW
              IF WS-MODE-DELTA AND ACCT-TODAY NOT = WS-RUN-DATE
                 PERFORM FIND-ACCOUNT-IN-DELTA
              END-IF
              IF WS-FOUND
                 MOVE 'A'      TO WS-CAND-SOURCE
                 MOVE ACCT-SEQ TO WS-CAND-KEY
                 MOVE SPACES   TO WS-CAND-NAME
                 STRING ACCT-NAME  DELIMITED '  '
                        ' '        DELIMITED SIZE
                        ACCT-LASTN DELIMITED '  '
                   INTO WS-CAND-NAME
                 END-STRING
                 PERFORM SCREEN-ONE-NAME
              END-IF
              PERFORM READ-ACCT-RECORD
           END-PERFORM.
       SCREEN-ACCOUNT-NAMES-EXIT. EXIT.
      *----
       READ-ACCT-RECORD.
           READ ACCT-FILE
              NOT AT END ADD 1 TO WS-ACCT-READ-COUNT
           END-READ.
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
       FIND-ACCOUNT-IN-DELTA.
           MOVE 'N'  TO WS-FOUND-SW
           MOVE ZERO TO WS-LINK-ID
           PERFORM VARYING WS-SRCH FROM 1 BY 1
                     UNTIL WS-SRCH > XRF-TABLE-COUNT
              IF XRF-SEQ(WS-SRCH) = ACCT-SEQ
                 MOVE XRF-IDXID(WS-SRCH) TO WS-LINK-ID
                 MOVE XRF-TABLE-COUNT TO WS-SRCH
              END-IF
           END-PERFORM
           IF WS-LINK-ID NOT = ZERO
              PERFORM VARYING WS-SRCH FROM 1 BY 1
                        UNTIL WS-SRCH > DLT-TABLE-COUNT
                 IF DLT-ID(WS-SRCH) = WS-LINK-ID
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE DLT-TABLE-COUNT TO WS-SRCH
                 END-IF
              END-PERFORM
           END-IF.
       FIND-ACCOUNT-IN-DELTA-EXIT. EXIT.
      *----
      * SCREEN-ONE-NAME bir adi normalize eder ve listedeki her
      * adla karsilastirir; her eslesme ayri satir yazar.
      *----
       SCREEN-ONE-NAME.
           ADD 1 TO WS-SCREEN-COUNT
           MOVE WS-CAND-NAME TO WS-NRM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NRM-KEY   TO WS-CAND-KEY-N
           MOVE WS-NRM-COUNT TO WS-CAND-WCOUNT
           MOVE NRM-WORDS    TO CAND-WORDS
           IF WS-CAND-WCOUNT > ZERO
              PERFORM VARYING WLT-IDX FROM 1 BY 1
                        UNTIL WLT-IDX > WL-TABLE-COUNT
                 PERFORM MATCH-ONE-ENTRY
                 IF WS-MATCH NOT = SPACE
                    PERFORM WRITE-SCREEN-HIT
                 END-IF
              END-PERFORM
           END-IF.
       SCREEN-ONE-NAME-EXIT. EXIT.
      *----
      * MATCH-ONE-ENTRY WLT-IDX satiri icin eslesme turunu ve
      * skoru bulur; eslesme yoksa WS-MATCH bosluk kalir.
      *----
       MATCH-ONE-ENTRY.
           MOVE SPACE TO WS-MATCH
           MOVE ZERO  TO WS-SCORE
           EVALUATE TRUE
              WHEN WS-CAND-NAME = WLT-NAME(WLT-IDX)
                 MOVE 'E' TO WS-MATCH
                 MOVE 100 TO WS-SCORE
              WHEN WS-CAND-KEY-N = WLT-KEY(WLT-IDX)
                 MOVE 'N' TO WS-MATCH
                 MOVE 090 TO WS-SCORE
              WHEN OTHER
                 PERFORM COUNT-COMMON-WORDS
                 IF WS-SCORE >= WS-MIN-SCORE
                    MOVE 'P' TO WS-MATCH
                 END-IF
           END-EVALUATE.
       MATCH-ONE-ENTRY-EXIT. EXIT.
      *----
      * COUNT-COMMON-WORDS iki adin ortak kelimelerini sayar (liste
      * kelimesi bir kez kullanilir) ve skoru uzun olanin kelime
      * sayisina gore verir.
      *----
       COUNT-COMMON-WORDS.
           MOVE ZERO   TO WS-COMMON
           MOVE SPACES TO WS-USED-FLAGS
           PERFORM VARYING WS-CI FROM 1 BY 1
                     UNTIL WS-CI > WS-CAND-WCOUNT
              PERFORM VARYING WS-WI FROM 1 BY 1
                        UNTIL WS-WI > WLT-WCOUNT(WLT-IDX)
                 IF WS-USED(WS-WI) = SPACE
                    AND CAND-WORD(WS-CI) = WLT-WORD(WLT-IDX WS-WI)
                    MOVE 'Y' TO WS-USED(WS-WI)
                    ADD 1 TO WS-COMMON
                    MOVE WLT-WCOUNT(WLT-IDX) TO WS-WI
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-CAND-WCOUNT > WLT-WCOUNT(WLT-IDX)
              MOVE WS-CAND-WCOUNT      TO WS-MAXW
           ELSE
              MOVE WLT-WCOUNT(WLT-IDX) TO WS-MAXW
           END-IF
           IF WS-MAXW > ZERO
              COMPUTE WS-SCORE = WS-COMMON * 100 / WS-MAXW
           END-IF.
       COUNT-COMMON-WORDS-EXIT. EXIT.
      *----
      * WRITE-SCREEN-HIT eslesmeyi inceleme dosyasina, rapora ve
      * EXCPLOG'a yazar.
      *----
       WRITE-SCREEN-HIT.
           ADD 1 TO WS-HIT-COUNT
           EVALUATE WS-MATCH
              WHEN 'E' ADD 1 TO WS-EXACT-COUNT
              WHEN 'N' ADD 1 TO WS-NORM-COUNT
              WHEN 'P' ADD 1 TO WS-PART-COUNT
           END-EVALUATE
           MOVE SPACES TO SCR-REC
           MOVE WS-RUN-DATE         TO SCR-RUNDATE
           MOVE WS-RUN-MODE         TO SCR-MODE
           MOVE WS-CAND-SOURCE      TO SCR-SOURCE
           MOVE WS-CAND-KEY         TO SCR-KEY
           MOVE WS-CAND-NAME        TO SCR-NAME
           MOVE WLT-ID(WLT-IDX)     TO SCR-WL-ID
           MOVE WLT-TYPE(WLT-IDX)   TO SCR-WL-TYPE
           MOVE WLT-NAME(WLT-IDX)   TO SCR-WL-NAME
           MOVE WS-MATCH            TO SCR-MATCH
           MOVE WS-SCORE            TO SCR-SCORE
           MOVE 'O'                 TO SCR-STATUS
           WRITE SCR-REC
           MOVE SPACES TO RPT-REC
           MOVE WS-CAND-SOURCE      TO RPT-REC(1:1)
           MOVE WS-CAND-KEY         TO RPT-REC(3:9)
           MOVE WS-CAND-NAME        TO RPT-REC(13:30)
           MOVE WLT-ID(WLT-IDX)     TO RPT-REC(44:8)
           MOVE WLT-TYPE(WLT-IDX)   TO RPT-REC(53:1)
           MOVE WLT-NAME(WLT-IDX)   TO RPT-REC(55:30)
           MOVE WS-MATCH            TO RPT-REC(86:1)
           MOVE WS-SCORE            TO RPT-REC(88:3)
           WRITE RPT-REC
           MOVE WS-CAND-KEY TO WS-EXCP-KEY
           MOVE 'SANC'      TO WS-EXCP-REASON
           IF WLT-TYPE(WLT-IDX) = 'S'
              ADD 1 TO WS-SANC-HIT-COUNT
              MOVE 'E' TO WS-EXCP-SEV
           ELSE
              MOVE 'W' TO WS-EXCP-SEV
           END-IF
           PERFORM WRITE-EXCEPTION-LOG.
       WRITE-SCREEN-HIT-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'SANCSCRN - NAME SCREENING RUN ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' MODE '    DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES         TO RPT-REC
           MOVE 'S'            TO RPT-REC(1:1)
           MOVE 'KEY'          TO RPT-REC(3:3)
           MOVE 'CUSTOMER NAME' TO RPT-REC(13:13)
           MOVE 'LIST ID'      TO RPT-REC(44:7)
           MOVE 'T'            TO RPT-REC(53:1)
           MOVE 'LIST NAME'    TO RPT-REC(55:9)
           MOVE 'M'            TO RPT-REC(86:1)
           MOVE 'SCR'          TO RPT-REC(88:3)
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WL-TABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIST ENTRIES       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-MODE-DELTA
              MOVE WS-JRNL-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'JOURNAL RECORDS    : ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE WS-IJRN-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'ONLINE JOURNAL RECS: ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE DLT-TABLE-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'CHANGED KEYS       : ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE WS-IDX-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER RECORDS     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACCT-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNT RECORDS    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SCREEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NAMES SCREENED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EXACT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'EXACT MATCHES      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NORM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NORMALIZED MATCHES : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PART-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'PARTIAL MATCHES    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SANC-HIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SANCTIONS HITS     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku SANCSCRN hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               CLOSE ACCT-FILE
               CLOSE SCR-FILE
               CLOSE RPT-FILE
               IF WS-EXCP-OPEN
                  CLOSE EXCP-FILE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
      * WRITE-EXCEPTION-LOG ortak exception dosyasina bir satir
      * ekler (TXNPOST kurgusu). Dosya ilk cagrida acilir;
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
              MOVE 'SANCSCRN'     TO EXCP-PROGRAM
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
              MOVE 'SANCSCRN'        TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-SCREEN-COUNT   TO AUD-RECCOUNT
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
