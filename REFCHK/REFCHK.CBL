      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    REFCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * REFCHK haftalik dosyalar arasi butunluk (referans) kontroludur.
      * IDXSCAN her master kaydini kendi icinde kontrol eder; REFCHK
      * ise dosyalarin birbirini tutup tutmadigina bakar. ACCTREC,
      * ALERTFIL ve XREFFILE (bir kez hesap, bir kez musteri numarasi
      * sirasina) dizilir ve dosyalar anahtar sirasinda eslenir:
      *   1 capraz referansi olmayan hesap         (ACCTREC-XREF)
      *   2 hesabi olmayan capraz referans         (XREF-ACCTREC)
      *   3 ACCTREC'te tekrarlanan hesap sira no.
      *   4 master'da da arsiv katalogunda da olmayan musteriye
      *     bagli capraz referans                  (XREF-IDX-ARCCATLG)
      *   5 master'da canli, katalogda da arsivli gorunen anahtar
      *                                            (IDX-ARCCATLG)
      *   6 capraz referansi olmayan master musterisi (IDX-XREF)
      *   7 ACCTREC'te olmayan hesaba yazilmis dogum gunu uyarisi
      *                                            (ALERTFIL-ACCTREC)
      * Bulgular REFRPT'ye turune gore gruplanip tur basina adetle
      * (IDXSCAN kurgusu) ve her biri EXCPLOG'a yazilir; gecelik
      * EXCPRPT bunlari da gosterir. Arsivdeki musteriye bagli
      * capraz referans kirik sayilmaz, yalnizca sayilir. Katalog
      * dosyasi hic kurulmamissa bos kabul edilir. Bulgu varsa
      * RETURN-CODE 04.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT ALERT-FILE ASSIGN TO  ALERTFIL
                             STATUS     ALERT-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT OPTIONAL CAT-FILE ASSIGN TO  ARCCATLG
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY CAT-KEY
                             STATUS     CAT-ST.
           SELECT ACCSRT-FILE ASSIGN TO ACCSRTD
                             STATUS     ACCS-ST.
           SELECT ALTSRT-FILE ASSIGN TO ALTSRTD
                             STATUS     ALTS-ST.
           SELECT XRFSRT-FILE ASSIGN TO XRFSRTD
                             STATUS     XRFS-ST.
           SELECT RPT-FILE   ASSIGN TO  REFRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL EXCP-FILE ASSIGN TO  EXCPLOG
                             STATUS     EXCP-ST.
           SELECT ACC-SORT-FILE ASSIGN TO REFSRTA.
           SELECT ALT-SORT-FILE ASSIGN TO REFSRTL.
           SELECT XRF-SORT-FILE ASSIGN TO REFSRTX.
           SELECT ERR-SORT-FILE ASSIGN TO REFSORT.
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
      * ALERT-FILE BDAYCALC'in dogum gunu uyari dosyasidir
      * (bkz. ALERTREC.CPY).
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * CAT-FILE arsiv katalogudur (bkz. ARCCATRC.CPY).
       FD  CAT-FILE.
           COPY ARCCATRC.
      *****
      * ACCSRT-FILE hesap sira numarasina dizilmis ACCTREC'tir.
       FD  ACCSRT-FILE RECORDING MODE F.
       01  ACS-REC.
           05 ACS-SEQ        PIC X(04).
           05 ACS-NAME       PIC X(15).
           05 ACS-LASTN      PIC X(15).
           05 ACS-BRTHDAY    PIC 9(08).
           05 ACS-TODAY      PIC 9(08).
      *****
      * ALTSRT-FILE hesap sira numarasina dizilmis ALERTFIL'dir.
       FD  ALTSRT-FILE RECORDING MODE F.
       01  ALS-REC.
           05 ALS-SEQ        PIC X(04).
           05 FILLER         PIC X(02).
           05 ALS-NAME       PIC X(15).
           05 ALS-LASTN      PIC X(15).
           05 FILLER         PIC X(23).
      *****
      * XRFSRT-FILE musteri numarasina dizilmis XREFFILE'dir.
       FD  XRFSRT-FILE RECORDING MODE F.
       01  XRS-REC.
           05 XRS-SEQ        PIC X(04).
           05 XRS-IDXID      PIC 9(05).
           05 FILLER         PIC X(11).
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * EXCP-FILE ortak exception dosyasidir (bkz. EXCPTREC.CPY).
       FD  EXCP-FILE RECORDING MODE F.
           COPY EXCPTREC.
      *****
      * ACC-SORT-FILE, ALT-SORT-FILE ve XRF-SORT-FILE eslemeden once
      * dosyalari anahtar sirasina dizen calisma sort dosyalaridir.
       SD  ACC-SORT-FILE.
       01  ACC-SORT-REC.
           05 AS-SEQ         PIC X(04).
           05 FILLER         PIC X(46).
       SD  ALT-SORT-FILE.
       01  ALT-SORT-REC.
           05 AL-SEQ         PIC X(04).
           05 FILLER         PIC X(55).
       SD  XRF-SORT-FILE.
       01  XRF-SORT-REC.
           05 XS-SEQ         PIC X(04).
           05 XS-IDXID       PIC 9(05).
           05 FILLER         PIC X(11).
      *****
      * ERR-SORT-FILE bulgularin turune gore gruplanmasi icin
      * kullanilan calisma sort dosyasidir.
       SD  ERR-SORT-FILE.
       01  ERR-SORT-REC.
           05 ES-CODE        PIC X(01).
           05 ES-KEY         PIC X(12).
           05 ES-DETAIL      PIC X(60).
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
              88 ACCT-SUCCESS   VALUE 00 97.
           05 ALERT-ST          PIC 9(02).
              88 ALERT-SUCCESS  VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 CAT-ST            PIC 9(02).
              88 CAT-EOF        VALUE 10.
              88 CAT-SUCCESS    VALUE 00 05 97.
           05 ACCS-ST           PIC 9(02).
              88 ACCS-EOF       VALUE 10.
              88 ACCS-SUCCESS   VALUE 00 97.
           05 ALTS-ST           PIC 9(02).
              88 ALTS-EOF       VALUE 10.
              88 ALTS-SUCCESS   VALUE 00 97.
           05 XRFS-ST           PIC 9(02).
              88 XRFS-EOF       VALUE 10.
              88 XRFS-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 EXCP-ST           PIC 9(02).
              88 EXCP-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * Esleme anahtarlari; dosya sonunda HIGH-VALUES / 999999 olur.
      *----
       01  WS-ACC-KEY           PIC X(04).
       01  WS-PREV-ACC-KEY      PIC X(04).
       01  WS-XRF-KEY           PIC X(04).
       01  WS-ALT-KEY           PIC X(04).
       01  WS-XRS-ID            PIC 9(06).
       01  WS-MST-ID            PIC 9(06).
       01  WS-CAT-ID            PIC 9(06).
       01  WS-MST-FULLN         PIC X(30).
       01  WS-MST-LINKED-SW     PIC X(01) VALUE 'N'.
           88 WS-MST-LINKED     VALUE 'Y'.
       01  WS-IDX-KEY-D         PIC 9(08).
       01  WS-CAT-KEY-D         PIC 9(08).
       01  WS-ID-D              PIC 9(05).
       01  WS-DVZ-D             PIC 9(03).
      * WS-ACC-PASS hesap dosyasinin kacinci kez okundugudur; hesap
      * sayaci yalniz ilk okumada artar.
       01  WS-ACC-PASS          PIC 9(01) VALUE 1.
           88 WS-ACC-FIRST-PASS VALUE 1.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-PREV-CODE         PIC X(01) VALUE SPACE.
      *----
      * EXCPLOG yazimi (TXNPOST kurgusu).
      *----
       01  WS-EXCP-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-EXCP-OPEN      VALUE 'Y'.
       01  WS-EXCP-REASON       PIC X(04).
       01  WS-EXCP-SEV          PIC X(01).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-ACCT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ALERT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-XREF-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-IDX-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CAT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ARCH-LINK-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-ERR-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-CNT-ACCNOXR       PIC 9(07) VALUE ZERO.
       01  WS-CNT-XRNOACC       PIC 9(07) VALUE ZERO.
       01  WS-CNT-DUPACC        PIC 9(07) VALUE ZERO.
       01  WS-CNT-XRNOMST       PIC 9(07) VALUE ZERO.
       01  WS-CNT-LIVEARC       PIC 9(07) VALUE ZERO.
       01  WS-CNT-MSTNOXR       PIC 9(07) VALUE ZERO.
       01  WS-CNT-ALTNOACC      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           PERFORM SORT-INPUT-FILES
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           SORT ERR-SORT-FILE ON ASCENDING KEY ES-CODE ES-KEY
                INPUT PROCEDURE  IS CHECK-FILE-LINKS
                OUTPUT PROCEDURE IS WRITE-GROUPED-FINDINGS
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'REFCHK BROKEN LINKS: ' WS-ERR-TOTAL
           IF WS-ERR-TOTAL > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * SORT-INPUT-FILES hesap ve uyari dosyalarini hesap sira
      * numarasina, capraz referansi musteri numarasina dizer.
      *----
       SORT-INPUT-FILES.
           SORT ACC-SORT-FILE
                ON ASCENDING KEY AS-SEQ
                WITH DUPLICATES IN ORDER
                USING  ACCT-FILE
                GIVING ACCSRT-FILE
           SORT ALT-SORT-FILE
                ON ASCENDING KEY AL-SEQ
                USING  ALERT-FILE
                GIVING ALTSRT-FILE
           SORT XRF-SORT-FILE
                ON ASCENDING KEY XS-IDXID XS-SEQ
                USING  XREF-FILE
                GIVING XRFSRT-FILE.
       SORT-INPUT-FILES-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  ACCSRT-FILE
           OPEN INPUT  ALTSRT-FILE
           OPEN INPUT  XRFSRT-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  CAT-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT ACCS-SUCCESS OR NOT ALTS-SUCCESS
                                OR NOT XRFS-SUCCESS
                                OR NOT XREF-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT CAT-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCS-ST: ' ACCS-ST
              DISPLAY 'ALTS-ST: ' ALTS-ST
              DISPLAY 'XRFS-ST: ' XRFS-ST
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'CAT-ST: '  CAT-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * CHECK-FILE-LINKS dort eslemeyi sirayla yapar; hesap dosyasi
      * ikinci esleme icin, master ve katalog dorduncu esleme icin
      * basa alinir.
      *----
       CHECK-FILE-LINKS.
           PERFORM MATCH-ACCOUNTS-TO-XREF
           CLOSE ACCSRT-FILE
           OPEN INPUT ACCSRT-FILE
           PERFORM MATCH-ALERTS-TO-ACCOUNTS
           PERFORM MATCH-MASTER-TO-CATALOG
           CLOSE IDX-FILE CAT-FILE
           OPEN INPUT IDX-FILE
           OPEN INPUT CAT-FILE
           PERFORM MATCH-XREF-TO-MASTER.
       CHECK-FILE-LINKS-EXIT. EXIT.
      *----
      * MATCH-ACCOUNTS-TO-XREF sirali hesaplari capraz referansla
      * hesap sira numarasinda esler (bulgu 1, 2 ve 3).
      *----
       MATCH-ACCOUNTS-TO-XREF.
           MOVE LOW-VALUES TO WS-PREV-ACC-KEY
           PERFORM READ-NEXT-ACCOUNT
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL WS-ACC-KEY = HIGH-VALUES
                     AND WS-XRF-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-ACC-KEY < WS-XRF-KEY
                    MOVE '1' TO ES-CODE
                    PERFORM RELEASE-ACCOUNT-FINDING
                    PERFORM READ-NEXT-ACCOUNT
                 WHEN WS-ACC-KEY > WS-XRF-KEY
                    MOVE '2' TO ES-CODE
                    PERFORM RELEASE-XREF-FINDING
                    PERFORM READ-XREF-RECORD
                 WHEN OTHER
                    PERFORM READ-NEXT-ACCOUNT
                    PERFORM READ-XREF-RECORD
              END-EVALUATE
           END-PERFORM.
       MATCH-ACCOUNTS-TO-XREF-EXIT. EXIT.
      *----
      * READ-NEXT-ACCOUNT bir sonraki farkli hesap sira numarasina
      * gecer; tekrarlanan sira numarasi bulgu 3 olarak yazilir.
      *----
       READ-NEXT-ACCOUNT.
           PERFORM READ-ACCSRT-RECORD
           PERFORM UNTIL WS-ACC-KEY NOT = WS-PREV-ACC-KEY
                      OR WS-ACC-KEY = HIGH-VALUES
              MOVE '3' TO ES-CODE
              PERFORM RELEASE-ACCOUNT-FINDING
              PERFORM READ-ACCSRT-RECORD
           END-PERFORM
           MOVE WS-ACC-KEY TO WS-PREV-ACC-KEY.
       READ-NEXT-ACCOUNT-EXIT. EXIT.
      *----
       READ-ACCSRT-RECORD.
           READ ACCSRT-FILE
              AT END
                 MOVE HIGH-VALUES TO WS-ACC-KEY
              NOT AT END
                 IF WS-ACC-FIRST-PASS
                    ADD 1 TO WS-ACCT-COUNT
                 END-IF
                 MOVE ACS-SEQ TO WS-ACC-KEY
           END-READ.
       READ-ACCSRT-RECORD-EXIT. EXIT.
      *----
       READ-XREF-RECORD.
           READ XREF-FILE
              AT END
                 MOVE HIGH-VALUES TO WS-XRF-KEY
              NOT AT END
                 ADD 1 TO WS-XREF-COUNT
                 MOVE XREF-SEQ TO WS-XRF-KEY
           END-READ.
       READ-XREF-RECORD-EXIT. EXIT.
      *----
      * MATCH-ALERTS-TO-ACCOUNTS sirali uyarilari hesaplarla esler
      * (bulgu 7). Hesap dosyasi bu gecide sayilmaz.
      *----
       MATCH-ALERTS-TO-ACCOUNTS.
           MOVE 2 TO WS-ACC-PASS
           PERFORM READ-ACCSRT-RECORD
           PERFORM READ-ALTSRT-RECORD
           PERFORM UNTIL WS-ALT-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-ALT-KEY < WS-ACC-KEY
                    MOVE '7' TO ES-CODE
                    PERFORM RELEASE-ALERT-FINDING
                    PERFORM READ-ALTSRT-RECORD
                 WHEN WS-ALT-KEY > WS-ACC-KEY
                    PERFORM READ-ACCSRT-RECORD
                 WHEN OTHER
                    PERFORM READ-ALTSRT-RECORD
              END-EVALUATE
           END-PERFORM.
       MATCH-ALERTS-TO-ACCOUNTS-EXIT. EXIT.
      *----
       READ-ALTSRT-RECORD.
           READ ALTSRT-FILE
              AT END
                 MOVE HIGH-VALUES TO WS-ALT-KEY
              NOT AT END
                 ADD 1 TO WS-ALERT-COUNT
                 MOVE ALS-SEQ TO WS-ALT-KEY
           END-READ.
       READ-ALTSRT-RECORD-EXIT. EXIT.
      *----
      * MATCH-MASTER-TO-CATALOG master ile arsiv katalogunu tam
      * anahtarda esler; iki tarafta da olan anahtar bulgu 5'tir
      * (arsivden geri yuklenmis ya da arsivlenip silinememis).
      *----
       MATCH-MASTER-TO-CATALOG.
           PERFORM READ-IDX-KEY
           PERFORM READ-CAT-KEY
           PERFORM UNTIL WS-IDX-KEY-D = 99999999
                     AND WS-CAT-KEY-D = 99999999
              EVALUATE TRUE
                 WHEN WS-IDX-KEY-D < WS-CAT-KEY-D
                    PERFORM READ-IDX-KEY
                 WHEN WS-IDX-KEY-D > WS-CAT-KEY-D
                    PERFORM READ-CAT-KEY
                 WHEN OTHER
                    MOVE '5' TO ES-CODE
                    PERFORM RELEASE-CATALOG-FINDING
                    PERFORM READ-IDX-KEY
                    PERFORM READ-CAT-KEY
              END-EVALUATE
           END-PERFORM.
       MATCH-MASTER-TO-CATALOG-EXIT. EXIT.
      *----
      * READ-IDX-KEY / READ-CAT-KEY anahtari musteri no * 1000 + dvz
      * olarak karsilastirilabilir tek sayiya cevirir; IDX-FILE bu
      * gecide sayilmaz (sayim MATCH-XREF-TO-MASTER'dadir).
      *----
       READ-IDX-KEY.
           READ IDX-FILE
              AT END
                 MOVE 99999999 TO WS-IDX-KEY-D
              NOT AT END
                 COMPUTE WS-IDX-KEY-D = IDX-ID * 1000 + IDX-DVZ
           END-READ.
       READ-IDX-KEY-EXIT. EXIT.
      *----
       READ-CAT-KEY.
           READ CAT-FILE
              AT END
                 MOVE 99999999 TO WS-CAT-KEY-D
              NOT AT END
                 ADD 1 TO WS-CAT-COUNT
                 COMPUTE WS-CAT-KEY-D = CAT-ID * 1000 + CAT-DVZ
           END-READ.
       READ-CAT-KEY-EXIT. EXIT.
      *----
      * MATCH-XREF-TO-MASTER musteri numarasina dizilmis capraz
      * referansi master'daki musteri numaralariyla esler. Master'da
      * olmayan musteri numarasi katalogda aranir; orada da yoksa
      * bulgu 4'tur. Hicbir capraz referansin baglanmadigi master
      * musterisi bulgu 6'dir.
      *----
       MATCH-XREF-TO-MASTER.
           MOVE 999999 TO WS-MST-ID
           PERFORM READ-NEXT-CATALOG-ID
           PERFORM READ-XRFSRT-RECORD
           PERFORM READ-NEXT-MASTER-ID
           PERFORM UNTIL WS-XRS-ID = 999999
                     AND WS-MST-ID = 999999
              EVALUATE TRUE
                 WHEN WS-XRS-ID < WS-MST-ID
                    PERFORM READ-NEXT-CATALOG-ID
                            UNTIL WS-CAT-ID >= WS-XRS-ID
                    IF WS-CAT-ID = WS-XRS-ID
                       ADD 1 TO WS-ARCH-LINK-COUNT
                    ELSE
                       MOVE '4' TO ES-CODE
                       PERFORM RELEASE-XRFSRT-FINDING
                    END-IF
                    PERFORM READ-XRFSRT-RECORD
                 WHEN WS-XRS-ID > WS-MST-ID
                    IF NOT WS-MST-LINKED
                       MOVE '6' TO ES-CODE
                       PERFORM RELEASE-MASTER-FINDING
                    END-IF
                    PERFORM READ-NEXT-MASTER-ID
                 WHEN OTHER
                    MOVE 'Y' TO WS-MST-LINKED-SW
                    PERFORM READ-XRFSRT-RECORD
              END-EVALUATE
           END-PERFORM.
       MATCH-XREF-TO-MASTER-EXIT. EXIT.
      *----
       READ-XRFSRT-RECORD.
           READ XRFSRT-FILE
              AT END
                 MOVE 999999 TO WS-XRS-ID
              NOT AT END
                 MOVE XRS-IDXID TO WS-XRS-ID
           END-READ.
       READ-XRFSRT-RECORD-EXIT. EXIT.
      *----
      * READ-NEXT-MASTER-ID master'da bir sonraki farkli musteri
      * numarasina gecer (musterinin diger dvz kayitlari atlanir).
      *----
       READ-NEXT-MASTER-ID.
           MOVE 'N' TO WS-MST-LINKED-SW
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF OR IDX-ID NOT = WS-MST-ID
              PERFORM READ-IDX-RECORD
           END-PERFORM
           IF IDX-EOF
              MOVE 999999 TO WS-MST-ID
           ELSE
              MOVE IDX-ID    TO WS-MST-ID
              MOVE IDX-FULLN TO WS-MST-FULLN
           END-IF.
       READ-NEXT-MASTER-ID-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-IDX-COUNT
           END-READ.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
       READ-NEXT-CATALOG-ID.
           READ CAT-FILE
              AT END
                 MOVE 999999 TO WS-CAT-ID
              NOT AT END
                 MOVE CAT-ID TO WS-CAT-ID
           END-READ.
       READ-NEXT-CATALOG-ID-EXIT. EXIT.
      *----
      * RELEASE-*-FINDING bulgu satirini turune gore doldurur;
      * RELEASE-FINDING sayar, EXCPLOG'a yazar ve sort'a verir.
      *----
       RELEASE-ACCOUNT-FINDING.
           MOVE ACS-SEQ TO ES-KEY
           MOVE SPACES  TO ES-DETAIL
           STRING ACS-NAME  DELIMITED '  '
                  ' '       DELIMITED SIZE
                  ACS-LASTN DELIMITED '  '
             INTO ES-DETAIL
           END-STRING
           PERFORM RELEASE-FINDING.
       RELEASE-ACCOUNT-FINDING-EXIT. EXIT.
      *----
       RELEASE-XREF-FINDING.
           MOVE XREF-SEQ TO ES-KEY
           MOVE SPACES   TO ES-DETAIL
           STRING 'XREF-IDXID=' DELIMITED SIZE
                  XREF-IDXID    DELIMITED SIZE
             INTO ES-DETAIL
           END-STRING
           PERFORM RELEASE-FINDING.
       RELEASE-XREF-FINDING-EXIT. EXIT.
      *----
       RELEASE-ALERT-FINDING.
           MOVE ALS-SEQ TO ES-KEY
           MOVE SPACES  TO ES-DETAIL
           STRING ALS-NAME  DELIMITED '  '
                  ' '       DELIMITED SIZE
                  ALS-LASTN DELIMITED '  '
             INTO ES-DETAIL
           END-STRING
           PERFORM RELEASE-FINDING.
       RELEASE-ALERT-FINDING-EXIT. EXIT.
      *----
       RELEASE-CATALOG-FINDING.
           MOVE SPACES    TO ES-KEY ES-DETAIL
           MOVE CAT-ID    TO WS-ID-D
           MOVE CAT-DVZ   TO WS-DVZ-D
           MOVE WS-ID-D   TO ES-KEY(1:5)
           MOVE '/'       TO ES-KEY(6:1)
           MOVE WS-DVZ-D  TO ES-KEY(7:3)
           STRING 'CAT-GEN='     DELIMITED SIZE
                  CAT-GEN        DELIMITED SIZE
                  ' CAT-ARCDATE=' DELIMITED SIZE
                  CAT-ARCDATE    DELIMITED SIZE
             INTO ES-DETAIL
           END-STRING
           PERFORM RELEASE-FINDING.
       RELEASE-CATALOG-FINDING-EXIT. EXIT.
      *----
       RELEASE-XRFSRT-FINDING.
           MOVE XRS-SEQ TO ES-KEY
           MOVE SPACES  TO ES-DETAIL
           STRING 'XREF-IDXID=' DELIMITED SIZE
                  XRS-IDXID     DELIMITED SIZE
                  ' NOT IN MASTER OR ARCHIVE CATALOG'
                                DELIMITED SIZE
             INTO ES-DETAIL
           END-STRING
           PERFORM RELEASE-FINDING.
       RELEASE-XRFSRT-FINDING-EXIT. EXIT.
      *----
       RELEASE-MASTER-FINDING.
           MOVE SPACES       TO ES-KEY
           MOVE WS-MST-ID    TO WS-ID-D
           MOVE WS-ID-D      TO ES-KEY(1:5)
           MOVE WS-MST-FULLN TO ES-DETAIL
           PERFORM RELEASE-FINDING.
       RELEASE-MASTER-FINDING-EXIT. EXIT.
      *----
       RELEASE-FINDING.
           ADD 1 TO WS-ERR-TOTAL
           EVALUATE ES-CODE
              WHEN '1'
                 ADD 1 TO WS-CNT-ACCNOXR
                 MOVE 'NOXR' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN '2'
                 ADD 1 TO WS-CNT-XRNOACC
                 MOVE 'XRNA' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
              WHEN '3'
                 ADD 1 TO WS-CNT-DUPACC
                 MOVE 'DUPL' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
              WHEN '4'
                 ADD 1 TO WS-CNT-XRNOMST
                 MOVE 'XRNM' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
              WHEN '5'
                 ADD 1 TO WS-CNT-LIVEARC
                 MOVE 'ARLV' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN '6'
                 ADD 1 TO WS-CNT-MSTNOXR
                 MOVE 'MNXR' TO WS-EXCP-REASON
                 MOVE 'W'    TO WS-EXCP-SEV
              WHEN OTHER
                 ADD 1 TO WS-CNT-ALTNOACC
                 MOVE 'ALNA' TO WS-EXCP-REASON
                 MOVE 'E'    TO WS-EXCP-SEV
           END-EVALUATE
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
              MOVE ES-KEY    TO RPT-REC(3:12)
              MOVE ES-DETAIL TO RPT-REC(17:60)
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
                 MOVE 'LINK TYPE 1 - ACCOUNT WITHOUT XREF (ACCTREC)'
                      TO RPT-REC
              WHEN '2'
                 MOVE 'LINK TYPE 2 - XREF WITHOUT ACCOUNT (XREFFILE)'
                      TO RPT-REC
              WHEN '3'
                 MOVE 'LINK TYPE 3 - DUPLICATE ACCOUNT SEQ (ACCTREC)'
                      TO RPT-REC
              WHEN '4'
                 MOVE 'LINK TYPE 4 - XREF TO UNKNOWN CUSTOMER'
                      TO RPT-REC
              WHEN '5'
                 MOVE 'LINK TYPE 5 - LIVE MASTER KEY IN ARCCATLG'
                      TO RPT-REC
              WHEN '6'
                 MOVE 'LINK TYPE 6 - MASTER CUSTOMER WITHOUT XREF'
                      TO RPT-REC
              WHEN OTHER
                 MOVE 'LINK TYPE 7 - ALERT FOR UNKNOWN ACCOUNT'
                      TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-GROUP-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE 'REFCHK - CROSS-FILE REFERENTIAL INTEGRITY CHECK'
                TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNT RECORDS          : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ALERT RECORDS            : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-XREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'XREF RECORDS             : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-IDX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER RECORDS           : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CAT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CATALOG RECORDS          : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ARCH-LINK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'XREF TO ARCHIVED CUSTOMER: ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-ACCNOXR TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCOUNTS WITHOUT XREF    : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-XRNOACC TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'XREF WITHOUT ACCOUNT     : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-DUPACC TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DUPLICATE ACCOUNT SEQ    : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-XRNOMST TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'XREF TO UNKNOWN CUSTOMER : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-LIVEARC TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIVE KEYS IN CATALOG     : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-MSTNOXR TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTERS WITHOUT XREF     : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNT-ALTNOACC TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ALERTS WITHOUT ACCOUNT   : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ERR-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL BROKEN LINKS       : ' DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku REFCHK hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE ACCSRT-FILE
               CLOSE ALTSRT-FILE
               CLOSE XRFSRT-FILE
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               CLOSE CAT-FILE
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
              MOVE 'REFCHK'       TO EXCP-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO EXCP-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO EXCP-RUNTIME
              MOVE ES-KEY         TO EXCP-KEY
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
              MOVE 'REFCHK'          TO AUD-PROGRAM
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
