      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CNORPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CNORPT aylik musteri numarasi aralik kullanim raporudur.
      * IDX-ID bes haneli bir anahtardir ve aralik CNOALLOC ile
      * tahsis edildikce tukenir; rapor ne kadarinin kullanildigini
      * ve bu hizla ne zaman biteceginin tahminini gosterir:
      *   - aralik kontrol dosyasindan (CNORANGE) kapasite,
      *     tahsis edilen, master'da/arsivde zaten bulundugu icin
      *     atlanan ve kalan numara adedi ile kullanim yuzdesi,
      *   - canli master (IDXFILE) ve arsiv katalogundaki
      *     (ARCCATLG) musteri numaralarinin aralik ici / eski
      *     numara dagilimi; aralik icinde olup kontrol hanesi
      *     tutmayan numaralar ayrica listelenir (CNOALLOC '2'),
      *   - aralik acildigindan beri gunluk ortalama tuketimle
      *     kalan numaralarin kac gunde bitecegi ve tahmini
      *     tukenme tarihi (DTCVRTN '7').
      * Kontrol hanesi tutmayan numara varsa, aralik bitmisse ya
      * da tahmini tukenme bir yildan yakinsa RETURN-CODE 04.
      * PARM='YYYYMMDD' -> rapor gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNR-FILE   ASSIGN TO  CNORANGE
                             STATUS     CNR-ST.
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
           SELECT RPT-FILE   ASSIGN TO  CNORRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * CNR-FILE musteri numarasi aralik kontrol dosyasidir (bkz.
      * CNORREC.CPY).
       FD  CNR-FILE RECORDING MODE F.
           COPY CNORREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * CAT-FILE arsiv katalogudur (bkz. ARCCATRC.CPY).
       FD  CAT-FILE.
           COPY ARCCATRC.
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
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY); gun farki ve tukenme tarihi buradan
      * hesaplanir.
           COPY DTCVPARM.
      * CNOC-PARM musteri numarasi kontrol hanesi arayuzudur (bkz.
      * CNOPARM.CPY).
           COPY CNOPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 CNR-ST            PIC 9(02).
              88 CNR-EOF        VALUE 10.
              88 CNR-SUCCESS    VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 CAT-ST            PIC 9(02).
              88 CAT-EOF        VALUE 10.
              88 CAT-SUCCESS    VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * Aralik hesaplari (taban numara cinsinden).
      *----
       01  WS-CAPACITY          PIC 9(05) VALUE ZERO.
       01  WS-CONSUMED          PIC 9(05) VALUE ZERO.
       01  WS-REMAINING         PIC 9(05) VALUE ZERO.
       01  WS-USED-PCT          PIC 9(03)V99 VALUE ZERO.
       01  WS-FIRST-ID          PIC 9(05) VALUE ZERO.
       01  WS-LAST-ID           PIC 9(05) VALUE ZERO.
      * WS-DAYS-OPEN aralik acilisindan rapor gunune gecen takvim
      * gunu, WS-DAYS-LEFT ortalama hizla kalan gun sayisidir.
       01  WS-DAYS-OPEN         PIC S9(07) VALUE ZERO.
       01  WS-DAYS-LEFT         PIC 9(09) VALUE ZERO.
       01  WS-MONTHLY-RATE      PIC 9(05)V99 VALUE ZERO.
       01  WS-EXHAUST-DATE      PIC 9(08) VALUE ZERO.
      * WS-PROJ-SW tahminin durumudur: 'P' tarih hesaplandi, 'E'
      * aralik bitti, 'F' 100 yildan uzak, 'N' henuz tuketim yok.
       01  WS-PROJ-SW           PIC X(01) VALUE 'N'.
           88 WS-PROJ-DATE      VALUE 'P'.
           88 WS-PROJ-EXHAUSTED VALUE 'E'.
           88 WS-PROJ-FAR       VALUE 'F'.
      *----
      * Master/katalog tarama alanlari. WS-PREV-ID ayni numaranin
      * dvz satirlarini tek musteri saymak icin kullanilir.
      *----
       01  WS-PREV-ID           PIC 9(05) VALUE ZERO.
       01  WS-FIRST-SW          PIC X(01) VALUE 'Y'.
           88 WS-FIRST-READ     VALUE 'Y'.
       01  WS-SOURCE-NAME       PIC X(08).
       01  WS-CNO-ERR-SW        PIC X(01) VALUE 'N'.
           88 WS-CNO-ERROR      VALUE 'Y'.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-MST-RANGE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-MST-LEGACY-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-ARC-RANGE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-ARC-LEGACY-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-CKD-FAIL-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-PCT          PIC ZZ9.99.
       01  WS-EDIT-RATE         PIC ZZZZ9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen rapor
      * gununu tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-DATE  PIC 9(08).
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
                 DISPLAY 'INVALID REPORT DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM READ-RANGE-RECORD
           PERFORM WRITE-REPORT-HEADING
           PERFORM SCAN-MASTER-NUMBERS
           PERFORM SCAN-CATALOG-NUMBERS
           PERFORM COMPUTE-PROJECTION
           PERFORM WRITE-USAGE-REPORT
           IF WS-CKD-FAIL-COUNT > ZERO OR WS-CNO-ERROR
                                      OR WS-PROJ-EXHAUSTED
              MOVE 04 TO RETURN-CODE
           ELSE
              IF WS-PROJ-DATE AND WS-DAYS-LEFT < 365
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  CNR-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  CAT-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT CNR-SUCCESS OR NOT IDX-SUCCESS
                                OR NOT CAT-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'CNR-ST: ' CNR-ST
              DISPLAY 'IDX-ST: ' IDX-ST
              DISPLAY 'CAT-ST: ' CAT-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * READ-RANGE-RECORD tek kayitlik aralik kontrol dosyasini
      * okur; bos dosya ile rapor uretilemez.
      *----
       READ-RANGE-RECORD.
           READ CNR-FILE
           IF NOT CNR-SUCCESS
              DISPLAY 'CNORANGE IS EMPTY, CNR-ST: ' CNR-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 98 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           IF CNR-RANGE-HIGH < CNR-RANGE-LOW
              DISPLAY 'CNORANGE RANGE INVALID: ' CNR-RANGE-LOW '-'
                      CNR-RANGE-HIGH
              MOVE 'Y' TO EXIT-FLAG
              MOVE 98 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           COMPUTE WS-FIRST-ID = CNR-RANGE-LOW * 10
           COMPUTE WS-LAST-ID  = CNR-RANGE-HIGH * 10 + 9
           COMPUTE WS-CAPACITY = CNR-RANGE-HIGH - CNR-RANGE-LOW + 1
           IF CNR-NEXT-BASE > CNR-RANGE-LOW
              COMPUTE WS-CONSUMED = CNR-NEXT-BASE - CNR-RANGE-LOW
           END-IF
           IF WS-CONSUMED > WS-CAPACITY
              MOVE WS-CAPACITY TO WS-CONSUMED
           END-IF
           COMPUTE WS-REMAINING = WS-CAPACITY - WS-CONSUMED
           COMPUTE WS-USED-PCT ROUNDED =
                   WS-CONSUMED * 100 / WS-CAPACITY.
       READ-RANGE-RECORD-EXIT. EXIT.
      *----
      * SCAN-MASTER-NUMBERS canli master'i anahtar sirasinda gezer;
      * ayni numaranin dvz satirlari tek musteri sayilir.
      *----
       SCAN-MASTER-NUMBERS.
           MOVE 'MASTER' TO WS-SOURCE-NAME
           MOVE 'Y'      TO WS-FIRST-SW
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF
              IF WS-FIRST-READ OR IDX-ID NOT = WS-PREV-ID
                 MOVE 'N'    TO WS-FIRST-SW
                 MOVE IDX-ID TO WS-PREV-ID
                 PERFORM CLASSIFY-NUMBER
                 IF CNOC-ID-LEGACY
                    ADD 1 TO WS-MST-LEGACY-COUNT
                 ELSE
                    ADD 1 TO WS-MST-RANGE-COUNT
                 END-IF
              END-IF
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       SCAN-MASTER-NUMBERS-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * SCAN-CATALOG-NUMBERS arsiv katalogunu ayni sekilde gezer.
      * Katalog henuz kurulmamissa (OPTIONAL) ilk okuma dosya
      * sonudur.
      *----
       SCAN-CATALOG-NUMBERS.
           MOVE 'ARCHIVE' TO WS-SOURCE-NAME
           MOVE 'Y'       TO WS-FIRST-SW
           PERFORM READ-CAT-RECORD
           PERFORM UNTIL CAT-EOF
              IF WS-FIRST-READ OR CAT-ID NOT = WS-PREV-ID
                 MOVE 'N'    TO WS-FIRST-SW
                 MOVE CAT-ID TO WS-PREV-ID
                 PERFORM CLASSIFY-NUMBER
                 IF CNOC-ID-LEGACY
                    ADD 1 TO WS-ARC-LEGACY-COUNT
                 ELSE
                    ADD 1 TO WS-ARC-RANGE-COUNT
                 END-IF
              END-IF
              PERFORM READ-CAT-RECORD
           END-PERFORM.
       SCAN-CATALOG-NUMBERS-EXIT. EXIT.
      *----
       READ-CAT-RECORD.
           READ CAT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-CAT-RECORD-EXIT. EXIT.
      *----
      * CLASSIFY-NUMBER numarayi CNOALLOC '2' ile dogrulatir;
      * aralik icinde kontrol hanesi tutmayan numara rapora
      * satir olarak yazilir.
      *----
       CLASSIFY-NUMBER.
           INITIALIZE CNOC-PARM
           MOVE '2'        TO CNOC-FUNCTION
           MOVE WS-PREV-ID TO CNOC-IDXID
           CALL 'CNOALLOC' USING CNOC-PARM
           IF CNOC-RC-FILE-ERROR
              MOVE 'Y' TO WS-CNO-ERR-SW
           END-IF
           IF CNOC-ID-INVALID AND NOT CNOC-RC-FILE-ERROR
              ADD 1 TO WS-CKD-FAIL-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'CHECK DIGIT FAIL   : ' DELIMITED BY SIZE
                     WS-PREV-ID              DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     WS-SOURCE-NAME          DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF.
       CLASSIFY-NUMBER-EXIT. EXIT.
      *----
      * COMPUTE-PROJECTION aralik acilisindan beri tuketilen taban
      * adedinden gunluk ortalamayi bulur ve kalan tabanlarin bu
      * hizla kac gunde bitecegini hesaplar:
      *   kalan gun = kalan * gecen gun / tuketilen.
      * Atlanan numaralar da araliktan yer yedigi icin tuketime
      * dahildir.
      *----
       COMPUTE-PROJECTION.
           MOVE CNR-OPEN-DATE TO DTCV-DATE-1
           MOVE WS-RUN-DATE   TO DTCV-DATE-2
           MOVE '2'           TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK AND DTCV-DAYS-BETWEEN > ZERO
              MOVE DTCV-DAYS-BETWEEN TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
              WHEN WS-REMAINING = ZERO
                 MOVE 'E' TO WS-PROJ-SW
              WHEN WS-CONSUMED = ZERO OR WS-DAYS-OPEN = ZERO
                 MOVE 'N' TO WS-PROJ-SW
              WHEN OTHER
                 COMPUTE WS-MONTHLY-RATE ROUNDED =
                         WS-CONSUMED * 30 / WS-DAYS-OPEN
                 COMPUTE WS-DAYS-LEFT =
                         WS-REMAINING * WS-DAYS-OPEN / WS-CONSUMED
                 IF WS-DAYS-LEFT > 36500
                    MOVE 'F' TO WS-PROJ-SW
                 ELSE
                    MOVE WS-RUN-DATE  TO DTCV-DATE-1
                    MOVE WS-DAYS-LEFT TO DTCV-DAYS-BETWEEN
                    MOVE '7'          TO DTCV-FUNCTION
                    CALL 'DTCVRTN' USING DTCV-PARM
                    MOVE DTCV-GREG-DATE TO WS-EXHAUST-DATE
                    MOVE 'P' TO WS-PROJ-SW
                 END-IF
           END-EVALUATE.
       COMPUTE-PROJECTION-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'CNORPT - CUSTOMER NUMBER RANGE USAGE AS OF '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-USAGE-REPORT aralik, master/arsiv dagilimi ve
      * tukenme tahmini bolumlerini basar.
      *----
       WRITE-USAGE-REPORT.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'RANGE IDX-ID       : ' DELIMITED BY SIZE
                  WS-FIRST-ID   DELIMITED BY SIZE
                  ' - '         DELIMITED BY SIZE
                  WS-LAST-ID    DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'RANGE OPENED       : ' DELIMITED BY SIZE
                  CNR-OPEN-DATE DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CAPACITY TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'RANGE CAPACITY     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CNR-ALLOC-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NUMBERS ALLOCATED  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE CNR-SKIP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SKIPPED (IN USE)   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REMAINING TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NUMBERS REMAINING  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-USED-PCT TO WS-EDIT-PCT
           MOVE SPACES TO RPT-REC
           STRING 'RANGE USED PERCENT : ' DELIMITED BY SIZE
                  WS-EDIT-PCT   DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'LAST ALLOCATED     : ' DELIMITED BY SIZE
                  CNR-LAST-IDXID DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CNR-LAST-DATE  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CNR-LAST-USER  DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-MST-RANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER IN RANGE    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MST-LEGACY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER LEGACY      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ARC-RANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ARCHIVE IN RANGE   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ARC-LEGACY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ARCHIVE LEGACY     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CKD-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CHECK DIGIT FAILS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-CNO-ERROR
              MOVE 'CHECK DIGIT NOT VERIFIED, CNORANGE READ ERROR'
                   TO RPT-REC
              WRITE RPT-REC
           END-IF
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-PROJECTION-LINES.
       WRITE-USAGE-REPORT-EXIT. EXIT.
      *----
       WRITE-PROJECTION-LINES.
           MOVE WS-MONTHLY-RATE TO WS-EDIT-RATE
           MOVE SPACES TO RPT-REC
           STRING 'AVG USED PER MONTH : ' DELIMITED BY SIZE
                  WS-EDIT-RATE  DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
              WHEN WS-PROJ-EXHAUSTED
                 MOVE 'PROJECTED EXHAUST  : RANGE EXHAUSTED'
                      TO RPT-REC
              WHEN WS-PROJ-FAR
                 MOVE 'PROJECTED EXHAUST  : BEYOND 100 YEARS'
                      TO RPT-REC
              WHEN WS-PROJ-DATE
                 MOVE WS-DAYS-LEFT TO WS-EDIT-COUNT
                 STRING 'DAYS TO EXHAUSTION : ' DELIMITED BY SIZE
                        WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-REC
                 END-STRING
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
                 STRING 'PROJECTED EXHAUST  : ' DELIMITED BY SIZE
                        WS-EXHAUST-DATE DELIMITED BY SIZE
                   INTO RPT-REC
                 END-STRING
              WHEN OTHER
                 MOVE 'PROJECTED EXHAUST  : NO USAGE YET'
                      TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-PROJECTION-LINES-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku CNORPT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE CNR-FILE
               CLOSE IDX-FILE
               CLOSE CAT-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE CNOC-PARM
               MOVE '9' TO CNOC-FUNCTION
               CALL 'CNOALLOC' USING CNOC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
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
              MOVE 'CNORPT'          TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-READ-COUNT     TO AUD-RECCOUNT
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
