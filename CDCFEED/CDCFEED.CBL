      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CDCFEED.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CDCFEED veri ambarina giden gece degisiklik beslemesidir
      * (change data capture). Gun icinde master dosyalarina
      * yazilan tum jurnal satirlarini okur:
      *   - JRNFILE : IDX-FILE'i guncelleyen batch adimlari
      *               (SORTREP6 bakim ve JRNLREV geri almalari,
      *               TXNPOST, ACCRPOST, TDMNT, TDMATR),
      *   - IJRNFILE: online guncellemelerin (IDXINQR ile girilip
      *               PNDAPPR ile onaylanan) jurnali; ayni duzende,
      *               kendi sira serisiyle (bkz. WNDWREC.CPY),
      *   - REFJRN  : ACCTMNT ve XREFMNT'in hesap master'i ve
      *               capraz referans degisiklikleri (bkz.
      *               REFJREC.CPY).
      * Satirlar dosya + anahtar + zaman sirasina dizilir ve her
      * anahtar tek net degisiklige indirgenir: ilk satirin oncesi
      * ile son satirin sonrasi karsilastirilir (bkz. CDCREC.CPY).
      * Cikti dosya basina bir besleme dosyasidir (CDCIDX, CDCACT,
      * CDCXRF); her biri header ve trailer tasir.
      * Yeniden baslama: CDCCTL'in son satiri (bkz. CDCTREC.CPY)
      * her jurnalin beslemeye alinmis son sirasini tutar; yalniz
      * bu siralardan buyuk ve is gununden gec olmayan satirlar
      * alinir. Satir ancak besleme dosyalari eksiksiz kapandiktan
      * sonra yazilir; yarim kalan calistirma tekrarlandiginda ayni
      * degisiklikler bir kez, ayni sira numarasiyla yeniden
      * uretilir. CDCCTL bossa (ilk besleme) yalniz is gununun
      * satirlari alinir; onceki gunler ambarin ilk yuklemesindedir.
      * RC: 00 tamam, 04 bir jurnalin sirasi yeniden baslama
      * noktasinin altina dusmus (jurnal budanmis/bastan baslamis;
      * kontrol edilmeli), 16 jurnal okunamadi ya da CDCCTL'e satir
      * yazilamadi (besleme ambara GONDERILMEMELI), 99 dosya
      * acilamadi.
      * PARM='YYYYMMDD' -> besleme is gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT OPTIONAL REFJ-FILE ASSIGN TO  REFJRN
                             STATUS     REFJ-ST.
           SELECT OPTIONAL CTL-FILE ASSIGN TO  CDCCTL
                             STATUS     CTL-ST.
           SELECT CDCI-FILE  ASSIGN TO  CDCIDX
                             STATUS     CDCI-ST.
           SELECT CDCA-FILE  ASSIGN TO  CDCACT
                             STATUS     CDCA-ST.
           SELECT CDCX-FILE  ASSIGN TO  CDCXRF
                             STATUS     CDCX-ST.
           SELECT CDC-SORT-FILE ASSIGN TO CDCSORT.
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
      * aynidir, alanlar JW-REC uzerinden okunur.
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * REFJ-FILE referans dosyalari degisiklik jurnalidir
      * (bkz. REFJREC.CPY).
       FD  REFJ-FILE RECORDING MODE F.
           COPY REFJREC.
      *****
      * CTL-FILE besleme yeniden baslama kontrol dosyasidir
      * (bkz. CDCTREC.CPY).
       FD  CTL-FILE RECORDING MODE F.
           COPY CDCTREC.
      *****
      * CDCx-FILE besleme dosyalaridir; kayitlar CDC-REC'te
      * kurulup yazilir (bkz. CDCREC.CPY).
       FD  CDCI-FILE RECORDING MODE F.
       01  CDCI-REC            PIC X(160).
       FD  CDCA-FILE RECORDING MODE F.
       01  CDCA-REC            PIC X(160).
       FD  CDCX-FILE RECORDING MODE F.
       01  CDCX-REC            PIC X(160).
      *****
      * CDC-SORT-FILE secilen jurnal satirlarinin ortak duzenidir.
      * CS-FILE-ID 'I' IDX-FILE, 'A' ACCTREC, 'X' XREFFILE;
      * CS-SOURCE 'B' JRNFILE, 'O' online jurnal, 'R' REFJRN.
      * Goruntuler kaynak jurnaldeki ham (IDX icin paketli)
      * halleridir.
       SD  CDC-SORT-FILE.
       01  CS-REC.
           05  CS-FILE-ID      PIC X(01).
           05  CS-KEY          PIC X(08).
           05  CS-DATE         PIC 9(08).
           05  CS-TIME         PIC 9(06).
           05  CS-SOURCE       PIC X(01).
           05  CS-SEQ          PIC 9(07).
           05  CS-BEF-SW       PIC X(01).
           05  CS-AFT-SW       PIC X(01).
           05  CS-BEFORE       PIC X(50).
           05  CS-AFTER        PIC X(50).
           05  CS-USER         PIC X(08).
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
           05 REFJ-ST           PIC 9(02).
              88 REFJ-EOF       VALUE 10.
              88 REFJ-SUCCESS   VALUE 00 05 97.
           05 CTL-ST            PIC 9(02).
              88 CTL-EOF        VALUE 10.
              88 CTL-SUCCESS    VALUE 00 05 97.
           05 CDCI-ST           PIC 9(02).
              88 CDCI-SUCCESS   VALUE 00 97.
           05 CDCA-ST           PIC 9(02).
              88 CDCA-SUCCESS   VALUE 00 97.
           05 CDCX-ST           PIC 9(02).
              88 CDCX-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-FEED-DATE         PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * Yeniden baslama noktasi: WS-LAST-* CDCCTL'in son satiridir,
      * WS-NEW-* bu calistirmada alinan en buyuk siralardir (satir
      * alinmazsa eski nokta korunur), WS-TOP-* jurnallerde gorulen
      * en buyuk siradir (yeniden baslama kontrolu icin).
      *----
       01  WS-FIRST-RUN-SW      PIC X(01) VALUE 'Y'.
           88 WS-FIRST-RUN      VALUE 'Y'.
       01  WS-CTL-ERR-SW        PIC X(01) VALUE 'N'.
           88 WS-CTL-ERROR      VALUE 'Y'.
       01  WS-READ-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-READ-ERROR     VALUE 'Y'.
       01  WS-FEED-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-FEED-COMPLETE  VALUE 'Y'.
       01  WS-SEQ-WARN-SW       PIC X(01) VALUE 'N'.
           88 WS-SEQ-WARNING    VALUE 'Y'.
       01  WS-FEED-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-LAST-FEED-SEQ     PIC 9(07) VALUE ZERO.
       01  WS-LAST-FEED-DATE    PIC 9(08) VALUE ZERO.
       01  WS-LAST-JRNL-SEQ     PIC 9(07) VALUE ZERO.
       01  WS-LAST-IJRN-SEQ     PIC 9(07) VALUE ZERO.
       01  WS-LAST-REFJ-SEQ     PIC 9(07) VALUE ZERO.
       01  WS-NEW-JRNL-SEQ      PIC 9(07) VALUE ZERO.
       01  WS-NEW-IJRN-SEQ      PIC 9(07) VALUE ZERO.
       01  WS-NEW-REFJ-SEQ      PIC 9(07) VALUE ZERO.
       01  WS-TOP-JRNL-SEQ      PIC 9(07) VALUE ZERO.
       01  WS-TOP-IJRN-SEQ      PIC 9(07) VALUE ZERO.
       01  WS-TOP-REFJ-SEQ      PIC 9(07) VALUE ZERO.
      *----
      * Sayaclar.
      *----
       01  WS-JRNL-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-IJRN-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-REFJ-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-SELECT-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-NETTED-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(09) VALUE ZERO.
      *----
      * FEED-TABLE besleme dosyasi basina sayaclar; dosya numarasi
      * 1 CDCIDX, 2 CDCACT, 3 CDCXRF.
      *----
       01  WS-FEED-NO           PIC 9(01) VALUE ZERO.
       01  FEED-TABLE.
           05 FEED-ENTRY OCCURS 3 TIMES.
              10 FT-FILE-ID     PIC X(03).
              10 FT-COUNT       PIC 9(09).
              10 FT-INS-COUNT   PIC 9(09).
              10 FT-UPD-COUNT   PIC 9(09).
              10 FT-DEL-COUNT   PIC 9(09).
              10 FT-REC-COUNT   PIC 9(09).
      *----
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC anahtarin cikarildigi, JB-REC/JA-REC
      * net oncesi/sonrasi IDX-REC goruntuleridir (ASOFBAL
      * kurgusu).
      *----
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JB==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JA==.
       01  WS-IDX-KEY-DSP.
           05 WS-KD-ID          PIC 9(05).
           05 WS-KD-DVZ         PIC 9(03).
       01  WS-CS-SOURCE         PIC X(01).
      *----
      * Islenen anahtar grubu: ilk satirin oncesi, son satirin
      * sonrasi, zamani ve kullanicisi. Hesap ve xref goruntuleri
      * ham duzenleriyle (ACCTMNT NEW-FIELDS, XREFREC) okunur.
      *----
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-GRP-FILE-ID       PIC X(01).
       01  WS-GRP-KEY           PIC X(08).
       01  WS-GRP-BEF-SW        PIC X(01).
           88 WS-GRP-HAS-BEFORE VALUE 'Y'.
       01  WS-GRP-AFT-SW        PIC X(01).
           88 WS-GRP-HAS-AFTER  VALUE 'Y'.
       01  WS-GRP-DATE          PIC 9(08).
       01  WS-GRP-TIME          PIC 9(06).
       01  WS-GRP-USER          PIC X(08).
       01  WS-GRP-BEFORE        PIC X(50).
       01  WS-GB-ACCT REDEFINES WS-GRP-BEFORE.
           05 WS-GBA-SEQ        PIC X(04).
           05 WS-GBA-NAME       PIC X(15).
           05 WS-GBA-LASTN      PIC X(15).
           05 WS-GBA-BRTHDAY    PIC 9(08).
           05 WS-GBA-TODAY      PIC 9(08).
       01  WS-GB-XREF REDEFINES WS-GRP-BEFORE.
           05 WS-GBX-SEQ        PIC X(04).
           05 WS-GBX-IDXID      PIC 9(05).
           05 FILLER            PIC X(41).
       01  WS-GRP-AFTER         PIC X(50).
       01  WS-GA-ACCT REDEFINES WS-GRP-AFTER.
           05 WS-GAA-SEQ        PIC X(04).
           05 WS-GAA-NAME       PIC X(15).
           05 WS-GAA-LASTN      PIC X(15).
           05 WS-GAA-BRTHDAY    PIC 9(08).
           05 WS-GAA-TODAY      PIC 9(08).
       01  WS-GA-XREF REDEFINES WS-GRP-AFTER.
           05 WS-GAX-SEQ        PIC X(04).
           05 WS-GAX-IDXID      PIC 9(05).
           05 FILLER            PIC X(41).
      * CDC-REC besleme kaydi ve detay goruntuleri
      * (bkz. CDCREC.CPY).
           COPY CDCREC.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen
      * besleme gununu tasir.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEED-DATE
           IF LS-PARM-LEN > 7
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-DATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-DATE TO WS-FEED-DATE
              ELSE
                 DISPLAY 'INVALID FEED DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM LOAD-RESTART-POINT
           IF WS-CTL-ERROR
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM FILE-OPEN
           PERFORM WRITE-FEED-HEADERS
           SORT CDC-SORT-FILE
                ON ASCENDING KEY CS-FILE-ID CS-KEY CS-DATE CS-TIME
                                 CS-SOURCE  CS-SEQ
                INPUT PROCEDURE IS SELECT-JOURNAL-CHANGES
                OUTPUT PROCEDURE IS NET-KEY-CHANGES
           IF WS-READ-ERROR
              DISPLAY 'CDCFEED STOPPED - NO TRAILER WRITTEN, '
                      'RESTART POINT NOT ADVANCED'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM WRITE-FEED-TRAILERS
              PERFORM CHECK-RESTART-SEQUENCES
              PERFORM DISPLAY-FEED-TOTALS
              MOVE 'Y' TO WS-FEED-DONE-SW
              IF WS-SEQ-WARNING
                 MOVE 04 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-RESTART-POINT CDCCTL'i sonuna kadar okur; son satir
      * gecerli noktadir. Dosya yoksa ya da bossa ilk beslemedir.
      *----
       LOAD-RESTART-POINT.
           OPEN INPUT CTL-FILE
           IF NOT CTL-SUCCESS
              DISPLAY 'CDCCTL CANNOT OPEN, CTL-ST: ' CTL-ST
              MOVE 'Y' TO WS-CTL-ERR-SW
           ELSE
              PERFORM READ-CTL-RECORD
              PERFORM UNTIL CTL-EOF OR WS-CTL-ERROR
                 MOVE 'N'            TO WS-FIRST-RUN-SW
                 MOVE CDCT-FEED-SEQ  TO WS-LAST-FEED-SEQ
                 MOVE CDCT-FEED-DATE TO WS-LAST-FEED-DATE
                 MOVE CDCT-JRNL-SEQ  TO WS-LAST-JRNL-SEQ
                 MOVE CDCT-IJRN-SEQ  TO WS-LAST-IJRN-SEQ
                 MOVE CDCT-REFJ-SEQ  TO WS-LAST-REFJ-SEQ
                 PERFORM READ-CTL-RECORD
              END-PERFORM
              CLOSE CTL-FILE
           END-IF
           COMPUTE WS-FEED-SEQ = WS-LAST-FEED-SEQ + 1
           MOVE WS-LAST-JRNL-SEQ TO WS-NEW-JRNL-SEQ
           MOVE WS-LAST-IJRN-SEQ TO WS-NEW-IJRN-SEQ
           MOVE WS-LAST-REFJ-SEQ TO WS-NEW-REFJ-SEQ
           IF WS-FIRST-RUN AND NOT WS-CTL-ERROR
              DISPLAY 'CDCCTL EMPTY - FIRST FEED, ONLY '
                      WS-FEED-DATE ' CHANGES TAKEN'
           END-IF.
       LOAD-RESTART-POINT-EXIT. EXIT.
      *----
       READ-CTL-RECORD.
           READ CTL-FILE
           IF NOT CTL-SUCCESS AND NOT CTL-EOF
              DISPLAY 'CDCCTL READ ERROR, CTL-ST: ' CTL-ST
              MOVE 'Y' TO WS-CTL-ERR-SW
           END-IF.
       READ-CTL-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  JRNL-FILE
           OPEN INPUT  IJRN-FILE
           OPEN INPUT  REFJ-FILE
           OPEN OUTPUT CDCI-FILE
           OPEN OUTPUT CDCA-FILE
           OPEN OUTPUT CDCX-FILE
           IF (NOT JRNL-SUCCESS OR NOT IJRN-SUCCESS
                                OR NOT REFJ-SUCCESS
                                OR NOT CDCI-SUCCESS
                                OR NOT CDCA-SUCCESS
                                OR NOT CDCX-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'IJRN-ST: ' IJRN-ST
              DISPLAY 'REFJ-ST: ' REFJ-ST
              DISPLAY 'CDCI-ST: ' CDCI-ST
              DISPLAY 'CDCA-ST: ' CDCA-ST
              DISPLAY 'CDCX-ST: ' CDCX-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
      * WRITE-FEED-HEADERS uc besleme dosyasina ayni sira numarali
      * header'i yazar.
      *----
       WRITE-FEED-HEADERS.
           INITIALIZE FEED-TABLE
           MOVE 'IDX' TO FT-FILE-ID(1)
           MOVE 'ACT' TO FT-FILE-ID(2)
           MOVE 'XRF' TO FT-FILE-ID(3)
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1 UNTIL WS-FEED-NO > 3
              MOVE SPACES TO CDC-REC
              MOVE 'H'                  TO CDC-TYPE
              MOVE FT-FILE-ID(WS-FEED-NO) TO CDH-FILE-ID
              MOVE WS-FEED-SEQ          TO CDH-FEED-SEQ
              MOVE WS-FEED-DATE         TO CDH-FEED-DATE
              MOVE WS-LAST-FEED-DATE    TO CDH-PREV-DATE
              MOVE FUNCTION CURRENT-DATE(1:8) TO CDH-CRDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO CDH-CRTIME
              PERFORM WRITE-FEED-RECORD
           END-PERFORM.
       WRITE-FEED-HEADERS-EXIT. EXIT.
      *----
      * SELECT-JOURNAL-CHANGES uc jurnali sirayla okur; yeniden
      * baslama noktasindan sonraki, is gununden gec olmayan
      * satirlar sort'a verilir.
      *----
       SELECT-JOURNAL-CHANGES.
           PERFORM SCAN-BATCH-JOURNAL
           IF NOT WS-READ-ERROR
              PERFORM SCAN-ONLINE-JOURNAL
           END-IF
           IF NOT WS-READ-ERROR
              PERFORM SCAN-REF-JOURNAL
           END-IF.
       SELECT-JOURNAL-CHANGES-EXIT. EXIT.
      *----
       SCAN-BATCH-JOURNAL.
           PERFORM READ-JRNL-RECORD
           PERFORM UNTIL JRNL-EOF OR WS-READ-ERROR
              MOVE JRNL-REC TO JW-REC
              IF JW-SEQ > WS-TOP-JRNL-SEQ
                 MOVE JW-SEQ TO WS-TOP-JRNL-SEQ
              END-IF
              IF JW-SEQ > WS-LAST-JRNL-SEQ
                 AND JW-DATE NOT > WS-FEED-DATE
                 IF JW-SEQ > WS-NEW-JRNL-SEQ
                    MOVE JW-SEQ TO WS-NEW-JRNL-SEQ
                 END-IF
                 MOVE 'B' TO WS-CS-SOURCE
                 PERFORM RELEASE-IDX-CHANGE
              END-IF
              PERFORM READ-JRNL-RECORD
           END-PERFORM.
       SCAN-BATCH-JOURNAL-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE
           IF JRNL-SUCCESS
              ADD 1 TO WS-JRNL-COUNT
           ELSE
              IF NOT JRNL-EOF
                 DISPLAY 'JRNFILE READ ERROR, JRNL-ST: ' JRNL-ST
                 MOVE 'Y' TO WS-READ-ERR-SW
              END-IF
           END-IF.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       SCAN-ONLINE-JOURNAL.
           PERFORM READ-IJRN-RECORD
           PERFORM UNTIL IJRN-EOF OR WS-READ-ERROR
              MOVE IJRN-REC TO JW-REC
              IF JW-SEQ > WS-TOP-IJRN-SEQ
                 MOVE JW-SEQ TO WS-TOP-IJRN-SEQ
              END-IF
              IF JW-SEQ > WS-LAST-IJRN-SEQ
                 AND JW-DATE NOT > WS-FEED-DATE
                 IF JW-SEQ > WS-NEW-IJRN-SEQ
                    MOVE JW-SEQ TO WS-NEW-IJRN-SEQ
                 END-IF
                 MOVE 'O' TO WS-CS-SOURCE
                 PERFORM RELEASE-IDX-CHANGE
              END-IF
              PERFORM READ-IJRN-RECORD
           END-PERFORM.
       SCAN-ONLINE-JOURNAL-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE
           IF IJRN-SUCCESS
              ADD 1 TO WS-IJRN-COUNT
           ELSE
              IF NOT IJRN-EOF
                 DISPLAY 'IJRNFILE READ ERROR, IJRN-ST: ' IJRN-ST
                 MOVE 'Y' TO WS-READ-ERR-SW
              END-IF
           END-IF.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
      * RELEASE-IDX-CHANGE IDX jurnal satirini sort duzenine
      * cevirir. Anahtar sonrasi goruntuden, silmede oncesinden
      * alinir. Ilk beslemede yalniz is gununun satirlari verilir;
      * eski satirlar yine de yeniden baslama noktasina sayilir.
      *----
       RELEASE-IDX-CHANGE.
           IF (NOT WS-FIRST-RUN) OR JW-DATE = WS-FEED-DATE
              IF JW-HAS-AFTER
                 MOVE JW-AFTER  TO JI-REC
              ELSE
                 MOVE JW-BEFORE TO JI-REC
              END-IF
              MOVE JI-ID  TO WS-KD-ID
              MOVE JI-DVZ TO WS-KD-DVZ
              MOVE SPACES         TO CS-REC
              MOVE 'I'            TO CS-FILE-ID
              MOVE WS-IDX-KEY-DSP TO CS-KEY
              MOVE JW-DATE        TO CS-DATE
              MOVE JW-TIME        TO CS-TIME
              MOVE WS-CS-SOURCE   TO CS-SOURCE
              MOVE JW-SEQ         TO CS-SEQ
              MOVE JW-BEF-SW      TO CS-BEF-SW
              MOVE JW-AFT-SW      TO CS-AFT-SW
              MOVE JW-BEFORE      TO CS-BEFORE
              MOVE JW-AFTER       TO CS-AFTER
              MOVE JW-USER        TO CS-USER
              RELEASE CS-REC
              ADD 1 TO WS-SELECT-COUNT
           END-IF.
       RELEASE-IDX-CHANGE-EXIT. EXIT.
      *----
       SCAN-REF-JOURNAL.
           PERFORM READ-REFJ-RECORD
           PERFORM UNTIL REFJ-EOF OR WS-READ-ERROR
              IF REFJ-SEQ > WS-TOP-REFJ-SEQ
                 MOVE REFJ-SEQ TO WS-TOP-REFJ-SEQ
              END-IF
              IF REFJ-SEQ > WS-LAST-REFJ-SEQ
                 AND REFJ-DATE NOT > WS-FEED-DATE
                 IF REFJ-SEQ > WS-NEW-REFJ-SEQ
                    MOVE REFJ-SEQ TO WS-NEW-REFJ-SEQ
                 END-IF
                 PERFORM RELEASE-REF-CHANGE
              END-IF
              PERFORM READ-REFJ-RECORD
           END-PERFORM.
       SCAN-REF-JOURNAL-EXIT. EXIT.
      *----
       READ-REFJ-RECORD.
           READ REFJ-FILE
           IF REFJ-SUCCESS
              ADD 1 TO WS-REFJ-COUNT
           ELSE
              IF NOT REFJ-EOF
                 DISPLAY 'REFJRN READ ERROR, REFJ-ST: ' REFJ-ST
                 MOVE 'Y' TO WS-READ-ERR-SW
              END-IF
           END-IF.
       READ-REFJ-RECORD-EXIT. EXIT.
      *----
      * RELEASE-REF-CHANGE hesap/xref jurnal satirini sort
      * duzenine cevirir (ilk besleme kurali RELEASE-IDX-CHANGE
      * ile aynidir).
      *----
       RELEASE-REF-CHANGE.
           IF (NOT WS-FIRST-RUN) OR REFJ-DATE = WS-FEED-DATE
              MOVE SPACES         TO CS-REC
              MOVE REFJ-FILE-ID   TO CS-FILE-ID
              MOVE REFJ-KEY       TO CS-KEY
              MOVE REFJ-DATE      TO CS-DATE
              MOVE REFJ-TIME      TO CS-TIME
              MOVE 'R'            TO CS-SOURCE
              MOVE REFJ-SEQ       TO CS-SEQ
              MOVE REFJ-BEF-SW    TO CS-BEF-SW
              MOVE REFJ-AFT-SW    TO CS-AFT-SW
              MOVE REFJ-BEFORE    TO CS-BEFORE
              MOVE REFJ-AFTER     TO CS-AFTER
              MOVE REFJ-USER      TO CS-USER
              RELEASE CS-REC
              ADD 1 TO WS-SELECT-COUNT
           END-IF.
       RELEASE-REF-CHANGE-EXIT. EXIT.
      *----
      * NET-KEY-CHANGES sirali satirlari dosya + anahtar grubuna
      * toplar ve her grubu tek net degisiklik olarak yazar.
      *----
       NET-KEY-CHANGES.
           PERFORM RETURN-SORTED-CHANGE
           PERFORM UNTIL WS-SORT-EOF
              PERFORM START-KEY-GROUP
              PERFORM UNTIL WS-SORT-EOF
                         OR CS-FILE-ID NOT = WS-GRP-FILE-ID
                         OR CS-KEY     NOT = WS-GRP-KEY
                 PERFORM ADD-TO-KEY-GROUP
                 PERFORM RETURN-SORTED-CHANGE
              END-PERFORM
              PERFORM EMIT-NET-CHANGE
           END-PERFORM.
       NET-KEY-CHANGES-EXIT. EXIT.
      *----
       RETURN-SORTED-CHANGE.
           RETURN CDC-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-SORTED-CHANGE-EXIT. EXIT.
      *----
       START-KEY-GROUP.
           MOVE CS-FILE-ID TO WS-GRP-FILE-ID
           MOVE CS-KEY     TO WS-GRP-KEY
           MOVE CS-BEF-SW  TO WS-GRP-BEF-SW
           MOVE CS-BEFORE  TO WS-GRP-BEFORE.
       START-KEY-GROUP-EXIT. EXIT.
      *----
       ADD-TO-KEY-GROUP.
           MOVE CS-AFT-SW  TO WS-GRP-AFT-SW
           MOVE CS-AFTER   TO WS-GRP-AFTER
           MOVE CS-DATE    TO WS-GRP-DATE
           MOVE CS-TIME    TO WS-GRP-TIME
           MOVE CS-USER    TO WS-GRP-USER.
       ADD-TO-KEY-GROUP-EXIT. EXIT.
      *----
      * EMIT-NET-CHANGE grubun net etkisini bulur:
      *   oncesi yok, sonrasi var   -> 'I',
      *   oncesi var, sonrasi var   -> 'U' (hicbir alan degismemisse
      *                                 yazilmaz),
      *   oncesi var, sonrasi yok   -> 'D',
      *   ikisi de yok              -> gun icinde eklenip silinmis,
      *                                 yazilmaz.
      *----
       EMIT-NET-CHANGE.
           MOVE SPACES TO CDC-REC
           MOVE 'D'    TO CDC-TYPE
           EVALUATE TRUE
              WHEN WS-GRP-HAS-BEFORE AND WS-GRP-HAS-AFTER
                 MOVE 'U' TO CDD-ACTION
              WHEN WS-GRP-HAS-BEFORE
                 MOVE 'D' TO CDD-ACTION
              WHEN WS-GRP-HAS-AFTER
                 MOVE 'I' TO CDD-ACTION
              WHEN OTHER
                 MOVE SPACE TO CDD-ACTION
           END-EVALUATE
           MOVE WS-GRP-KEY  TO CDD-KEY
           MOVE WS-GRP-DATE TO CDD-DATE
           MOVE WS-GRP-TIME TO CDD-TIME
           MOVE WS-GRP-USER TO CDD-USER
           MOVE 'N' TO CDD-CHG-1 CDD-CHG-2 CDD-CHG-3
           IF CDD-ACTION NOT = SPACE
              EVALUATE WS-GRP-FILE-ID
                 WHEN 'I'
                    MOVE 1 TO WS-FEED-NO
                    PERFORM BUILD-IDX-IMAGES
                 WHEN 'A'
                    MOVE 2 TO WS-FEED-NO
                    PERFORM BUILD-ACCT-IMAGES
                 WHEN OTHER
                    MOVE 3 TO WS-FEED-NO
                    PERFORM BUILD-XREF-IMAGES
              END-EVALUATE
           END-IF
           IF CDD-UPDATE AND CDD-CHG-1 = 'N' AND CDD-CHG-2 = 'N'
                         AND CDD-CHG-3 = 'N'
              MOVE SPACE TO CDD-ACTION
           END-IF
           IF CDD-ACTION = SPACE
              ADD 1 TO WS-NETTED-COUNT
           ELSE
              PERFORM WRITE-FEED-RECORD
              ADD 1 TO FT-COUNT(WS-FEED-NO) WS-DETAIL-COUNT
              EVALUATE TRUE
                 WHEN CDD-INSERT
                    ADD 1 TO FT-INS-COUNT(WS-FEED-NO)
                 WHEN CDD-UPDATE
                    ADD 1 TO FT-UPD-COUNT(WS-FEED-NO)
                 WHEN OTHER
                    ADD 1 TO FT-DEL-COUNT(WS-FEED-NO)
              END-EVALUATE
           END-IF.
       EMIT-NET-CHANGE-EXIT. EXIT.
      *----
      * BUILD-IDX-IMAGES paketli IDX-REC goruntulerini paketsiz
      * besleme duzenine acar ve degisen alanlari isaretler.
      *----
       BUILD-IDX-IMAGES.
           INITIALIZE CDC-IDX-IMAGE
           MOVE CDC-IDX-IMAGE TO CDD-BEFORE CDD-AFTER
           IF WS-GRP-HAS-BEFORE
              MOVE WS-GRP-BEFORE TO JB-REC
              MOVE JB-ID     TO CDI-ID
              MOVE JB-DVZ    TO CDI-DVZ
              MOVE JB-FULLN  TO CDI-FULLN
              MOVE JB-JUL    TO CDI-JUL
              MOVE JB-TUTAR  TO CDI-TUTAR
              MOVE CDC-IDX-IMAGE TO CDD-BEFORE
           END-IF
           IF WS-GRP-HAS-AFTER
              MOVE WS-GRP-AFTER TO JA-REC
              MOVE JA-ID     TO CDI-ID
              MOVE JA-DVZ    TO CDI-DVZ
              MOVE JA-FULLN  TO CDI-FULLN
              MOVE JA-JUL    TO CDI-JUL
              MOVE JA-TUTAR  TO CDI-TUTAR
              MOVE CDC-IDX-IMAGE TO CDD-AFTER
           END-IF
           IF CDD-UPDATE
              IF JB-FULLN NOT = JA-FULLN
                 MOVE 'Y' TO CDD-CHG-1
              END-IF
              IF JB-JUL NOT = JA-JUL
                 MOVE 'Y' TO CDD-CHG-2
              END-IF
              IF JB-TUTAR NOT = JA-TUTAR
                 MOVE 'Y' TO CDD-CHG-3
              END-IF
           END-IF.
       BUILD-IDX-IMAGES-EXIT. EXIT.
      *----
       BUILD-ACCT-IMAGES.
           INITIALIZE CDC-ACCT-IMAGE
           MOVE CDC-ACCT-IMAGE TO CDD-BEFORE CDD-AFTER
           IF WS-GRP-HAS-BEFORE
              MOVE WS-GBA-SEQ     TO CDA-SEQ
              MOVE WS-GBA-NAME    TO CDA-NAME
              MOVE WS-GBA-LASTN   TO CDA-LASTN
              MOVE WS-GBA-BRTHDAY TO CDA-BRTHDAY
              MOVE WS-GBA-TODAY   TO CDA-TODAY
              MOVE CDC-ACCT-IMAGE TO CDD-BEFORE
           END-IF
           IF WS-GRP-HAS-AFTER
              MOVE WS-GAA-SEQ     TO CDA-SEQ
              MOVE WS-GAA-NAME    TO CDA-NAME
              MOVE WS-GAA-LASTN   TO CDA-LASTN
              MOVE WS-GAA-BRTHDAY TO CDA-BRTHDAY
              MOVE WS-GAA-TODAY   TO CDA-TODAY
              MOVE CDC-ACCT-IMAGE TO CDD-AFTER
           END-IF
           IF CDD-UPDATE
              IF WS-GBA-NAME NOT = WS-GAA-NAME
                 MOVE 'Y' TO CDD-CHG-1
              END-IF
              IF WS-GBA-LASTN NOT = WS-GAA-LASTN
                 MOVE 'Y' TO CDD-CHG-2
              END-IF
              IF WS-GBA-BRTHDAY NOT = WS-GAA-BRTHDAY
                 MOVE 'Y' TO CDD-CHG-3
              END-IF
           END-IF.
       BUILD-ACCT-IMAGES-EXIT. EXIT.
      *----
       BUILD-XREF-IMAGES.
           INITIALIZE CDC-XREF-IMAGE
           MOVE CDC-XREF-IMAGE TO CDD-BEFORE CDD-AFTER
           IF WS-GRP-HAS-BEFORE
              MOVE WS-GBX-SEQ     TO CDX-SEQ
              MOVE WS-GBX-IDXID   TO CDX-IDXID
              MOVE CDC-XREF-IMAGE TO CDD-BEFORE
           END-IF
           IF WS-GRP-HAS-AFTER
              MOVE WS-GAX-SEQ     TO CDX-SEQ
              MOVE WS-GAX-IDXID   TO CDX-IDXID
              MOVE CDC-XREF-IMAGE TO CDD-AFTER
           END-IF
           IF CDD-UPDATE
              IF WS-GBX-IDXID NOT = WS-GAX-IDXID
                 MOVE 'Y' TO CDD-CHG-1
              END-IF
           END-IF.
       BUILD-XREF-IMAGES-EXIT. EXIT.
      *----
      * WRITE-FEED-RECORD kurulan kaydi WS-FEED-NO'daki besleme
      * dosyasina yazar; dosya adlari subscript alamadigindan
      * secim EVALUATE ile yapilir (RPTSPLIT kurgusu).
      *----
       WRITE-FEED-RECORD.
           EVALUATE WS-FEED-NO
              WHEN 1  WRITE CDCI-REC FROM CDC-REC
              WHEN 2  WRITE CDCA-REC FROM CDC-REC
              WHEN 3  WRITE CDCX-REC FROM CDC-REC
           END-EVALUATE
           ADD 1 TO FT-REC-COUNT(WS-FEED-NO).
       WRITE-FEED-RECORD-EXIT. EXIT.
      *----
       WRITE-FEED-TRAILERS.
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1 UNTIL WS-FEED-NO > 3
              MOVE SPACES TO CDC-REC
              MOVE 'T'                    TO CDC-TYPE
              MOVE FT-FILE-ID(WS-FEED-NO) TO CDT-FILE-ID
              MOVE WS-FEED-SEQ            TO CDT-FEED-SEQ
              MOVE FT-COUNT(WS-FEED-NO)     TO CDT-COUNT
              MOVE FT-INS-COUNT(WS-FEED-NO) TO CDT-INS-COUNT
              MOVE FT-UPD-COUNT(WS-FEED-NO) TO CDT-UPD-COUNT
              MOVE FT-DEL-COUNT(WS-FEED-NO) TO CDT-DEL-COUNT
              COMPUTE CDT-REC-COUNT = FT-REC-COUNT(WS-FEED-NO) + 1
              PERFORM WRITE-FEED-RECORD
           END-PERFORM.
       WRITE-FEED-TRAILERS-EXIT. EXIT.
      *----
      * CHECK-RESTART-SEQUENCES satiri olan bir jurnalin en buyuk
      * sirasi yeniden baslama noktasinin altindaysa uyarir: jurnal
      * budanmis ya da sira bastan baslamistir ve o jurnalin yeni
      * satirlari bu noktaya kadar beslemeye alinmaz.
      *----
       CHECK-RESTART-SEQUENCES.
           IF WS-JRNL-COUNT > ZERO
              AND WS-TOP-JRNL-SEQ < WS-LAST-JRNL-SEQ
              DISPLAY 'JRNFILE SEQUENCE ' WS-TOP-JRNL-SEQ
                      ' BELOW CDC RESTART POINT ' WS-LAST-JRNL-SEQ
              MOVE 'Y' TO WS-SEQ-WARN-SW
           END-IF
           IF WS-IJRN-COUNT > ZERO
              AND WS-TOP-IJRN-SEQ < WS-LAST-IJRN-SEQ
              DISPLAY 'IJRNFILE SEQUENCE ' WS-TOP-IJRN-SEQ
                      ' BELOW CDC RESTART POINT ' WS-LAST-IJRN-SEQ
              MOVE 'Y' TO WS-SEQ-WARN-SW
           END-IF
           IF WS-REFJ-COUNT > ZERO
              AND WS-TOP-REFJ-SEQ < WS-LAST-REFJ-SEQ
              DISPLAY 'REFJRN SEQUENCE ' WS-TOP-REFJ-SEQ
                      ' BELOW CDC RESTART POINT ' WS-LAST-REFJ-SEQ
              MOVE 'Y' TO WS-SEQ-WARN-SW
           END-IF.
       CHECK-RESTART-SEQUENCES-EXIT. EXIT.
      *----
       DISPLAY-FEED-TOTALS.
           DISPLAY 'CDCFEED FEED SEQ ' WS-FEED-SEQ
                   ' FOR ' WS-FEED-DATE
           DISPLAY 'CDCFEED JOURNAL ROWS TAKEN : ' WS-SELECT-COUNT
           DISPLAY 'CDCFEED KEYS NETTED OUT    : ' WS-NETTED-COUNT
           PERFORM VARYING WS-FEED-NO FROM 1 BY 1 UNTIL WS-FEED-NO > 3
              DISPLAY 'CDCFEED ' FT-FILE-ID(WS-FEED-NO)
                      ' I/U/D: ' FT-INS-COUNT(WS-FEED-NO)
                      ' '        FT-UPD-COUNT(WS-FEED-NO)
                      ' '        FT-DEL-COUNT(WS-FEED-NO)
           END-PERFORM.
       DISPLAY-FEED-TOTALS-EXIT. EXIT.
      *----
      * WRITE-RESTART-POINT yeni noktayi CDCCTL'e ekler; besleme
      * dosyalari kapandiktan sonra cagrilir. Satir yazilamazsa
      * besleme gonderilmemelidir: tekrar calistirma ayni
      * degisiklikleri yeniden uretir.
      *----
       WRITE-RESTART-POINT.
           OPEN EXTEND CTL-FILE
           IF CTL-SUCCESS
              MOVE SPACES           TO CDCT-REC
              MOVE WS-FEED-SEQ      TO CDCT-FEED-SEQ
              MOVE WS-FEED-DATE     TO CDCT-FEED-DATE
              MOVE FUNCTION CURRENT-DATE(1:8) TO CDCT-RUN-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO CDCT-RUN-TIME
              MOVE WS-NEW-JRNL-SEQ  TO CDCT-JRNL-SEQ
              MOVE WS-NEW-IJRN-SEQ  TO CDCT-IJRN-SEQ
              MOVE WS-NEW-REFJ-SEQ  TO CDCT-REFJ-SEQ
              MOVE FT-COUNT(1)      TO CDCT-IDX-COUNT
              MOVE FT-COUNT(2)      TO CDCT-ACT-COUNT
              MOVE FT-COUNT(3)      TO CDCT-XRF-COUNT
              WRITE CDCT-REC
              CLOSE CTL-FILE
           ELSE
              DISPLAY 'CDCCTL CANNOT BE EXTENDED, CTL-ST: ' CTL-ST
                      ' - FEED ' WS-FEED-SEQ ' MUST NOT BE SENT'
              MOVE 16 TO RETURN-CODE
           END-IF.
       WRITE-RESTART-POINT-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku CDCFEED hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE JRNL-FILE
               CLOSE IJRN-FILE
               CLOSE REFJ-FILE
               CLOSE CDCI-FILE
               CLOSE CDCA-FILE
               CLOSE CDCX-FILE
               IF WS-FEED-COMPLETE
                  PERFORM WRITE-RESTART-POINT
               END-IF
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
              MOVE 'CDCFEED'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-DETAIL-COUNT   TO AUD-RECCOUNT
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
