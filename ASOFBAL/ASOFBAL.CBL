      * tarih) her satir icin:
      *   - SNAPHIST'teki istenen tarihte ya da oncesindeki SON
      *     fotograf baslangic alinir,
      *   - JRNFILE ve online jurnal (IJRNFILE, verilmemisse bos
      *     sayilir) goruntulerinden anahtara ait, fotograf sonrasi
      *     ve istenen tarih dahil araliktaki her hareket (bakim ve
      *     tahakkuk posting'i JRNFILE'a, PNDAPPR onayli online
      *     guncelleme IJRNFILE'a yazilir) tarih/saat/fonksiyon ve
      *     net degisimiyle ekstre bicimli listelenir,
      *   - yeniden kurulan gecmis tarihli bakiye kapanista basilir.
      * Fotografi olmayan ve jurnal izide eklemeyle baslamayan
      * anahtar icin gecmis saklama disindadir mesaji basilir ve
      * calistirma RC 04 ile biter. Iki jurnal kendi icinde zaman
      * siralidir; anahtarin hareketleri ikisinden birlikte tarih/
      * saat sirasina dizilerek listelenir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
                             STATUS     HIST-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT TRL-SORT-FILE ASSIGN TO TRLSORT.
           SELECT RPT-FILE   ASSIGN TO  ASOFRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, alanlar JW-REC uzerinden okunur (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * TRL-SORT-FILE talep edilen anahtarin iki jurnalden secilmis
      * hareketleridir (tarih/saat sirali).
       SD  TRL-SORT-FILE.
       01  TRL-SORT-REC.
           05 TR-DATE        PIC 9(08).
           05 TR-TIME        PIC 9(06).
           05 TR-SEQ         PIC 9(07).
           05 TR-JRNL        PIC X(142).
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir (ROLLFWD kurgusu).
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
           88 WS-TRACE-OK       VALUE 'Y'.
       01  WS-FIRST-MOVE-SW     PIC X(01) VALUE 'Y'.
           88 WS-FIRST-MOVE     VALUE 'Y'.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-FAIL-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
           WRITE RPT-REC.
       WRITE-STARTING-LINE-EXIT. EXIT.
      *----
      * APPLY-JOURNAL-TRAIL jurnali, ardindan online jurnali bastan
      * sona okur; anahtara ait, fotograf sonrasi ve istenen tarih
      * dahil araliktaki hareketleri tarih/saat sirasina dizer,
      * listeler ve bakiyeye uygular. Fotograf yoksa iz ancak
      * oncesiz bir ekleme ile basliyorsa gecerlidir.
      *----
       APPLY-JOURNAL-TRAIL.
           MOVE ZERO TO WS-MOVE-COUNT
           ELSE
              MOVE 'N' TO WS-TRACE-OK-SW
           END-IF
           SORT TRL-SORT-FILE
                ON ASCENDING KEY TR-DATE TR-TIME TR-SEQ
                INPUT PROCEDURE  IS SELECT-KEY-MOVEMENTS
                OUTPUT PROCEDURE IS LIST-KEY-MOVEMENTS.
       APPLY-JOURNAL-TRAIL-EXIT. EXIT.
      *----
       SELECT-KEY-MOVEMENTS.
           OPEN INPUT JRNL-FILE
           IF NOT JRNL-SUCCESS
              DISPLAY 'JRNFILE CANNOT OPEN, JRNL-ST: ' JRNL-ST
           ELSE
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF
                 MOVE JRNL-REC TO JW-REC
                 PERFORM RELEASE-KEY-MOVEMENT
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
                 MOVE IJRN-REC TO JW-REC
                 PERFORM RELEASE-KEY-MOVEMENT
                 PERFORM READ-IJRN-RECORD
              END-PERFORM
              CLOSE IJRN-FILE
           END-IF.
       SELECT-KEY-MOVEMENTS-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
       RELEASE-KEY-MOVEMENT.
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
           ELSE
              MOVE JW-BEFORE TO JI-REC
           END-IF
           IF JI-ID = WS-REQ-ID AND JI-DVZ = WS-REQ-DVZ
              AND JW-DATE > WS-SNAP-DATE
              AND JW-DATE <= WS-REQ-DATE
              MOVE JW-DATE TO TR-DATE
              MOVE JW-TIME TO TR-TIME
              MOVE JW-SEQ  TO TR-SEQ
              MOVE JW-REC  TO TR-JRNL
              RELEASE TRL-SORT-REC
           END-IF.
       RELEASE-KEY-MOVEMENT-EXIT. EXIT.
      *----
       LIST-KEY-MOVEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-TRL-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              MOVE TR-JRNL TO JW-REC
              PERFORM JUDGE-ONE-JOURNAL
              PERFORM RETURN-TRL-SORT-REC
           END-PERFORM.
       LIST-KEY-MOVEMENTS-EXIT. EXIT.
      *----
       RETURN-TRL-SORT-REC.
           RETURN TRL-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-TRL-SORT-REC-EXIT. EXIT.
      *----
       JUDGE-ONE-JOURNAL.
           MOVE ZERO TO WS-DELTA-WORK
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              ADD JI-TUTAR TO WS-DELTA-WORK
           END-IF
           IF JW-HAS-BEFORE
              MOVE JW-BEFORE TO JI-REC
              SUBTRACT JI-TUTAR FROM WS-DELTA-WORK
           END-IF
           IF WS-FIRST-MOVE AND (NOT WS-SNAP-FOUND)
              IF NOT JW-HAS-BEFORE
      * anahtar aralik icinde sifirdan dogmus; iz gecerlidir
                 MOVE 'Y' TO WS-TRACE-OK-SW
              END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-MOVE-SW
           ADD 1 TO WS-MOVE-COUNT
           ADD WS-DELTA-WORK TO WS-ASOF-TUTAR
           PERFORM WRITE-MOVEMENT-LINE.
       JUDGE-ONE-JOURNAL-EXIT. EXIT.
      *----
      *----
       WRITE-MOVEMENT-LINE.
           MOVE SPACES TO RPT-REC
           MOVE 'MOVEMENT' TO RPT-REC(3:8)
           MOVE JW-DATE    TO RPT-REC(20:8)
           MOVE JW-TIME    TO RPT-REC(29:6)
           MOVE JW-FUNC    TO RPT-REC(37:1)
           MOVE WS-DELTA-WORK  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(40:16)
           MOVE JW-USER        TO RPT-REC(58:8)
           WRITE RPT-REC.
       WRITE-MOVEMENT-LINE-EXIT. EXIT.
      *----
           END-IF.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-REQ-COUNT      TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
