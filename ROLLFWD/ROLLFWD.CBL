      * ise bakiyenin jurnalli yollar disinda degismedigidir):
      *   - her IDX-KEY icin SNAPHIST'teki ispat gununden onceki
      *     son fotograf acilis kabul edilir,
      *   - JRNFILE'daki ve online jurnaldeki (IJRNFILE,
      *     verilmemisse bos sayilir) oncesi/sonrasi goruntulerden
      *     anahtar basina net degisim cikarilir ve uygulanir (bakim
      *     calismasi ile ACCRPOST tahakkuk posting'leri JRNFILE'a,
      *     PNDAPPR'in onayladigi online guncellemeler ayni duzende
      *     IJRNFILE'a yazildigi icin uc yol da denkleme girer),
      *   - hesaplanan kapanis canli IDX-TUTAR ile karsilastirilir.
      * Tutmayan her anahtar raporlanir ve calistirma RC 08 ile
      * biter.
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
                             STATUS     HIST-ST.
           SELECT SNP-SORT-FILE ASSIGN TO SNPSORT.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT JRNSRT-FILE ASSIGN TO JRNSRTD
                             STATUS     JRNS-ST.
           SELECT JRN-SORT-FILE ASSIGN TO JRNSORT.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, alanlar JW-REC uzerinden okunur (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * JRNSRT-FILE jurnal goruntulerinden cikarilmis anahtar
      * basina net degisim satirlaridir (anahtar + zaman sirali).
       FD  JRNSRT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir.
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
           05 JRNS-ST           PIC 9(02).
              88 JRNS-EOF       VALUE 10.
              88 JRNS-SUCCESS   VALUE 00 97.
       01  WS-ORPHAN-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen ispat
      * gununu tasir.
                GIVING SNPSRT-FILE.
       SORT-SNAPSHOT-HISTORY-EXIT. EXIT.
      *----
      * SORT-JOURNAL-DELTAS jurnali, ardindan online jurnali okur,
      * her satirin paketli goruntusunden anahtari ve net degisimi
      * cikarir ve anahtar + zaman sirasina dizer. Ekleme kaydinda
      * degisim sonrasi bakiye, silmede eksi oncesi bakiye,
      * degistirmede ikisinin farkidir.
      *----
       SORT-JOURNAL-DELTAS.
           SORT JRN-SORT-FILE
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF
                 ADD 1 TO WS-JRNL-COUNT
                 MOVE JRNL-REC TO JW-REC
                 PERFORM RELEASE-ONE-DELTA
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
                 PERFORM RELEASE-ONE-DELTA
                 PERFORM READ-IJRN-RECORD
              END-PERFORM
              CLOSE IJRN-FILE
           END-IF.
       EXTRACT-JOURNAL-DELTAS-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
       RELEASE-ONE-DELTA.
           MOVE ZERO TO WS-DELTA-WORK
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              MOVE JI-ID    TO JD-ID
              MOVE JI-DVZ   TO JD-DVZ
              ADD JI-TUTAR  TO WS-DELTA-WORK
           END-IF
           IF JW-HAS-BEFORE
              MOVE JW-BEFORE TO JI-REC
              IF NOT JW-HAS-AFTER
                 MOVE JI-ID  TO JD-ID
                 MOVE JI-DVZ TO JD-DVZ
              END-IF
              SUBTRACT JI-TUTAR FROM WS-DELTA-WORK
           END-IF
           IF JW-HAS-BEFORE OR JW-HAS-AFTER
              MOVE JW-DATE       TO JD-DATE
              MOVE JW-TIME       TO JD-TIME
              MOVE JW-SEQ        TO JD-SEQ
              MOVE WS-DELTA-WORK TO JD-DELTA
              RELEASE JRN-SORT-REC
           END-IF.
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
              MOVE WS-BREAK-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
