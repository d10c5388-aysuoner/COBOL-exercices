      *                              anahtari ile),
      *   jurnal 'C' (degisim)   -> 'C' oncesi degerlerle degisim,
      *   jurnal 'D' (silme)     -> 'A' oncesi degerlerle ekleme.
      * Bakim jurnalinin ardindan online jurnal (IJRNFILE,
      * verilmemisse bos sayilir; PNDAPPR onayli guncellemeler)
      * okunur; ikisi birlikte zaman damgasi + sira numarasina gore
      * AZALAN sirada islenir ki geri almalar uygulama sirasinin
      * tersinden gitsin.
      * Cikti REVFILE, MAINTEDT/MAINTENANCE-RUN'in tukettigi
      * MAINTREC duzenindedir.
      *------------------------------
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT REV-FILE   ASSIGN TO  REVFILE
                             STATUS     REV-ST.
           SELECT JRNL-SORT-FILE ASSIGN TO JRNSORT.
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
      *****
      * REV-FILE uretilen geri alma transaction'laridir
      * (bkz. MAINTREC.CPY).
       FD  REV-FILE RECORDING MODE F.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 REV-ST            PIC 9(02).
              88 REV-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-INPUT-ERR-SW      PIC X(01) VALUE 'N'.
           88 WS-INPUT-ERROR    VALUE 'Y'.
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REV-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(07) VALUE ZERO.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
           ELSE
              SORT JRNL-SORT-FILE
                   ON DESCENDING KEY JS-DATE JS-TIME JS-SEQ
                   INPUT PROCEDURE  IS RELEASE-JOURNAL-ROWS
                   OUTPUT PROCEDURE IS GENERATE-REVERSALS
              DISPLAY 'JRNLREV COMPLETE'
              DISPLAY 'JOURNAL ROWS READ    : ' WS-READ-COUNT
              DISPLAY 'REVERSALS GENERATED  : ' WS-REV-COUNT
              DISPLAY 'ROWS SKIPPED         : ' WS-SKIP-COUNT
              CLOSE REV-FILE
              IF WS-INPUT-ERROR
                 MOVE 99 TO RETURN-CODE
              ELSE
                 MOVE 00 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * RELEASE-JOURNAL-ROWS bakim jurnalini, ardindan online
      * jurnali sort'a verir. Jurnallerden biri acilamazsa geri
      * alma dosyasi eksik kalir; calistirma RC 99 ile biter.
      *----
       RELEASE-JOURNAL-ROWS.
           OPEN INPUT JRNL-FILE
           IF NOT JRNL-SUCCESS
              DISPLAY 'JRNFILE CANNOT OPEN, JRNL-ST: ' JRNL-ST
              MOVE 'Y' TO WS-INPUT-ERR-SW
           ELSE
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF
                 MOVE JRNL-REC TO JS-REC
                 RELEASE JS-REC
                 PERFORM READ-JRNL-RECORD
              END-PERFORM
              CLOSE JRNL-FILE
           END-IF
           OPEN INPUT IJRN-FILE
           IF NOT IJRN-SUCCESS
              DISPLAY 'IJRNFILE CANNOT OPEN, IJRN-ST: ' IJRN-ST
              MOVE 'Y' TO WS-INPUT-ERR-SW
           ELSE
              PERFORM READ-IJRN-RECORD
              PERFORM UNTIL IJRN-EOF
                 MOVE IJRN-REC TO JS-REC
                 RELEASE JS-REC
                 PERFORM READ-IJRN-RECORD
              END-PERFORM
              CLOSE IJRN-FILE
           END-IF.
       RELEASE-JOURNAL-ROWS-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
       GENERATE-REVERSALS.
           MOVE 'N' TO WS-SORT-EOF-SW
      * atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-REV-COUNT      TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
