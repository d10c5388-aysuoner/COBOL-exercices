      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CHAINCTL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CHAINCTL zincirli gecmis dosyalarinin (JRNFILE, AUDITLOG)
      * batch tarafindaki zincir basi okuyucusudur (arayuz icin bkz.
      * CHNPARM.CPY). Yazan program dosyayi OPEN EXTEND ile acmadan
      * once cagirir; CHAINCTL dosyayi sonuna kadar okur ve son
      * satirin ozetini CHN-HASH'e, jurnalde son JRNL-SEQ'i
      * CHN-LAST-SEQ'e koyar. Dosya yoksa, bossa ya da son satir
      * zincirden once yazilmissa (ozet bosluk) zincir sifirdan
      * baslar ve RC 04 doner.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
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
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 05 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-EOF      VALUE 10.
              88 AUDIT-SUCCESS  VALUE 00 05 97.
       01  WS-READ-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-LAST-HASH         PIC X(16).
       LINKAGE SECTION.
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION USING CHN-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00     TO CHN-RETURN-CODE
           MOVE ZERO   TO CHN-LAST-SEQ WS-READ-COUNT
           MOVE SPACES TO WS-LAST-HASH
           EVALUATE TRUE
              WHEN CHN-JOURNAL
                 PERFORM LOAD-JOURNAL-TAIL
              WHEN CHN-AUDIT-LOG
                 PERFORM LOAD-AUDIT-TAIL
              WHEN OTHER
                 DISPLAY 'CHAINCTL UNKNOWN FILE ID: ' CHN-FILE-ID
                 MOVE 16 TO CHN-RETURN-CODE
           END-EVALUATE
           IF WS-LAST-HASH IS NUMERIC
              MOVE WS-LAST-HASH TO CHN-HASH
           ELSE
              MOVE ALL '0' TO CHN-HASH
              IF CHN-RC-OK
                 MOVE 04 TO CHN-RETURN-CODE
              END-IF
           END-IF
           MOVE CHN-CALLER-RC TO RETURN-CODE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
       LOAD-JOURNAL-TAIL.
           OPEN INPUT JRNL-FILE
           IF NOT JRNL-SUCCESS
              DISPLAY 'CHAINCTL JRNFILE CANNOT OPEN, JRNL-ST: '
                      JRNL-ST ' - CHAIN RESTARTED'
              MOVE 16 TO CHN-RETURN-CODE
           ELSE
              PERFORM READ-JRNL-RECORD
              PERFORM UNTIL JRNL-EOF OR NOT JRNL-SUCCESS
                 ADD 1 TO WS-READ-COUNT
                 MOVE JRNL-HASH TO WS-LAST-HASH
                 MOVE JRNL-SEQ  TO CHN-LAST-SEQ
                 PERFORM READ-JRNL-RECORD
              END-PERFORM
              CLOSE JRNL-FILE
           END-IF.
       LOAD-JOURNAL-TAIL-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       LOAD-AUDIT-TAIL.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-SUCCESS
              DISPLAY 'CHAINCTL AUDITLOG CANNOT OPEN, AUDIT-ST: '
                      AUDIT-ST ' - CHAIN RESTARTED'
              MOVE 16 TO CHN-RETURN-CODE
           ELSE
              PERFORM READ-AUDIT-RECORD
              PERFORM UNTIL AUDIT-EOF OR NOT AUDIT-SUCCESS
                 ADD 1 TO WS-READ-COUNT
                 MOVE AUD-HASH TO WS-LAST-HASH
                 PERFORM READ-AUDIT-RECORD
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.
       LOAD-AUDIT-TAIL-EXIT. EXIT.
      *----
       READ-AUDIT-RECORD.
           READ AUDIT-FILE.
       READ-AUDIT-RECORD-EXIT. EXIT.
