      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    HOLDEXP.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * HOLDEXP gece bloke suresi dolum adimidir. Bloke dosyasi
      * (HOLDFILE, bkz. HOLDREC.CPY) bastan sona gezilir; bitis
      * gunu calisma gununden once olan gecerli blokeler 'E'
      * (suresi doldu) durumuna alinir ve HOLDXRPT'ye dokulur.
      * Suresiz blokeler (bitis sifir) dokunulmadan kalir. Suresi
      * dolan bloke HOLDCHK tarafindan zaten sayilmaz; bu adim
      * kaydi kapatir ve subenin musteriyi bilgilendirebilmesi icin
      * listeyi uretir.
      * PARM='YYYYMMDD' -> calisma gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY HLD-KEY
                             STATUS     HLD-ST.
           SELECT RPT-FILE   ASSIGN TO  HOLDXRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * HLD-FILE bloke dosyasidir (bkz. HOLDREC.CPY).
       FD  HLD-FILE.
           COPY HOLDREC.
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
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 HLD-ST            PIC 9(02).
              88 HLD-EOF        VALUE 10.
              88 HLD-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ACTIVE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EXPIRE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EXPIRE-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen calisma
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
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-HOLD-FILE
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'HOLDEXP HOLDS EXPIRED: ' WS-EXPIRE-COUNT
           MOVE 00  TO RETURN-CODE
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN I-O    HLD-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT HLD-SUCCESS OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'HLD-ST: ' HLD-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * SWEEP-HOLD-FILE bloke dosyasini sirali gezer; bitis gunu
      * gecmis gecerli blokeler kapatilir.
      *----
       SWEEP-HOLD-FILE.
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL HLD-EOF
              IF HLD-ACTIVE
                 IF HLD-EXPIRY NOT = ZERO
                    AND HLD-EXPIRY < WS-RUN-DATE
                    PERFORM EXPIRE-ONE-HOLD
                 ELSE
                    ADD 1 TO WS-ACTIVE-COUNT
                 END-IF
              END-IF
              PERFORM READ-NEXT-HOLD
           END-PERFORM.
       SWEEP-HOLD-FILE-EXIT. EXIT.
      *----
       READ-NEXT-HOLD.
           READ HLD-FILE NEXT
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-NEXT-HOLD-EXIT. EXIT.
      *----
      * EXPIRE-ONE-HOLD blokeyi 'E' durumuna alir ve listeye basar.
      *----
       EXPIRE-ONE-HOLD.
           MOVE 'E'         TO HLD-STATUS
           MOVE 'HOLDEXP'   TO HLD-USER
           MOVE WS-RUN-DATE TO HLD-CHGDATE
           REWRITE HLD-REC
              INVALID KEY
                 DISPLAY 'HOLD REWRITE FAILED: ' HLD-KEY
           END-REWRITE
           IF HLD-SUCCESS
              ADD 1          TO WS-EXPIRE-COUNT
              ADD HLD-AMOUNT TO WS-EXPIRE-AMOUNT
              MOVE SPACES TO RPT-REC
              MOVE HLD-ID         TO RPT-REC(1:5)
              MOVE HLD-DVZ        TO RPT-REC(8:3)
              MOVE HLD-SEQ        TO RPT-REC(13:3)
              MOVE HLD-AMOUNT     TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(18:16)
              MOVE HLD-REASON     TO RPT-REC(36:2)
              MOVE HLD-AUTHORITY  TO RPT-REC(40:20)
              MOVE HLD-START      TO RPT-REC(62:8)
              MOVE HLD-EXPIRY     TO RPT-REC(72:8)
              WRITE RPT-REC
           END-IF.
       EXPIRE-ONE-HOLD-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'HOLDEXP - LAPSED HOLDS EXPIRED ON ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ID     DVZ  SEQ           AMOUNT  RS  AUTHORITY'
                  DELIMITED SIZE
                  '             START     EXPIRY' DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLD RECORDS READ  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EXPIRE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS EXPIRED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EXPIRE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'AMOUNT RELEASED    : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'HOLDS STILL ACTIVE : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku HOLDEXP hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE HLD-FILE
               CLOSE RPT-FILE
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
              MOVE 'HOLDEXP'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-EXPIRE-COUNT   TO AUD-RECCOUNT
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
