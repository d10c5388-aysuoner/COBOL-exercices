      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    PNDRPT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * PNDRPT online bekleyen degisiklik kuyrugunun (PNDCHG, bkz.
      * PNDREC.CPY) sabah raporudur. Kuyruk bastan sona gezilir;
      * hala onay bekleyen ('P') her degisiklik giris zamanindan
      * bu yana gecen sure (saat) ile PNDRPT'ye dokulur. Suresi
      * belirlenen saat sinirina ulasan degisiklik 'E' (suresi
      * doldu) durumuna alinir ve EXPIRED olarak isaretlenir;
      * boyle bir degisiklik PNDAPPR ekraninda artik onaylanamaz,
      * gerekiyorsa IDXINQR'dan yeniden girilir. Karar verilmis
      * kayitlara dokunulmaz.
      * Sure, calisma gunu ve saati ile giris gunu ve saati
      * arasindaki dakika farkidir (gun farki DTCVRTN '2').
      * PARM='YYYYMMDDHHH'
      *   1-8  -> calisma gunu, varsayilan sistem tarihi. Calisma
      *           gunu bugun ise kesim ani sistem saatidir, gecmis
      *           bir gun verilirse o gunun sonu (235959) alinir.
      *   9-11 -> sure siniri (saat), varsayilan 024.
      * Suresi dolan degisiklik varsa RC 04 ile biter.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE   ASSIGN TO  PNDCHG
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY PND-KEY
                             STATUS     PND-ST.
           SELECT RPT-FILE   ASSIGN TO  PNDRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * PND-FILE bekleyen degisiklik kuyrugudur (bkz. PNDREC.CPY).
       FD  PND-FILE.
           COPY PNDREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(132).
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 PND-ST            PIC 9(02).
              88 PND-EOF        VALUE 10.
              88 PND-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-RUN-TIME          PIC 9(06).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH         PIC 9(02).
           05 WS-RUN-MM         PIC 9(02).
           05 WS-RUN-SS         PIC 9(02).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-EXPIRY-HOURS      PIC 9(03) VALUE 024.
      * DTCV-PARM ortak tarih donusum parametre blogudur
      * (bkz. DTCVPARM.CPY).
           COPY DTCVPARM.
      *----
      * Sure hesabi alanlari.
      *----
       01  WS-PND-TIME          PIC 9(06).
       01  WS-PND-TIME-R REDEFINES WS-PND-TIME.
           05 WS-PND-HH         PIC 9(02).
           05 WS-PND-MM         PIC 9(02).
           05 WS-PND-SS         PIC 9(02).
       01  WS-AGE-MINUTES       PIC S9(09) VALUE ZERO.
       01  WS-AGE-HOURS         PIC S9(07) VALUE ZERO.
       01  WS-LIMIT-MINUTES     PIC S9(09) VALUE ZERO.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-EXPIRE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-TUTAR        PIC -(13)9.99.
       01  WS-EDIT-HOURS        PIC Z(04)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDDHHH' ile gelen
      * calisma gununu ve saat cinsinden sure sinirini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-DATE  PIC 9(08).
               10  LS-PARM-HOURS PIC 9(03).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF LS-PARM-LEN > 7
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-DATE)
              IF WS-PARM-DATE-RC = 0
                 IF LS-PARM-DATE NOT = WS-RUN-DATE
                    MOVE LS-PARM-DATE TO WS-RUN-DATE
                    MOVE 235959       TO WS-RUN-TIME
                 END-IF
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF
           IF LS-PARM-LEN > 10
              IF LS-PARM-HOURS IS NUMERIC AND LS-PARM-HOURS > ZERO
                 MOVE LS-PARM-HOURS TO WS-EXPIRY-HOURS
              ELSE
                 DISPLAY 'INVALID EXPIRY HOURS PARM: ' LS-PARM-HOURS
                         ' - DEFAULT 24 HOURS USED'
              END-IF
           END-IF
           COMPUTE WS-LIMIT-MINUTES = WS-EXPIRY-HOURS * 60.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-PENDING-QUEUE
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'PNDRPT CHANGES PENDING: ' WS-PENDING-COUNT
                   ' EXPIRED: ' WS-EXPIRE-COUNT
           IF WS-EXPIRE-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN I-O    PND-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT PND-SUCCESS OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'PND-ST: ' PND-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * SWEEP-PENDING-QUEUE kuyrugu sirali gezer; yalnizca onay
      * bekleyen kayitlar raporlanir.
      *----
       SWEEP-PENDING-QUEUE.
           PERFORM READ-NEXT-PENDING
           PERFORM UNTIL PND-EOF
              IF PND-PENDING
                 PERFORM REPORT-ONE-PENDING
              END-IF
              PERFORM READ-NEXT-PENDING
           END-PERFORM.
       SWEEP-PENDING-QUEUE-EXIT. EXIT.
      *----
       READ-NEXT-PENDING.
           READ PND-FILE NEXT
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-NEXT-PENDING-EXIT. EXIT.
      *----
      * REPORT-ONE-PENDING degisikligin yasini hesaplar; sinira
      * ulasan kayit 'E' durumuna alinir, digerleri bekler olarak
      * listelenir.
      *----
       REPORT-ONE-PENDING.
           PERFORM COMPUTE-PENDING-AGE
           MOVE SPACES TO RPT-REC
           IF WS-AGE-MINUTES NOT < WS-LIMIT-MINUTES
              MOVE 'E'         TO PND-STATUS
              MOVE 'PNDRPT'    TO PND-CHECKER
              MOVE WS-RUN-DATE TO PND-DEC-DATE
              MOVE WS-RUN-TIME TO PND-DEC-TIME
              REWRITE PND-REC
                 INVALID KEY
                    DISPLAY 'PENDING REWRITE FAILED: ' PND-KEY
              END-REWRITE
              IF PND-SUCCESS
                 ADD 1 TO WS-EXPIRE-COUNT
                 MOVE 'EXPIRED' TO RPT-REC(84:7)
              ELSE
                 ADD 1 TO WS-PENDING-COUNT
                 MOVE 'PENDING' TO RPT-REC(84:7)
              END-IF
           ELSE
              ADD 1 TO WS-PENDING-COUNT
              MOVE 'PENDING' TO RPT-REC(84:7)
           END-IF
           MOVE PND-DATE    TO RPT-REC(1:8)
           MOVE PND-TIME    TO RPT-REC(10:6)
           MOVE PND-TERMID  TO RPT-REC(17:4)
           MOVE PND-IDX-ID  TO RPT-REC(23:5)
           MOVE PND-IDX-DVZ TO RPT-REC(30:3)
           MOVE PND-MAKER   TO RPT-REC(35:8)
           EVALUATE TRUE
              WHEN PND-TUTAR-CHANGE AND PND-NAME-CHANGE
                 MOVE 'BAL+NAME' TO RPT-REC(45:8)
              WHEN PND-TUTAR-CHANGE
                 MOVE 'BALANCE'  TO RPT-REC(45:8)
              WHEN OTHER
                 MOVE 'NAME'     TO RPT-REC(45:8)
           END-EVALUATE
           IF PND-TUTAR-CHANGE
              MOVE PND-NEW-TUTAR TO WS-EDIT-TUTAR
              MOVE WS-EDIT-TUTAR TO RPT-REC(55:18)
           END-IF
           MOVE WS-AGE-HOURS  TO WS-EDIT-HOURS
           MOVE WS-EDIT-HOURS TO RPT-REC(76:5)
           IF PND-NAME-CHANGE
              MOVE PND-NEW-FULLN TO RPT-REC(92:30)
           END-IF
           WRITE RPT-REC.
       REPORT-ONE-PENDING-EXIT. EXIT.
      *----
      * COMPUTE-PENDING-AGE giris ani ile kesim ani arasindaki
      * dakika farkini hesaplar; saniyeler dikkate alinmaz.
      *----
       COMPUTE-PENDING-AGE.
           MOVE PND-DATE    TO DTCV-DATE-1
           MOVE WS-RUN-DATE TO DTCV-DATE-2
           MOVE '2'         TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF NOT DTCV-RC-OK
              MOVE ZERO TO DTCV-DAYS-BETWEEN
           END-IF
           MOVE PND-TIME TO WS-PND-TIME
           COMPUTE WS-AGE-MINUTES = DTCV-DAYS-BETWEEN * 1440
                   + WS-RUN-HH * 60 + WS-RUN-MM
                   - WS-PND-HH * 60 - WS-PND-MM
           IF WS-AGE-MINUTES < ZERO
              MOVE ZERO TO WS-AGE-MINUTES
           END-IF
           COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60.
       COMPUTE-PENDING-AGE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'PNDRPT - ONLINE CHANGES AWAITING APPROVAL AT '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RUN-TIME DELIMITED SIZE
                  ' - EXPIRY AFTER ' DELIMITED SIZE
                  WS-EXPIRY-HOURS DELIMITED SIZE
                  ' HOURS' DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'DATE     TIME   TERM  ID     DVZ  MAKER     CHANGE'
                  DELIMITED SIZE
                  '         NEW BALANCE    AGE-H    STATUS  NEW NAME'
                  DELIMITED SIZE
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
           STRING 'QUEUE RECORDS READ : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'STILL PENDING      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EXPIRE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'EXPIRED THIS RUN   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku PNDRPT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE PND-FILE
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
              MOVE 'PNDRPT'          TO AUD-PROGRAM
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
