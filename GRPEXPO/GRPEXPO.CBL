      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    GRPEXPO.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * GRPEXPO hane/grup risk raporudur. RELFILE'daki (bkz.
      * RELREC.CPY) her grup icin:
      *   - uyelerin IDX-FILE'daki tum dvz bakiyeleri rapor gunu
      *     icin FXCVRTN'in FXMASTER kuruyla TRY'ye cevrilir
      *     (TMSFCOV kurgusu),
      *   - uye basina alacak, borc ve net TRY toplami basilir,
      *   - grup toplami uyelerin toplamidir; ana musterisi
      *     olmayan grup isaretlenir.
      * Ayni musteri birden cok grupta ise her grubun riskine
      * ayri ayri girer; genel toplam grup risklerinin toplamidir.
      * Master'da kaydi kalmamis uye ve cevrim tasmasi olan satir
      * sayilir ve calistirma RC 04 ile biter. Kuru olmayan dvz
      * icin oran 1 kabul edilir.
      * PARM='YYYYMMDD' -> rapor (kur) gunu, varsayilan sistem
      *                    tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-FILE   ASSIGN TO  RELFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-IDXID
                                        WITH DUPLICATES
                             STATUS     REL-ST.
      * IDX-FILE her uye icin START/READ NEXT ile okunur.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT RPT-FILE   ASSIGN TO  GRPRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * REL-FILE musteri iliski/grup dosyasidir (bkz. RELREC.CPY).
       FD  REL-FILE.
           COPY RELREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
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
           05 REL-ST            PIC 9(02).
              88 REL-EOF        VALUE 10.
              88 REL-SUCCESS    VALUE 00 02 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar rapor gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
      *----
      * Grup kirilim alanlari: WS-CUR-GROUP islenen grup, WS-GRP-*
      * grup toplamlari, WS-MBR-* uye toplamlaridir (TRY).
      *----
       01  WS-CUR-GROUP         PIC X(06) VALUE SPACES.
       01  WS-FIRST-SW          PIC X(01) VALUE 'Y'.
           88 WS-FIRST-GROUP    VALUE 'Y'.
       01  WS-PRIMARY-SW        PIC X(01) VALUE 'N'.
           88 WS-HAS-PRIMARY    VALUE 'Y'.
       01  WS-MBR-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-MBR-EOF        VALUE 'Y'.
       01  WS-MBR-NAME          PIC X(30).
       01  WS-MBR-TRY           PIC S9(15)V99.
       01  WS-MBR-CREDIT        PIC S9(15)V99.
       01  WS-MBR-DEBIT         PIC S9(15)V99.
       01  WS-MBR-NET           PIC S9(15)V99.
       01  WS-GRP-MEMBERS       PIC 9(05).
       01  WS-GRP-CREDIT        PIC S9(15)V99.
       01  WS-GRP-DEBIT         PIC S9(15)V99.
       01  WS-GRP-NET           PIC S9(15)V99.
      *----
      * Genel toplamlar ve sayaclar.
      *----
       01  WS-TOTAL-CREDIT      PIC S9(15)V99 VALUE ZERO.
       01  WS-TOTAL-DEBIT       PIC S9(15)V99 VALUE ZERO.
       01  WS-TOTAL-NET         PIC S9(15)V99 VALUE ZERO.
       01  WS-GROUP-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-MEMBER-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-BALANCE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-NOMASTER-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-NOPRIMARY-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-RPT          PIC -(14)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen rapor gununu
      * tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-DATE      PIC 9(08).
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
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-ALL-GROUPS
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'GRPEXPO GROUPS: ' WS-GROUP-COUNT
                   ' MEMBERS: ' WS-MEMBER-COUNT
           IF WS-NOMASTER-COUNT > ZERO OR WS-OVFL-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  REL-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT REL-SUCCESS OR NOT IDX-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'REL-ST: '    REL-ST
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES rapor gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa rapor basilmadan cikilir.
      *----
       VERIFY-FX-RATES.
           INITIALIZE FXCV-PARM
           MOVE '3'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE 949         TO FXCV-FROM-DVZ
           CALL 'FXCVRTN' USING FXCV-PARM
           EVALUATE TRUE
              WHEN FXCV-RC-NO-RATES
                 DISPLAY 'NO FX RATES IN FORCE FOR RUN DATE: '
                         WS-RUN-DATE
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 98 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              WHEN FXCV-RC-FILE-ERROR
                 DISPLAY 'FX CONVERSION NOT AVAILABLE, FXCVRTN RC: '
                         FXCV-RETURN-CODE
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 99 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       VERIFY-FX-RATES-EXIT. EXIT.
      *----
      * REPORT-ALL-GROUPS iliski dosyasini REL-KEY sirasinda okur;
      * grup degistikce onceki grubun toplami ve yeni grubun
      * basligi basilir.
      *----
       REPORT-ALL-GROUPS.
           PERFORM READ-REL-RECORD
           PERFORM UNTIL REL-EOF
              IF WS-FIRST-GROUP OR REL-GROUP-ID NOT = WS-CUR-GROUP
                 IF NOT WS-FIRST-GROUP
                    PERFORM WRITE-GROUP-TOTAL
                 END-IF
                 PERFORM START-NEW-GROUP
              END-IF
              PERFORM REPORT-ONE-MEMBER
              PERFORM READ-REL-RECORD
           END-PERFORM
           IF WS-FIRST-GROUP
              MOVE SPACES TO RPT-REC
              MOVE 'NO CUSTOMER GROUPS DEFINED' TO RPT-REC(1:26)
              WRITE RPT-REC
           ELSE
              PERFORM WRITE-GROUP-TOTAL
           END-IF.
       REPORT-ALL-GROUPS-EXIT. EXIT.
      *----
       READ-REL-RECORD.
           READ REL-FILE.
       READ-REL-RECORD-EXIT. EXIT.
      *----
       START-NEW-GROUP.
           MOVE 'N'          TO WS-FIRST-SW WS-PRIMARY-SW
           MOVE REL-GROUP-ID TO WS-CUR-GROUP
           MOVE ZERO         TO WS-GRP-MEMBERS WS-GRP-CREDIT
                                WS-GRP-DEBIT WS-GRP-NET
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GROUP ' DELIMITED BY SIZE
                  WS-CUR-GROUP DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       START-NEW-GROUP-EXIT. EXIT.
      *----
      * REPORT-ONE-MEMBER uyenin tum dvz bakiyelerini TRY'ye
      * cevirip toplar ve uye satirini basar; uye toplamlari grup
      * toplamina eklenir.
      *----
       REPORT-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT WS-GRP-MEMBERS
           IF REL-PRIMARY
              MOVE 'Y' TO WS-PRIMARY-SW
           END-IF
           PERFORM SUM-MEMBER-BALANCES
           MOVE SPACES TO RPT-REC
           MOVE REL-IDXID TO RPT-REC(3:5)
           MOVE REL-ROLE  TO RPT-REC(10:1)
           IF NOT WS-FOUND
              ADD 1 TO WS-NOMASTER-COUNT
              MOVE '*NOT ON MASTER*' TO RPT-REC(13:15)
           ELSE
              MOVE WS-MBR-NAME   TO RPT-REC(13:30)
              MOVE WS-MBR-CREDIT TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT   TO RPT-REC(44:18)
              MOVE WS-MBR-DEBIT  TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT   TO RPT-REC(63:18)
              MOVE WS-MBR-NET    TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT   TO RPT-REC(82:18)
              ADD WS-MBR-CREDIT  TO WS-GRP-CREDIT
              ADD WS-MBR-DEBIT   TO WS-GRP-DEBIT
              ADD WS-MBR-NET     TO WS-GRP-NET
           END-IF
           WRITE RPT-REC.
       REPORT-ONE-MEMBER-EXIT. EXIT.
      *----
      * SUM-MEMBER-BALANCES uyenin IDX-FILE kayitlarini START/READ
      * NEXT ile gezer (CNOALLOC'taki kurgu); alacak ve borc
      * bakiyeler ayri toplanir.
      *----
       SUM-MEMBER-BALANCES.
           MOVE 'N'    TO WS-FOUND-SW WS-MBR-EOF-SW
           MOVE SPACES TO WS-MBR-NAME
           MOVE ZERO   TO WS-MBR-CREDIT WS-MBR-DEBIT WS-MBR-NET
           MOVE REL-IDXID TO IDX-ID
           MOVE ZERO      TO IDX-DVZ
           START IDX-FILE KEY IS >= IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-MBR-EOF-SW
           END-START
           PERFORM UNTIL WS-MBR-EOF
              READ IDX-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-MBR-EOF-SW
                 NOT AT END
                    IF IDX-ID NOT = REL-IDXID
                       MOVE 'Y' TO WS-MBR-EOF-SW
                    ELSE
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE IDX-FULLN TO WS-MBR-NAME
                       PERFORM ADD-MEMBER-BALANCE
                    END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-MBR-NET = WS-MBR-CREDIT + WS-MBR-DEBIT.
       SUM-MEMBER-BALANCES-EXIT. EXIT.
      *----
      * ADD-MEMBER-BALANCE bakiyeyi TRY'ye cevirir (FXCVRTN). Kuru
      * olmayan dvz icin oran 1 kabul edilir (FXCVRTN RC 04); tasan
      * satir toplama alinmaz.
      *----
       ADD-MEMBER-BALANCE.
           ADD 1 TO WS-BALANCE-COUNT
           MOVE 'N' TO WS-FX-ERR-SW
           MOVE RETURN-CODE TO FXCV-CALLER-RC
           MOVE '1'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE IDX-DVZ     TO FXCV-FROM-DVZ
           MOVE IDX-TUTAR   TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              MOVE FXCV-AMOUNT-OUT TO WS-MBR-TRY
           ELSE
              MOVE 'Y' TO WS-FX-ERR-SW
              DISPLAY 'CURRENCY CONVERSION OVERFLOW: '
                      IDX-ID ' ' IDX-DVZ
                      ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF
           IF WS-FX-SIZE-ERROR
              ADD 1 TO WS-OVFL-COUNT
           ELSE
              IF WS-MBR-TRY < ZERO
                 ADD WS-MBR-TRY TO WS-MBR-DEBIT
              ELSE
                 ADD WS-MBR-TRY TO WS-MBR-CREDIT
              END-IF
           END-IF.
       ADD-MEMBER-BALANCE-EXIT. EXIT.
      *----
      * WRITE-GROUP-TOTAL grubun uye sayisini ve TRY toplamlarini
      * basar ve genel toplamlara ekler; ana musterisi olmayan grup
      * isaretlenir.
      *----
       WRITE-GROUP-TOTAL.
           MOVE SPACES TO RPT-REC
           MOVE WS-GRP-MEMBERS TO WS-EDIT-COUNT
           STRING 'GROUP TOTAL, MEMBERS ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC(3:40)
           END-STRING
           MOVE WS-GRP-CREDIT TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT   TO RPT-REC(44:18)
           MOVE WS-GRP-DEBIT  TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT   TO RPT-REC(63:18)
           MOVE WS-GRP-NET    TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT   TO RPT-REC(82:18)
           WRITE RPT-REC
           IF NOT WS-HAS-PRIMARY
              ADD 1 TO WS-NOPRIMARY-COUNT
              MOVE SPACES TO RPT-REC
              MOVE '*** GROUP HAS NO PRIMARY MEMBER' TO RPT-REC(3:31)
              WRITE RPT-REC
           END-IF
           ADD WS-GRP-CREDIT TO WS-TOTAL-CREDIT
           ADD WS-GRP-DEBIT  TO WS-TOTAL-DEBIT
           ADD WS-GRP-NET    TO WS-TOTAL-NET
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       WRITE-GROUP-TOTAL-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'GRPEXPO - CUSTOMER GROUP EXPOSURE IN TRY AS OF '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'ROLE: P PRIMARY  J JOINT  G GUARANTOR  '
                  DELIMITED SIZE
                  'C RELATED COMPANY' DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES           TO RPT-REC
           MOVE 'IDX-ID'         TO RPT-REC(2:6)
           MOVE 'R'              TO RPT-REC(10:1)
           MOVE 'NAME'           TO RPT-REC(13:4)
           MOVE 'CREDIT TRY'     TO RPT-REC(52:10)
           MOVE 'DEBIT TRY'      TO RPT-REC(72:9)
           MOVE 'NET TRY'        TO RPT-REC(93:7)
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'ALL GROUPS'    TO RPT-REC(3:10)
           MOVE WS-TOTAL-CREDIT TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT     TO RPT-REC(44:18)
           MOVE WS-TOTAL-DEBIT  TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT     TO RPT-REC(63:18)
           MOVE WS-TOTAL-NET    TO WS-EDIT-RPT
           MOVE WS-EDIT-RPT     TO RPT-REC(82:18)
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GROUPS REPORTED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-MEMBER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GROUP MEMBERS      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BALANCE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'BALANCES CONVERTED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOMASTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MEMBERS W/O MASTER : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOPRIMARY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GROUPS W/O PRIMARY : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OVFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CONVERSION OVERFLOW: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku GRPEXPO hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE REL-FILE
               CLOSE IDX-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
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
              MOVE 'GRPEXPO'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-MEMBER-COUNT   TO AUD-RECCOUNT
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
