      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CHAINCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CHAINCHK zincirli gecmis dosyalarinin (JRNFILE, AUDITLOG)
      * butunluk dogrulamasidir (bkz. CHNPARM.CPY). Dosyayi bastan
      * sona okur ve her satirin ozetini bir onceki satirin ozeti
      * ile kendi iceriginden CHAINRTN ile yeniden hesaplar:
      *   - tutmayan ilk halka (satir degistirilmis, araya satir
      *     eklenmis ya da aradan satir silinmis) kayit numarasi,
      *     zaman damgasi, beklenen ve bulunan ozetle raporlanir;
      *     sonraki kopukluklar yalnizca sayilir (dogrulama bulunan
      *     ozetten devam eder),
      *   - zincir basladiktan sonra ozeti bos satir da kopukluktur,
      *   - jurnalde her JRNL-SEQ bosluk/geri donus raporlanir
      *     (zincirden once yazilmis satirlarda her calismanin
      *     1'den baslamasi bosluk sayilmaz).
      * Dogrulama RETNCLN'in CHNANCH'a biraktigi o tipin en son
      * capasindan baslar (bkz. CHNAREC.CPY), capa yoksa sifirdan.
      * Kopukluk ya da sira boslugu varsa RC 08 ile biter; pencere
      * surucusu (BATCHDRV) adimi 'A' aksiyonuyla calistirdiginda
      * pencere durur. Online jurnal (IJRN) dataset'i IJR tipinde,
      * JRNFILE DD'sine baglanarak dogrulanir: duzeni jurnalinkiyle
      * aynidir ama zinciri PNDAPPR'in WNDWSTAT'ta tuttugu ayri bir
      * zincirdir; capasi RETNCLN'in IJR budamasindan gelir, capa
      * yoksa ozet sifirdan ve sira 1'den baslar.
      * PARM='ttt':
      *   ttt -> JRN (JRNFILE), IJR (IJRN) ya da AUD (AUDITLOG),
      *          zorunlu.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
           SELECT OPTIONAL ANCH-FILE ASSIGN TO  CHNANCH
                             STATUS     ANCH-ST.
           SELECT RPT-FILE   ASSIGN TO  CHNRPT
                             STATUS     RPT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY); AUD tipinde dogrulanan dosya da budur.
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
      * ANCH-FILE zincir capasi dosyasidir (bkz. CHNAREC.CPY).
       FD  ANCH-FILE RECORDING MODE F.
           COPY CHNAREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(132).
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-EOF      VALUE 10.
              88 AUDIT-SUCCESS  VALUE 00 05 97.
           05 ANCH-ST           PIC 9(02).
              88 ANCH-EOF       VALUE 10.
              88 ANCH-SUCCESS   VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
      *----
      * Calistirma parametresi.
      *----
       01  WS-FILE-TYPE         PIC X(03) VALUE SPACES.
           88 WS-JRN-TYPE       VALUE 'JRN' 'IJR'.
           88 WS-IJR-TYPE       VALUE 'IJR'.
           88 WS-AUD-TYPE       VALUE 'AUD'.
      *----
      * Zincir alanlari: WS-PREV-HASH bir onceki satirin ozeti,
      * WS-REC-* islenen satirin ozeti, sirasi, zamani ve ozet alani
      * bosaltilmis goruntusudur.
      *----
       01  WS-ANCHOR-SW         PIC X(01) VALUE 'N'.
           88 WS-ANCHOR-FOUND   VALUE 'Y'.
       01  WS-ANCHOR-DATE       PIC 9(08) VALUE ZERO.
       01  WS-CHAIN-SW          PIC X(01) VALUE 'N'.
           88 WS-CHAIN-STARTED  VALUE 'Y'.
       01  WS-SEQ-SW            PIC X(01) VALUE 'N'.
           88 WS-SEQ-KNOWN      VALUE 'Y'.
       01  WS-PREV-HASH         PIC X(16).
       01  WS-PREV-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-NEXT-SEQ          PIC 9(08).
       01  WS-REC-HASH          PIC X(16).
       01  WS-REC-SEQ           PIC 9(07).
       01  WS-REC-DATE          PIC 9(08).
       01  WS-REC-TIME          PIC 9(06).
       01  WS-REC-IMAGE         PIC X(160).
       01  WS-BREAK-REASON      PIC X(30).
      * CHN-PARM zincir ozeti hesabinin (CHAINRTN) ve AUDITLOG
      * zincir basinin (CHAINCTL) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-LEGACY-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-BREAK-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-GAP-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(08)9.
       01  WS-EDIT-RECNO        PIC Z(08)9.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen dosya tipini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-TYPE  PIC X(03).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
      * GET-RUNTIME-PARM dosya tipini dogrular; tip zorunludur.
      *----
       GET-RUNTIME-PARM.
           IF LS-PARM-LEN < 3
              DISPLAY 'CHAINCHK NEEDS PARM=ttt (JRN, IJR OR AUD)'
              MOVE 98 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LS-PARM-TYPE TO WS-FILE-TYPE
           IF NOT WS-JRN-TYPE AND NOT WS-AUD-TYPE
              DISPLAY 'UNKNOWN FILE TYPE: ' WS-FILE-TYPE
              MOVE 98 TO RETURN-CODE
              GOBACK
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM LOAD-CHAIN-ANCHOR
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           IF WS-JRN-TYPE
              PERFORM VERIFY-JOURNAL
           ELSE
              PERFORM VERIFY-AUDIT-LOG
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'CHAINCHK ' WS-FILE-TYPE ' READ: ' WS-READ-COUNT
                   ' BROKEN: ' WS-BREAK-COUNT ' GAPS: ' WS-GAP-COUNT
           IF WS-BREAK-COUNT > ZERO OR WS-GAP-COUNT > ZERO
              MOVE 08 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-CHAIN-ANCHOR bu tipin en son capasini bulur; capa
      * yoksa zincir ve sira dosyanin basindan sifirla baslar.
      * Online jurnalde zincirsiz eski satir yoktur; PNDAPPR ilk
      * satiri sira 1 ile yazar, sira capasiz da bilinir.
      *----
       LOAD-CHAIN-ANCHOR.
           MOVE ALL '0' TO WS-PREV-HASH
           IF WS-IJR-TYPE
              MOVE 'Y' TO WS-SEQ-SW
           END-IF
           OPEN INPUT ANCH-FILE
           IF NOT ANCH-SUCCESS
              DISPLAY 'CHNANCH CANNOT OPEN, ANCH-ST: ' ANCH-ST
                      ' - CHAIN CHECKED FROM FILE BEGINNING'
           ELSE
              PERFORM READ-ANCH-RECORD
              PERFORM UNTIL ANCH-EOF OR NOT ANCH-SUCCESS
                 IF CHA-TYPE = WS-FILE-TYPE
                    MOVE 'Y'        TO WS-ANCHOR-SW WS-SEQ-SW
                    MOVE CHA-DATE   TO WS-ANCHOR-DATE
                    MOVE CHA-HASH   TO WS-PREV-HASH
                    MOVE CHA-SEQ    TO WS-PREV-SEQ
                 END-IF
                 PERFORM READ-ANCH-RECORD
              END-PERFORM
              CLOSE ANCH-FILE
           END-IF.
       LOAD-CHAIN-ANCHOR-EXIT. EXIT.
      *----
       READ-ANCH-RECORD.
           READ ANCH-FILE.
       READ-ANCH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF WS-JRN-TYPE
              OPEN INPUT JRNL-FILE
           ELSE
              OPEN INPUT AUDIT-FILE
              MOVE AUDIT-ST TO JRNL-ST
           END-IF
           OPEN OUTPUT RPT-FILE
           IF (NOT JRNL-SUCCESS OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'JRNL-ST: '  JRNL-ST
              DISPLAY 'AUDIT-ST: ' AUDIT-ST
              DISPLAY 'RPT-ST: '   RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-JOURNAL jurnalin zincirini ve sirasini dogrular.
      *----
       VERIFY-JOURNAL.
           PERFORM READ-JRNL-RECORD
           PERFORM UNTIL JRNL-EOF
              ADD 1 TO WS-READ-COUNT
              MOVE JRNL-HASH TO WS-REC-HASH
              MOVE JRNL-SEQ  TO WS-REC-SEQ
              MOVE JRNL-DATE TO WS-REC-DATE
              MOVE JRNL-TIME TO WS-REC-TIME
              MOVE SPACES    TO JRNL-HASH
              MOVE JRNL-REC  TO WS-REC-IMAGE
              PERFORM CHECK-ONE-LINK
              PERFORM CHECK-JOURNAL-SEQUENCE
              PERFORM READ-JRNL-RECORD
           END-PERFORM.
       VERIFY-JOURNAL-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
      * VERIFY-AUDIT-LOG calistirma gecmisinin zincirini dogrular.
      *----
       VERIFY-AUDIT-LOG.
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL AUDIT-EOF
              ADD 1 TO WS-READ-COUNT
              MOVE AUD-HASH    TO WS-REC-HASH
              MOVE ZERO        TO WS-REC-SEQ
              MOVE AUD-RUNDATE TO WS-REC-DATE
              MOVE AUD-RUNTIME TO WS-REC-TIME
              MOVE SPACES      TO AUD-HASH
              MOVE AUDIT-REC   TO WS-REC-IMAGE
              PERFORM CHECK-ONE-LINK
              PERFORM READ-AUDIT-RECORD
           END-PERFORM.
       VERIFY-AUDIT-LOG-EXIT. EXIT.
      *----
       READ-AUDIT-RECORD.
           READ AUDIT-FILE.
       READ-AUDIT-RECORD-EXIT. EXIT.
      *----
      * CHECK-ONE-LINK satirin ozetini yeniden hesaplayip dosyadaki
      * ile karsilastirir. Zincirden once yazilmis (ozeti bos)
      * satirlar capa yoksa ve zincir baslamadiysa sayilip gecilir.
      *----
       CHECK-ONE-LINK.
           IF WS-REC-HASH = SPACES
              IF WS-CHAIN-STARTED OR WS-ANCHOR-FOUND
                 MOVE 'UNCHAINED RECORD INSIDE CHAIN' TO WS-BREAK-REASON
                 MOVE SPACES TO CHN-HASH
                 PERFORM REPORT-BROKEN-LINK
              ELSE
                 ADD 1 TO WS-LEGACY-COUNT
              END-IF
           ELSE
              MOVE RETURN-CODE  TO CHN-CALLER-RC
              MOVE WS-PREV-HASH TO CHN-HASH
              MOVE WS-REC-IMAGE TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              IF CHN-HASH NOT = WS-REC-HASH
                 MOVE 'HASH MISMATCH' TO WS-BREAK-REASON
                 PERFORM REPORT-BROKEN-LINK
              END-IF
              MOVE 'Y'         TO WS-CHAIN-SW
              MOVE WS-REC-HASH TO WS-PREV-HASH
           END-IF.
       CHECK-ONE-LINK-EXIT. EXIT.
      *----
      * REPORT-BROKEN-LINK ilk kopuk halkayi ayrintisiyla basar,
      * sonrakileri sayar.
      *----
       REPORT-BROKEN-LINK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BREAK-COUNT = 1
              MOVE WS-READ-COUNT TO WS-EDIT-RECNO
              MOVE SPACES TO RPT-REC
              STRING 'FIRST BROKEN LINK AT RECORD' WS-EDIT-RECNO
                     ' DATE ' WS-REC-DATE ' TIME ' WS-REC-TIME
                     DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              IF WS-JRN-TYPE
                 MOVE ' SEQ '    TO RPT-REC(62:5)
                 MOVE WS-REC-SEQ TO RPT-REC(67:7)
              END-IF
              MOVE WS-BREAK-REASON TO RPT-REC(76:30)
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING '   EXPECTED HASH ' CHN-HASH
                     ' FOUND ' WS-REC-HASH
                     DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF.
       REPORT-BROKEN-LINK-EXIT. EXIT.
      *----
      * CHECK-JOURNAL-SEQUENCE her satirin sirasinin bir oncekinin
      * bir fazlasi oldugunu dogrular; her bosluk raporlanir.
      * Zincirden once yazilmis satirlarda calisma basi (1) bosluk
      * sayilmaz.
      *----
       CHECK-JOURNAL-SEQUENCE.
           IF WS-SEQ-KNOWN
              COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1
              IF WS-REC-SEQ NOT = WS-NEXT-SEQ
                 IF WS-REC-HASH = SPACES AND WS-REC-SEQ = 1
                    CONTINUE
                 ELSE
                    ADD 1 TO WS-GAP-COUNT
                    MOVE WS-READ-COUNT TO WS-EDIT-RECNO
                    MOVE SPACES TO RPT-REC
                    STRING 'SEQUENCE GAP AT RECORD' WS-EDIT-RECNO
                           ' DATE ' WS-REC-DATE ' TIME ' WS-REC-TIME
                           ' PREVIOUS SEQ ' WS-PREV-SEQ
                           ' THIS SEQ ' WS-REC-SEQ
                           DELIMITED BY SIZE
                      INTO RPT-REC
                    END-STRING
                    WRITE RPT-REC
                 END-IF
              END-IF
           END-IF
           MOVE 'Y'        TO WS-SEQ-SW
           MOVE WS-REC-SEQ TO WS-PREV-SEQ.
       CHECK-JOURNAL-SEQUENCE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
              WHEN WS-IJR-TYPE
                 MOVE 'CHAINCHK - IJRN HASH CHAIN VERIFICATION'
                      TO RPT-REC
              WHEN WS-JRN-TYPE
                 MOVE 'CHAINCHK - JRNFILE HASH CHAIN VERIFICATION'
                      TO RPT-REC
              WHEN OTHER
                 MOVE 'CHAINCHK - AUDITLOG HASH CHAIN VERIFICATION'
                      TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-ANCHOR-FOUND
              STRING 'CHAIN START : ANCHOR OF ' WS-ANCHOR-DATE
                     ' HASH ' WS-PREV-HASH
                     DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              IF WS-JRN-TYPE
                 MOVE ' SEQ '     TO RPT-REC(63:5)
                 MOVE WS-PREV-SEQ TO RPT-REC(68:7)
              END-IF
           ELSE
              MOVE 'CHAIN START : FILE BEGINNING' TO RPT-REC
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'RECORDS READ          : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-LEGACY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'WRITTEN BEFORE CHAIN  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BREAK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'BROKEN LINKS          : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-JRN-TYPE
              MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'SEQUENCE GAPS         : ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           IF WS-BREAK-COUNT > ZERO OR WS-GAP-COUNT > ZERO
              MOVE 'CHAIN BROKEN - STOP THE BATCH WINDOW' TO RPT-REC
           ELSE
              MOVE 'CHAIN INTACT' TO RPT-REC
           END-IF
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku CHAINCHK hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               IF WS-JRN-TYPE
                  CLOSE JRNL-FILE
               ELSE
                  CLOSE AUDIT-FILE
               END-IF
               CLOSE RPT-FILE
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
              MOVE 'CHAINCHK'        TO AUD-PROGRAM
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
