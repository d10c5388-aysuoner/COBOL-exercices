       DATE-COMPILED. 02/09/2026.
      *------------------------------
      * RETNCLN, EXTEND ile sinirsiz buyuyen gecmis dosyalarinin
      * (AUDITLOG, EXCPLOG, SNAPHIST, TRLHIST, ACTIVITY, JRNFILE,
      * IJRN) saklama suresi temizligidir. Her calistirma TEK dosyayi
      * isler (JCL'de LIVEFILE/ARCHFILE/NEWFILE o dosyaya baglanir):
      *   - saklama kesiminden eski satirlar tarihli arsiv
      *     dataset'ine (ARCHFILE) kopyalanir,
      * 0 ile (uzunluk calisma aninda DD'den) generic okunur/
      * yazilir; tek tip-bagimli bilgi tarih alaninin kayit icindeki
      * yeridir ve PARM'daki dosya koduna gore secilir.
      * Zincirli dosyalarda (JRN, IJR, AUD; bkz. CHNPARM.CPY) budama
      * zinciri korur: yalnizca bastan kesintisiz bir dilim
      * arsivlenir, tutulan ilk satirdan sonrakiler kesimden eski
      * olsa da tutulur. Arsive giden son satirin ozeti ve sirasi
      * CHNANCH capa dosyasina eklenir (bkz. CHNAREC.CPY); budanmis
      * canli dosyanin ilk satiri bu capaya zincirlidir ve CHAINCHK
      * dogrulamaya oradan baslar.
      * PARM='tttYYYYMMDD':
      *   ttt  -> AUD EXC SNA TRL ACT JRN IJR (dosya tipi); IJR
      *           online jurnal dataset'idir (IJRN), duzeni JRN ile
      *           ayni, capasi kendi tipiyle yazilir,
      *   tarih-> saklama kesimi; bu tarihten ESKI satirlar arsive.
      *------------------------------
       ENVIRONMENT DIVISION.
                             STATUS     NEW-ST.
           SELECT RPT-FILE   ASSIGN TO  RETNRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL ANCH-FILE ASSIGN TO  CHNANCH
                             STATUS     ANCH-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
      *------------------------------
       FILE SECTION.
      * LIVE-FILE temizlenecek canli gecmis dosyasidir; kayit alani
      * en uzun gecmis kaydini (JRNLREC, 142) alacak genisliktedir,
      * gercek uzunluk calisma aninda DD'den gelir.
       FD  LIVE-FILE RECORDING MODE F RECORD CONTAINS 0 CHARACTERS.
       01  LIVE-REC            PIC X(150).
      *****
       FD  ARCH-FILE RECORDING MODE F RECORD CONTAINS 0 CHARACTERS.
       01  ARCH-REC            PIC X(150).
      *****
       FD  NEW-FILE RECORDING MODE F RECORD CONTAINS 0 CHARACTERS.
       01  NEW-REC             PIC X(150).
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * ANCH-FILE zincir capasi dosyasidir (bkz. CHNAREC.CPY).
       FD  ANCH-FILE RECORDING MODE F.
           COPY CHNAREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
              88 NEW-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 ANCH-ST           PIC 9(02).
              88 ANCH-SUCCESS   VALUE 00 05 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
       01  WS-REC-DATE-X        PIC X(08).
       01  WS-REC-DATE-9 REDEFINES WS-REC-DATE-X PIC 9(08).
      *----
      * Zincir alanlari: WS-HASH-POS/WS-SEQ-POS zincir ozetinin ve
      * jurnal sirasinin kayit icindeki yeridir (zincirsiz tipte
      * sifir). WS-KEEP-ALL-SW tutulan ilk satirdan sonra 'Y' olur.
      *----
       01  WS-HASH-POS          PIC 9(03) VALUE ZERO.
       01  WS-SEQ-POS           PIC 9(03) VALUE ZERO.
       01  WS-KEEP-ALL-SW       PIC X(01) VALUE 'N'.
           88 WS-KEEP-ALL       VALUE 'Y'.
       01  WS-LAST-ARCH-HASH    PIC X(16) VALUE SPACES.
       01  WS-LAST-ARCH-SEQ-X   PIC X(07) VALUE ZEROS.
       01  WS-LAST-ARCH-SEQ REDEFINES WS-LAST-ARCH-SEQ-X PIC 9(07).
      *----
      * Sayaclar ve ispat alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-ARCH-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-KEEP-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-BADDATE-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-CHAINKEEP-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-PROOF-SUM         PIC 9(09) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(08)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen dosya tipini ve
      * saklama kesimini tasir.
           MOVE LS-PARM-TYPE TO WS-FILE-TYPE
           EVALUATE WS-FILE-TYPE
              WHEN 'AUD' MOVE 009 TO WS-DATE-POS
                         MOVE 051 TO WS-HASH-POS
              WHEN 'EXC' MOVE 009 TO WS-DATE-POS
              WHEN 'SNA' MOVE 001 TO WS-DATE-POS
              WHEN 'TRL' MOVE 001 TO WS-DATE-POS
              WHEN 'ACT' MOVE 009 TO WS-DATE-POS
              WHEN 'JRN'
              WHEN 'IJR' MOVE 001 TO WS-DATE-POS
                         MOVE 127 TO WS-HASH-POS
                         MOVE 015 TO WS-SEQ-POS
              WHEN OTHER
                 DISPLAY 'UNKNOWN FILE TYPE: ' WS-FILE-TYPE
                 MOVE 98 TO RETURN-CODE
           PERFORM FILE-OPEN-CONTROL
           PERFORM SPLIT-ALL-RECORDS
           PERFORM PROVE-RECORD-COUNTS
           PERFORM WRITE-CHAIN-ANCHOR
           PERFORM WRITE-RETENTION-REPORT
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
           MOVE LIVE-REC(WS-DATE-POS:8) TO WS-REC-DATE-X
           IF WS-REC-DATE-X NOT NUMERIC
              ADD 1 TO WS-BADDATE-COUNT
              PERFORM KEEP-ONE-RECORD
           ELSE
              IF WS-REC-DATE-9 < WS-CUTOFF-DATE
                 IF WS-KEEP-ALL
                    ADD 1 TO WS-CHAINKEEP-COUNT
                    PERFORM KEEP-ONE-RECORD
                 ELSE
                    PERFORM ARCHIVE-ONE-RECORD
                 END-IF
              ELSE
                 PERFORM KEEP-ONE-RECORD
              END-IF
           END-IF.
       ROUTE-ONE-RECORD-EXIT. EXIT.
      *----
      * ARCHIVE-ONE-RECORD satiri arsive yazar; zincirli tipte son
      * arsivlenen satirin ozeti ve sirasi capa icin saklanir.
      *----
       ARCHIVE-ONE-RECORD.
           MOVE LIVE-REC TO ARCH-REC
           WRITE ARCH-REC
           ADD 1 TO WS-ARCH-COUNT
           IF WS-HASH-POS > ZERO
              MOVE LIVE-REC(WS-HASH-POS:16) TO WS-LAST-ARCH-HASH
           END-IF
           IF WS-SEQ-POS > ZERO
              MOVE LIVE-REC(WS-SEQ-POS:7)   TO WS-LAST-ARCH-SEQ-X
           END-IF.
       ARCHIVE-ONE-RECORD-EXIT. EXIT.
      *----
      * KEEP-ONE-RECORD satiri yeni canliya yazar; zincirli tipte
      * bundan sonraki tum satirlar da tutulur.
      *----
       KEEP-ONE-RECORD.
           MOVE LIVE-REC TO NEW-REC
           WRITE NEW-REC
           ADD 1 TO WS-KEEP-COUNT
           IF WS-HASH-POS > ZERO
              MOVE 'Y' TO WS-KEEP-ALL-SW
           END-IF.
       KEEP-ONE-RECORD-EXIT. EXIT.
      *----
      * PROVE-RECORD-COUNTS okunan = arsivlenen + tutulan esitligini
      * kurar; kopma varsa RC 08 ile bitilir ve canli dosya yeni
      * kopya ile DEGISTIRILMEMELIDIR (JCL kosulu RC'ye bakar).
              MOVE 00 TO RETURN-CODE
           END-IF.
       PROVE-RECORD-COUNTS-EXIT. EXIT.
      *----
      * WRITE-CHAIN-ANCHOR zincirli tipte, ispat tuttuysa ve arsive
      * satir gittiyse, arsive giden son satirin ozetini ve sirasini
      * capa dosyasina ekler. Capa yazilamazsa budanmis canli dosya
      * dogrulanamaz: RC 08 ile canli dosya DEGISTIRILMEZ.
      *----
       WRITE-CHAIN-ANCHOR.
           IF WS-HASH-POS > ZERO AND WS-ARCH-COUNT > ZERO
                                 AND RETURN-CODE = 00
              OPEN EXTEND ANCH-FILE
              IF NOT ANCH-SUCCESS
                 DISPLAY 'CHNANCH CANNOT OPEN, ANCH-ST: ' ANCH-ST
                         ' - DO NOT REPLACE LIVE FILE'
                 MOVE 08 TO RETURN-CODE
              ELSE
                 INITIALIZE CHA-REC
                 MOVE WS-FILE-TYPE      TO CHA-TYPE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO CHA-DATE
                 MOVE FUNCTION CURRENT-DATE(9:6) TO CHA-TIME
                 MOVE WS-CUTOFF-DATE    TO CHA-CUTOFF
                 MOVE WS-LAST-ARCH-HASH TO CHA-HASH
                 IF WS-LAST-ARCH-SEQ-X IS NUMERIC
                    MOVE WS-LAST-ARCH-SEQ TO CHA-SEQ
                 END-IF
                 MOVE WS-ARCH-COUNT     TO CHA-ARCH-COUNT
                 WRITE CHA-REC
                 CLOSE ANCH-FILE
              END-IF
           END-IF.
       WRITE-CHAIN-ANCHOR-EXIT. EXIT.
      *----
       WRITE-RETENTION-REPORT.
           MOVE SPACES TO RPT-REC
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-HASH-POS > ZERO
              MOVE WS-CHAINKEEP-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO RPT-REC
              STRING 'KEPT FOR CHAIN     : ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING 'CHAIN ANCHOR HASH  : ' DELIMITED BY SIZE
                     WS-LAST-ARCH-HASH DELIMITED BY SIZE
                     ' SEQ '           DELIMITED BY SIZE
                     WS-LAST-ARCH-SEQ-X DELIMITED BY SIZE
                INTO RPT-REC
              END-STRING
              WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           IF RETURN-CODE = 08
              MOVE 'PROOF BREAK - DO NOT REPLACE LIVE FILE'
      * DD'yi saglamayabilir; saglanmamissa yazim sessizce atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-ARCH-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
