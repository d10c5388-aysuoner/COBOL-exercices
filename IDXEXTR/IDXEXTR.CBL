      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    IDXEXTR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * IDXEXTR gece penceresinin basinda kosan master ozeti is
      * adimidir. IDX-FILE'i bir kez, IDX-KEY sirasiyla bastan sona
      * okur ve her kaydi paketsiz (display) duzende IDXXTR ozet
      * dosyasina yazar (bkz. IDXXREC.CPY). Ozet bir header ('H',
      * is gunu) ile baslar, bir trailer ('T', detay adedi, IDX-ID
      * hash toplami ve IDX-TUTAR kontrol toplami) ile biter.
      * Yalniz bakiye okuyan gece programlari (IDXSNAP, IDXSCAN,
      * CUSTPOS, FEECALC, DORMWARN, STMTGEN) canli master yerine
      * bu ozeti okur ve baslamadan once IDXXCHK ile dogrulatir.
      * Master okunurken hata olursa trailer YAZILMAZ; yarim kalan
      * ozet okuyan hicbir programda kullanilamaz.
      * Ozet, master'i guncelleyen adimlardan (TXNPOST, SORTREP6
      * bakim, ACCRPOST, TDMATR) SONRA, okuyan adimlardan ONCE
      * kosmalidir; master'i guncelleyen (IDXARCH) ya da anahtarla
      * okuyan (AGEBAND) adimlar canli master'da kalir.
      * PARM='YYYYMMDD' -> ozetin is gunu, varsayilan sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT IDXX-FILE  ASSIGN TO  IDXXTR
                             STATUS     IDXX-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY).
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 IDXX-ST           PIC 9(02).
              88 IDXX-SUCCESS   VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-EXTR-DATE         PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * Trailer kontrol toplamlari (bkz. IDXXREC.CPY).
       01  WS-EXTR-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-EXTR-HASH         PIC 9(13) VALUE ZERO.
       01  WS-EXTR-SUM          PIC S9(17)V99 VALUE ZERO.
       01  WS-READ-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-READ-ERROR     VALUE 'Y'.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen ozet
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EXTR-DATE
           IF LS-PARM-LEN > 7
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-DATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-DATE TO WS-EXTR-DATE
              ELSE
                 DISPLAY 'INVALID EXTRACT DATE PARM: ' LS-PARM-DATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT IDXX-FILE
           IF (NOT IDX-SUCCESS OR NOT IDXX-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'IDXX-ST: '   IDXX-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM EXTRACT-ALL-RECORDS
           IF WS-READ-ERROR
              DISPLAY 'IDXEXTR STOPPED AFTER ' WS-EXTR-COUNT
                      ' RECORDS - NO TRAILER WRITTEN'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM WRITE-EXTRACT-TRAILER
              DISPLAY 'IDXEXTR RECORDS WRITTEN: ' WS-EXTR-COUNT
                      ' FOR ' WS-EXTR-DATE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       WRITE-EXTRACT-HEADER.
           MOVE SPACES   TO IDXX-HDR-REC
           MOVE 'H'      TO IDXX-TYPE
           MOVE WS-EXTR-DATE TO IXH-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO IXH-CRDATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO IXH-CRTIME
           WRITE IDXX-HDR-REC.
       WRITE-EXTRACT-HEADER-EXIT. EXIT.
      *----
       EXTRACT-ALL-RECORDS.
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF OR WS-READ-ERROR
              PERFORM WRITE-ONE-DETAIL
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       EXTRACT-ALL-RECORDS-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
           IF NOT IDX-SUCCESS AND NOT IDX-EOF
              DISPLAY 'IDX-FILE READ ERROR, IDX-ST: ' IDX-ST
              MOVE 'Y' TO WS-READ-ERR-SW
           END-IF.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * WRITE-ONE-DETAIL master kaydini paketsiz kopyalar ve
      * trailer toplamlarina ekler (hash SORTREP6 zarfindaki gibi
      * IDX-ID'lerin 13 haneli toplamidir).
      *----
       WRITE-ONE-DETAIL.
           MOVE SPACES    TO IDXX-DTL-REC
           MOVE 'D'       TO IDXX-TYPE
           MOVE IDX-ID    TO IXD-ID
           MOVE IDX-DVZ   TO IXD-DVZ
           MOVE IDX-FULLN TO IXD-FULLN
           MOVE IDX-JUL   TO IXD-JUL
           MOVE IDX-TUTAR TO IXD-TUTAR
           WRITE IDXX-DTL-REC
           ADD 1 TO WS-EXTR-COUNT
           COMPUTE WS-EXTR-HASH =
                   FUNCTION MOD(WS-EXTR-HASH + IDX-ID,
                                10000000000000)
           ADD IDX-TUTAR TO WS-EXTR-SUM.
       WRITE-ONE-DETAIL-EXIT. EXIT.
      *----
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES        TO IDXX-TRL-REC
           MOVE 'T'           TO IDXX-TYPE
           MOVE WS-EXTR-COUNT TO IXT-COUNT
           MOVE WS-EXTR-HASH  TO IXT-ID-HASH
           MOVE WS-EXTR-SUM   TO IXT-TUTAR-SUM
           WRITE IDXX-TRL-REC.
       WRITE-EXTRACT-TRAILER-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku IDXEXTR hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               CLOSE IDXX-FILE
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
              MOVE 'IDXEXTR'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-EXTR-COUNT     TO AUD-RECCOUNT
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
