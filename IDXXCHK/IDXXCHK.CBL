      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    IDXXCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * IDXXCHK gece master ozetinin (IDXXTR, bkz. IDXXREC.CPY) CALL
      * ile cagrilan dogrulayicisidir (arayuz icin bkz. IDXXPARM.
      * CPY). Ozeti okuyan programlar dosyayi acmadan once cagirir;
      * ozet SORTREP6'nin iletim zarfi gibi bastan sona okunur,
      * detaylar sayilir, IDX-ID'ler hash'lenir, IDX-TUTAR toplanir
      * ve header/trailer ile karsilastirilir:
      *   header ya da trailer yok, trailer son kayit degil,
      *   adet/hash/toplam tutmuyor ya da sira bozuk -> RC 12,
      *   header gunu cagiranin is gunu degil         -> RC 08,
      *   dosya acilamadi/okunamadi                   -> RC 16.
      * Ilk bulunan bozukluk SYSOUT'a cagiranin adiyla yazilir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDXX-FILE  ASSIGN TO  IDXXTR
                             STATUS     IDXX-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY).
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 IDXX-ST           PIC 9(02).
              88 IDXX-EOF       VALUE 10.
              88 IDXX-SUCCESS   VALUE 00 97.
      *----
      * Okuma sirasinda sayilan degerler ve gorulen zarf kayitlari.
      * WS-PREV-KEY bir onceki detayin ID*1000+DVZ anahtaridir.
      *----
       01  WS-HDR-SEEN-SW       PIC X(01) VALUE 'N'.
           88 WS-HDR-SEEN       VALUE 'Y'.
       01  WS-TRL-SEEN-SW       PIC X(01) VALUE 'N'.
           88 WS-TRL-SEEN       VALUE 'Y'.
       01  WS-BROKEN-SW         PIC X(01) VALUE 'N'.
           88 WS-BROKEN         VALUE 'Y'.
       01  WS-READ-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-READ-ERROR     VALUE 'Y'.
       01  WS-ACT-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-ACT-HASH          PIC 9(13) VALUE ZERO.
       01  WS-ACT-SUM           PIC S9(17)V99 VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-TRL-HASH          PIC 9(13) VALUE ZERO.
       01  WS-TRL-SUM           PIC S9(17)V99 VALUE ZERO.
       01  WS-PREV-KEY          PIC 9(08) VALUE ZERO.
       01  WS-CURR-KEY          PIC 9(08) VALUE ZERO.
       LINKAGE SECTION.
           COPY IDXXPARM.
      *------------------------------
        PROCEDURE DIVISION USING IDXX-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO IDXX-RETURN-CODE
           EVALUATE TRUE
              WHEN IDXX-FN-VERIFY
                 PERFORM READ-EXTRACT
                 IF NOT IDXX-RC-FILE-ERROR
                    PERFORM JUDGE-EXTRACT
                 END-IF
              WHEN OTHER
                 DISPLAY 'IDXXCHK UNKNOWN FUNCTION: ' IDXX-FUNCTION
                 MOVE 16 TO IDXX-RETURN-CODE
           END-EVALUATE
           MOVE IDXX-CALLER-RC TO RETURN-CODE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * READ-EXTRACT ozeti bastan sona okuyup sayar. Onceki bir
      * cagridan kalan degerler her cagrida sifirlanir.
      *----
       READ-EXTRACT.
           MOVE 'N'  TO WS-HDR-SEEN-SW WS-TRL-SEEN-SW
                        WS-BROKEN-SW   WS-READ-ERR-SW
           MOVE ZERO TO WS-ACT-COUNT WS-ACT-HASH WS-ACT-SUM
                        WS-TRL-COUNT WS-TRL-HASH WS-TRL-SUM
                        WS-PREV-KEY  IDXX-FILE-DATE
           OPEN INPUT IDXX-FILE
           IF NOT IDXX-SUCCESS
              DISPLAY 'IDXXTR CANNOT OPEN FOR ' IDXX-PROGRAM
                      ', IDXX-ST: ' IDXX-ST
              MOVE 16 TO IDXX-RETURN-CODE
           ELSE
              PERFORM READ-IDXX-RECORD
              PERFORM UNTIL IDXX-EOF OR WS-READ-ERROR
                 PERFORM COUNT-ONE-RECORD
                 PERFORM READ-IDXX-RECORD
              END-PERFORM
              CLOSE IDXX-FILE
              IF WS-READ-ERROR
                 MOVE 16 TO IDXX-RETURN-CODE
              END-IF
           END-IF.
       READ-EXTRACT-EXIT. EXIT.
      *----
       READ-IDXX-RECORD.
           READ IDXX-FILE
           IF NOT IDXX-SUCCESS AND NOT IDXX-EOF
              DISPLAY 'IDXXTR READ ERROR FOR ' IDXX-PROGRAM
                      ', IDXX-ST: ' IDXX-ST
              MOVE 'Y' TO WS-READ-ERR-SW
           END-IF.
       READ-IDXX-RECORD-EXIT. EXIT.
      *----
      * COUNT-ONE-RECORD kaydi turune gore isler. Header ilk kayit,
      * trailer son kayit olmalidir; trailer'dan sonra gelen her
      * kayit ozeti bozuk sayar.
      *----
       COUNT-ONE-RECORD.
           IF WS-TRL-SEEN
              IF NOT WS-BROKEN
                 DISPLAY 'IDXXTR RECORD AFTER TRAILER FOR '
                         IDXX-PROGRAM
              END-IF
              MOVE 'Y' TO WS-BROKEN-SW
           END-IF
           EVALUATE TRUE
              WHEN IDXX-HEADER
                 IF WS-HDR-SEEN OR WS-ACT-COUNT > ZERO
                    IF NOT WS-BROKEN
                       DISPLAY 'IDXXTR HEADER OUT OF PLACE FOR '
                               IDXX-PROGRAM
                    END-IF
                    MOVE 'Y' TO WS-BROKEN-SW
                 END-IF
                 MOVE 'Y'      TO WS-HDR-SEEN-SW
                 MOVE IXH-DATE TO IDXX-FILE-DATE
              WHEN IDXX-DETAIL
                 ADD 1 TO WS-ACT-COUNT
                 COMPUTE WS-ACT-HASH =
                         FUNCTION MOD(WS-ACT-HASH + IXD-ID,
                                      10000000000000)
                 ADD IXD-TUTAR TO WS-ACT-SUM
                 COMPUTE WS-CURR-KEY = IXD-ID * 1000 + IXD-DVZ
                 IF WS-ACT-COUNT > 1 AND
                    WS-CURR-KEY NOT > WS-PREV-KEY
                    IF NOT WS-BROKEN
                       DISPLAY 'IDXXTR KEY OUT OF SEQUENCE FOR '
                               IDXX-PROGRAM ': ' IXD-ID ' ' IXD-DVZ
                    END-IF
                    MOVE 'Y' TO WS-BROKEN-SW
                 END-IF
                 MOVE WS-CURR-KEY TO WS-PREV-KEY
              WHEN IDXX-TRAILER
                 MOVE 'Y'           TO WS-TRL-SEEN-SW
                 MOVE IXT-COUNT     TO WS-TRL-COUNT
                 MOVE IXT-ID-HASH   TO WS-TRL-HASH
                 MOVE IXT-TUTAR-SUM TO WS-TRL-SUM
              WHEN OTHER
                 IF NOT WS-BROKEN
                    DISPLAY 'IDXXTR UNKNOWN RECORD TYPE FOR '
                            IDXX-PROGRAM ': ' IDXX-TYPE
                 END-IF
                 MOVE 'Y' TO WS-BROKEN-SW
           END-EVALUATE.
       COUNT-ONE-RECORD-EXIT. EXIT.
      *----
      * JUDGE-EXTRACT sayilan degerleri zarfla karsilastirir. Eksik
      * ozet, yanlis gunun ozetinden once bildirilir: yarim yazilmis
      * bir dosyanin header gunu dogru olsa da kullanilamaz.
      *----
       JUDGE-EXTRACT.
           MOVE WS-ACT-COUNT TO IDXX-COUNT
           MOVE WS-ACT-HASH  TO IDXX-ID-HASH
           MOVE WS-ACT-SUM   TO IDXX-TUTAR-SUM
           EVALUATE TRUE
              WHEN NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
                 DISPLAY 'IDXXTR MISSING HEADER OR TRAILER FOR '
                         IDXX-PROGRAM
                 MOVE 12 TO IDXX-RETURN-CODE
              WHEN WS-BROKEN
                 MOVE 12 TO IDXX-RETURN-CODE
              WHEN WS-TRL-COUNT NOT = WS-ACT-COUNT
                 DISPLAY 'IDXXTR COUNT MISMATCH FOR ' IDXX-PROGRAM
                         ', TRL: ' WS-TRL-COUNT
                         ' COUNTED: ' WS-ACT-COUNT
                 MOVE 12 TO IDXX-RETURN-CODE
              WHEN WS-TRL-HASH NOT = WS-ACT-HASH
                 DISPLAY 'IDXXTR HASH MISMATCH FOR ' IDXX-PROGRAM
                         ', TRL: ' WS-TRL-HASH
                         ' COUNTED: ' WS-ACT-HASH
                 MOVE 12 TO IDXX-RETURN-CODE
              WHEN WS-TRL-SUM NOT = WS-ACT-SUM
                 DISPLAY 'IDXXTR AMOUNT TOTAL MISMATCH FOR '
                         IDXX-PROGRAM
                 MOVE 12 TO IDXX-RETURN-CODE
              WHEN IDXX-FILE-DATE NOT = IDXX-RUN-DATE
                 DISPLAY 'IDXXTR IS FOR ' IDXX-FILE-DATE
                         ', NOT FOR ' IDXX-PROGRAM
                         ' RUN DATE ' IDXX-RUN-DATE
                 MOVE 08 TO IDXX-RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       JUDGE-EXTRACT-EXIT. EXIT.
