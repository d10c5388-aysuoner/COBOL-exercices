      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    WHTCERT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * WHTCERT yil sonu stopaj kesinti belgesi adimidir. TAXLIAB
      * (bkz. WHTLREC.CPY) satirlarindan posting yili istenen yil
      * olanlar musteri/dvz sirasina dizilir (SNAPTRND'in sort
      * kurgusu) ve her musteri icin bir belge basilir: musteri adi
      * (IDXFILE) ile dvz basina brut faiz, kesilen vergi ve net
      * faiz. Vadesiz (ACCRPOST) ve vadeli (TDMATR) faiz ayni dvz
      * satirinda toplanir. Master'da bulunamayan musteri (kapanmis
      * ya da arsivlenmis hesap) adsiz basilir; belge yine verilir.
      * PARM='YYYY' -> belge yili, varsayilan sistem yili.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WHT-FILE ASSIGN TO  TAXLIAB
                             STATUS     WHT-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT RPT-FILE   ASSIGN TO  WHTCRPT
                             STATUS     RPT-ST.
           SELECT CERT-SORT-FILE ASSIGN TO WHTSORT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * WHT-FILE stopaj yukumluluk dosyasidir (bkz. WHTLREC.CPY).
       FD  WHT-FILE RECORDING MODE F.
           COPY WHTLREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * belgedeki musteri adi buradan alinir.
       FD  IDX-FILE.
           COPY IDXREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * CERT-SORT-FILE yilin stopaj satirlarinin musteri/dvz
      * sirasina dizilmesi icin kullanilan calisma sort dosyasidir.
       SD  CERT-SORT-FILE.
       01  CERT-SORT-REC.
           05 CS-ID          PIC 9(05).
           05 CS-DVZ         PIC 9(03).
           05 CS-GROSS       PIC 9(13)V99.
           05 CS-TAX         PIC 9(13)V99.
           05 CS-NET         PIC 9(13)V99.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 WHT-ST            PIC 9(02).
              88 WHT-EOF        VALUE 10.
              88 WHT-SUCCESS    VALUE 00 05 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-CERT-YEAR         PIC 9(04).
       01  WS-POST-YEAR         PIC 9(04).
      *----
      * Control-break alanlari: musteri degisince belge kapanir,
      * dvz degisince dvz satiri basilir.
      *----
       01  WS-BRK-ID            PIC 9(05) VALUE ZERO.
       01  WS-BRK-DVZ           PIC 9(03) VALUE ZERO.
       01  WS-BRK-FIRST-SW      PIC X(01) VALUE 'Y'.
           88 WS-BRK-FIRST      VALUE 'Y'.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-DVZ-GROSS         PIC 9(13)V99 VALUE ZERO.
       01  WS-DVZ-TAX           PIC 9(13)V99 VALUE ZERO.
       01  WS-DVZ-NET           PIC 9(13)V99 VALUE ZERO.
       01  WS-CUST-NAME         PIC X(30).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-SELECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CERT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NONAME-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen belge yilini
      * tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-YEAR  PIC 9(04).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CERT-YEAR
           IF LS-PARM-LEN > 3
              IF LS-PARM-YEAR IS NUMERIC AND LS-PARM-YEAR > 1900
                 MOVE LS-PARM-YEAR TO WS-CERT-YEAR
              ELSE
                 DISPLAY 'INVALID CERTIFICATE YEAR PARM: '
                         LS-PARM-YEAR ' - SYSTEM YEAR USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           IF WHT-ST = 05
              DISPLAY 'TAXLIAB NOT FOUND, NO CERTIFICATES PRODUCED'
           ELSE
              SORT CERT-SORT-FILE
                   ON ASCENDING KEY CS-ID CS-DVZ
                   INPUT PROCEDURE  IS SELECT-CERT-YEAR
                   OUTPUT PROCEDURE IS PRINT-CERTIFICATES
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'WHTCERT CERTIFICATES PRODUCED: ' WS-CERT-COUNT
           MOVE 00 TO RETURN-CODE
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  WHT-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT WHT-SUCCESS OR NOT IDX-SUCCESS
                               OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'WHT-ST: ' WHT-ST
              DISPLAY 'IDX-ST: ' IDX-ST
              DISPLAY 'RPT-ST: ' RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
       READ-WHT-RECORD.
           READ WHT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-WHT-RECORD-EXIT. EXIT.
      *----
      * SELECT-CERT-YEAR posting yili belge yilina esit satirlari
      * sort'a verir.
      *----
       SELECT-CERT-YEAR.
           PERFORM READ-WHT-RECORD
           PERFORM UNTIL WHT-EOF
              MOVE WHT-POSTDATE(1:4) TO WS-POST-YEAR
              IF WS-POST-YEAR = WS-CERT-YEAR
                 ADD 1 TO WS-SELECT-COUNT
                 MOVE WHT-ID    TO CS-ID
                 MOVE WHT-DVZ   TO CS-DVZ
                 MOVE WHT-GROSS TO CS-GROSS
                 MOVE WHT-TAX   TO CS-TAX
                 MOVE WHT-NET   TO CS-NET
                 RELEASE CERT-SORT-REC
              END-IF
              PERFORM READ-WHT-RECORD
           END-PERFORM.
       SELECT-CERT-YEAR-EXIT. EXIT.
      *----
      * PRINT-CERTIFICATES sirali satirlari musteri/dvz
      * control-break ile gezer; dvz degisince dvz satiri, musteri
      * degisince yeni belge basilir.
      *----
       PRINT-CERTIFICATES.
           MOVE 'Y' TO WS-BRK-FIRST-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-CERT-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              IF WS-BRK-FIRST
                 PERFORM START-NEW-CUSTOMER
              ELSE
                 IF CS-ID NOT = WS-BRK-ID
                    PERFORM WRITE-DVZ-LINE
                    PERFORM START-NEW-CUSTOMER
                 ELSE
                    IF CS-DVZ NOT = WS-BRK-DVZ
                       PERFORM WRITE-DVZ-LINE
                       PERFORM START-NEW-DVZ
                    END-IF
                 END-IF
              END-IF
              ADD CS-GROSS TO WS-DVZ-GROSS
              ADD CS-TAX   TO WS-DVZ-TAX
              ADD CS-NET   TO WS-DVZ-NET
              PERFORM RETURN-CERT-SORT-REC
           END-PERFORM
           IF NOT WS-BRK-FIRST
              PERFORM WRITE-DVZ-LINE
           END-IF.
       PRINT-CERTIFICATES-EXIT. EXIT.
      *----
      * START-NEW-CUSTOMER yeni musterinin belge basligini basar;
      * musteri adi ilk dvz'in master kaydindan alinir.
      *----
       START-NEW-CUSTOMER.
           MOVE CS-ID TO WS-BRK-ID
           MOVE 'N'   TO WS-BRK-FIRST-SW
           ADD 1 TO WS-CERT-COUNT
           PERFORM FIND-CUSTOMER-NAME
           PERFORM WRITE-CERTIFICATE-HEADING
           PERFORM START-NEW-DVZ.
       START-NEW-CUSTOMER-EXIT. EXIT.
      *----
       START-NEW-DVZ.
           MOVE CS-DVZ TO WS-BRK-DVZ
           MOVE ZERO   TO WS-DVZ-GROSS WS-DVZ-TAX WS-DVZ-NET.
       START-NEW-DVZ-EXIT. EXIT.
      *----
       RETURN-CERT-SORT-REC.
           RETURN CERT-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-CERT-SORT-REC-EXIT. EXIT.
      *----
       FIND-CUSTOMER-NAME.
           MOVE CS-ID  TO IDX-ID
           MOVE CS-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 ADD 1 TO WS-NONAME-COUNT
                 MOVE 'NAME NOT ON MASTER' TO WS-CUST-NAME
              NOT INVALID KEY
                 MOVE IDX-FULLN TO WS-CUST-NAME
           END-READ.
       FIND-CUSTOMER-NAME-EXIT. EXIT.
      *----
       WRITE-CERTIFICATE-HEADING.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'WITHHOLDING TAX CERTIFICATE - YEAR '
                  DELIMITED SIZE
                  WS-CERT-YEAR DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'CUSTOMER:'  TO RPT-REC(1:9)
           MOVE WS-BRK-ID    TO RPT-REC(11:5)
           MOVE WS-CUST-NAME TO RPT-REC(18:30)
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES           TO RPT-REC
           MOVE 'DVZ'            TO RPT-REC(1:3)
           MOVE 'GROSS INTEREST' TO RPT-REC(10:14)
           MOVE 'TAX WITHHELD'   TO RPT-REC(29:12)
           MOVE 'NET INTEREST'   TO RPT-REC(46:12)
           WRITE RPT-REC.
       WRITE-CERTIFICATE-HEADING-EXIT. EXIT.
      *----
       WRITE-DVZ-LINE.
           MOVE SPACES TO RPT-REC
           MOVE WS-BRK-DVZ     TO RPT-REC(1:3)
           MOVE WS-DVZ-GROSS   TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(8:16)
           MOVE WS-DVZ-TAX     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(25:16)
           MOVE WS-DVZ-NET     TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(42:16)
           WRITE RPT-REC.
       WRITE-DVZ-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LIABILITY LINES    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SELECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LINES FOR THE YEAR : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CERTIFICATES       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NONAME-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NAME NOT ON MASTER : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku WHTCERT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE WHT-FILE
               CLOSE IDX-FILE
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
              MOVE 'WHTCERT'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-CERT-COUNT     TO AUD-RECCOUNT
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
