      *   - ACCT-SEQ capraz referanstan (XREFFILE) IDX-ID'ye
      *     cozulur,
      *   - musterinin IDX-FILE bakiyeleri START/READ NEXT ile
      *     gezilir (BDAYBAL kurgusu) ve FXCVRTN ile FXMASTER
      *     kurlarindan raporlama para birimine (TRY) cevrilir,
      *   - dagitim yas bandi (25 ALTI, 25-40, 41-64, 65 USTU)
      *     ve band+dvz kirilimiyla basilir: hesap adedi, toplam
      *     ve ortalama bakiye.
      * Rapor gunune kadar vefat bildirilmis kisiler (DCSDCHK)
      * dagilima alinmaz, ayrica sayilir.
      * PARM='YYYYMMDD' -> rapor gunu (yas ve kur icin),
      * varsayilan sistem tarihi.
      *------------------------------
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT RPT-FILE   ASSIGN TO  AGERPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar rapor gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
       01  WS-BADDATE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-BAL-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-DCSD-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-EDIT-RPT          PIC -(14)9.99.
       01  WS-BAND-NAME         PIC X(08).
      *----
      * Vefat durumu sorgusu (bkz. DCSDPARM.CPY). WS-DCSD-ERR-SW
      * durum dosyasi okunamadiginda 'Y' olur; kisiler atlanmadan
      * islenir ve calistirma RC 04 ile biter.
      *----
           COPY DCSDPARM.
       01  WS-DCSD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-DCSD-ERROR     VALUE 'Y'.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen rapor
      * gununu tasir.
      *----
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM INIT-BAND-TABLE
           PERFORM PROCESS-ALL-ACCOUNTS
           PERFORM WRITE-DISTRIBUTION-REPORT
           IF WS-OVFL-COUNT > ZERO OR WS-DCSD-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           OPEN INPUT  ACCT-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT ACCT-SUCCESS OR NOT XREF-SUCCESS
                                 OR NOT IDX-SUCCESS
                                 OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCT-ST: '   ACCT-ST
              DISPLAY 'XREF-ST: '   XREF-ST
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
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
                 DISPLAY 'NO FX RATES IN FORCE FOR REPORT DATE: '
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
       INIT-BAND-TABLE.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
      * PROCESS-ONE-ACCOUNT yas bandini belirler, xref'i cozer ve
      * musterinin bakiyelerini banda biriktirir; vefat etmis kisi
      * yalnizca sayilir.
      *----
       PROCESS-ONE-ACCOUNT.
           PERFORM CHECK-DECEASED
           EVALUATE TRUE
              WHEN DCSC-DECEASED
                 ADD 1 TO WS-DCSD-COUNT
              WHEN ACCT-BRTHDAY NOT NUMERIC OR ACCT-BRTHDAY = ZERO
                 ADD 1 TO WS-BADDATE-COUNT
              WHEN OTHER
                 PERFORM COMPUTE-AGE-BAND
                 MOVE ACCT-SEQ TO XREF-SEQ
                 READ XREF-FILE
                    INVALID KEY
                       ADD 1 TO WS-NOXREF-COUNT
                    NOT INVALID KEY
                       PERFORM BROWSE-MASTER-BALANCES
                 END-READ
           END-EVALUATE.
       PROCESS-ONE-ACCOUNT-EXIT. EXIT.
      *----
      * CHECK-DECEASED kisinin rapor gunune kadar vefat edip
      * etmedigini DCSDCHK'tan sorar. Durum dosyasi okunamazsa
      * kisi islenir; hata bir kez bildirilir.
      *----
       CHECK-DECEASED.
           MOVE '1'         TO DCSC-FUNCTION
           MOVE ACCT-SEQ    TO DCSC-SEQ
           MOVE WS-RUN-DATE TO DCSC-DATE
           CALL 'DCSDCHK' USING DCSC-PARM
           IF DCSC-RC-FILE-ERROR AND NOT WS-DCSD-ERROR
              DISPLAY 'DECEASED STATUS NOT AVAILABLE, NO CUSTOMER '
                      'SKIPPED'
              MOVE 'Y' TO WS-DCSD-ERR-SW
           END-IF.
       CHECK-DECEASED-EXIT. EXIT.
      *----
      * COMPUTE-AGE-BAND tam yasi YYYYMMDD farkinin 10000'e
      * bolumuyle bulur (dogum gunu henuz gelmediyse fark kendini
      * bir eksik tasir) ve bandi secer.
       READ-NEXT-MASTER-RECORD-EXIT. EXIT.
      *----
      * ACCUMULATE-ONE-BALANCE bakiyeyi TRY'ye cevirir ve band +
      * band/dvz birikimlerine ekler (FXCVRTN). Kuru olmayan dvz
      * icin oran 1 kabul edilir (FXCVRTN RC 04); tasan bakiye
      * dagilima alinmaz ve RC 04 ile bitilir.
      *----
       ACCUMULATE-ONE-BALANCE.
           MOVE 'N' TO WS-FX-ERR-SW
           MOVE RETURN-CODE TO FXCV-CALLER-RC
           MOVE '1'         TO FXCV-FUNCTION
           MOVE WS-RUN-DATE TO FXCV-DATE
           MOVE IDX-DVZ     TO FXCV-FROM-DVZ
           MOVE IDX-TUTAR   TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              MOVE FXCV-AMOUNT-OUT TO WS-RPT-TUTAR
           ELSE
              MOVE 'Y' TO WS-FX-ERR-SW
              DISPLAY 'CURRENCY CONVERSION OVERFLOW: '
                      IDX-ID ' ' IDX-DVZ
                      ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF
           IF WS-FX-SIZE-ERROR
              ADD 1 TO WS-OVFL-COUNT
           ELSE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DCSD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DECEASED SKIPPED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku AGEBAND hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE DCSC-PARM
               MOVE '9' TO DCSC-FUNCTION
               CALL 'DCSDCHK' USING DCSC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
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
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-ACCT-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
