      *   - master'i anahtar sirasinda gezer ve IDX-ID bazinda
      *     gruplar (dvz'ler ust uste, musteri basina bir bolum),
      *   - her dvz bakiyesini CURRREF alfa koduyla basar,
      *   - FXCVRTN'in FXMASTER kurlariyla musterinin tum
      *     pozisyonunu raporlama para birimine (TRY) toplar,
      *   - rapor sonunda en buyuk pozisyonlari siralar (iliski
      *     yoneticilerinin ceyrek basi istedigi liste).
      * PARM='YYYYMMDD' -> kur gunu, varsayilan sistem tarihi.
      * Cevirim tasmasi olan musteri siralamaya alinmaz ve RC 04
      * ile bitilir (FEECALC'teki tasma kurgusu).
      * Master kayitlari canli IDX-FILE yerine gece master
      * ozetinden (IDXXTR, bkz. IDXXREC.CPY) okunur; ozet IDXXCHK
      * ile dogrulanmadan hicbir kayit islenmez (RC 97).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * IDXX-FILE IDXEXTR'in urettigi gece master ozetidir (bkz.
      * IDXXREC.CPY); canli IDX-FILE'in yerine sirali okunur. Durum
      * alani master'dan kalma IDX-ST adini tasir.
           SELECT IDXX-FILE  ASSIGN TO  IDXXTR
                             STATUS     IDX-ST.
           SELECT CURR-FILE  ASSIGN TO  CURRREF
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * CURR-FILE dvz referans master'idir (bkz. CURRREC.CPY).
       FD  CURR-FILE.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 CURR-ST           PIC 9(02).
              88 CURR-EOF       VALUE 10.
              88 CURR-SUCCESS   VALUE 00 97.
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar calisma gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
      *----
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-EDIT-RPT          PIC -(14)9.99.
       01  WS-RANK              PIC Z9.
      * IDX-REC ozetten okunan detayin master duzenindeki kopyasidir
      * (bkz. IDXREC.CPY); kayit isleyen paragraflar degismemistir.
           COPY IDXREC.
      * IDXX-PARM gece master ozeti dogrulayicisinin (IDXXCHK)
      * arayuzudur (bkz. IDXXPARM.CPY).
           COPY IDXXPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen kur
      * gununu tasir.
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
      * VERIFY-EXTRACT gece master ozetini acmadan once IDXXCHK
      * ile dogrulatir: baska bir gunun ozeti ya da eksik/bozuk
      * bir ozet ile hicbir dosyaya dokunulmadan RC 97 ile
      * cikilir. Dogal sirada GET-RUNTIME-PARM'dan sonra
      * calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-EXTRACT.
           INITIALIZE IDXX-PARM
           MOVE '1'           TO IDXX-FUNCTION
           MOVE 'CUSTPOS'     TO IDXX-PROGRAM
           MOVE WS-RUN-DATE   TO IDXX-RUN-DATE
           MOVE RETURN-CODE   TO IDXX-CALLER-RC
           CALL 'IDXXCHK' USING IDXX-PARM
           IF NOT IDXX-RC-OK
              DISPLAY 'MASTER EXTRACT REFUSED, IDXXCHK RC: '
                      IDXX-RETURN-CODE
              MOVE 97 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF.
       VERIFY-EXTRACT-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM LOAD-CURRENCY-TABLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-MASTER-FILE
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  IDXX-FILE
           OPEN INPUT  CURR-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT IDX-SUCCESS OR NOT CURR-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'CURR-ST: '   CURR-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES kur gunu icin FXCVRTN'de gecerli kur
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
       LOAD-CURRENCY-TABLE.
           PERFORM READ-CURR-RECORD
              PERFORM CLOSE-CUSTOMER-GROUP
           END-IF.
       SWEEP-MASTER-FILE-EXIT. EXIT.
      *----
      * READ-IDX-RECORD ozetten bir DETAY kaydi okur ve IDX-REC'e
      * acar; zarf kayitlari (H/T) atlanir.
      *----
       READ-IDX-RECORD.
           READ IDXX-FILE
           PERFORM UNTIL NOT IDX-SUCCESS OR IDXX-DETAIL
              READ IDXX-FILE
           END-PERFORM
           IF IDX-SUCCESS
              ADD 1 TO WS-READ-COUNT
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
       OPEN-CUSTOMER-GROUP.
       OPEN-CUSTOMER-GROUP-EXIT. EXIT.
      *----
      * WRITE-CURRENCY-LINE dvz bakiyesini alfa koduyla basar ve
      * TRY karsiligini (FXCVRTN) musteri toplamina ekler. Kuru
      * olmayan dvz icin oran 1 kabul edilir (FXCVRTN RC 04);
      * tasmada musteri siralamadan dusurulur.
      *----
       WRITE-CURRENCY-LINE.
           ADD 1 TO WS-CUST-DVZ-COUNT
           PERFORM FIND-CURRENCY
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
           MOVE SPACES TO RPT-REC
           MOVE IDX-DVZ      TO RPT-REC(8:3)
           MOVE WS-CUR-ALPHA TO RPT-REC(13:3)
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO FXCV-CALLER-RC
               MOVE '9'         TO FXCV-FUNCTION
               CALL 'FXCVRTN' USING FXCV-PARM
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      * atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-CUST-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
