      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    TMSFCOV.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * TMSFCOV mevduat sigortasi (TMSF) kapsam hesabidir. Duzenleyici
      * icin CUSTPOS'tan elle yapilan derleme yerine:
      *   - mevduat sahibi (kisi) capraz referans uzerinden bulunur:
      *     ACCT-SEQ -> IDX-ID baglantisi (XREFFILE) ve ACCTREC'teki
      *     soyad/ad/dogum tarihi; ayni kisiye baglanan farkli
      *     musteri numaralari tek mevduat sahibi sayilir, kisiye
      *     baglanamayan musteri numarasi kendi basina sayilir,
      *   - IDX-FILE'daki alacak bakiyeler ve TDMASTER'daki aktif
      *     vadeli mevduat anaparalari rapor gunu icin FXCVRTN'in
      *     FXMASTER kuruyla TRY'ye cevrilir (CUSTPOS kurgusu),
      *   - mevduat sahibi toplami sigorta limitiyle sinirlanir;
      *     sigortali ve sigortasiz kisim ayrilir,
      *   - mevduat sahibi basina satir TMSFOUT'a (bkz. TMSFREC.CPY)
      *     header/trailer kontrol toplamlariyla yazilir,
      *   - TMSFRPT dvz ve kapsam bandi kirilimli ozettir; sigortali
      *     tutar dvz'lere mevduat sahibinin TRY paylari oraninda
      *     dagitilir.
      * Borc (eksi) bakiyeler mevduat sayilmaz, yalnizca sayilir.
      * Kuru olmayan dvz icin oran 1 kabul edilir; cevrim tasmasi
      * olan satir kapsama alinmaz ve RC 04 ile bitilir.
      * PARM='YYYYMMDD'           -> rapor (kur) gunu, varsayilan
      *                              sistem tarihi.
      * PARM='YYYYMMDDnnnnnnnnn'  -> ayrica TRY sigorta limiti
      *                              (tam TL), varsayilan 650000.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE  ASSIGN TO  ACCTREC
                             STATUS     ACCT-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT TD-FILE    ASSIGN TO  TDMASTER
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY TD-KEY
                             STATUS     TD-ST.
           SELECT TMS-FILE   ASSIGN TO  TMSFOUT
                             STATUS     TMS-ST.
           SELECT RPT-FILE   ASSIGN TO  TMSFRPT
                             STATUS     RPT-ST.
           SELECT DEP-SORT-FILE ASSIGN TO TMSSORT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * ACCT-FILE hesap dosyasidir (BDAYCALC'in ACCT-REC duzeni).
       FD  ACCT-FILE RECORDING MODE F.
       01  ACCT-FIELDS.
           05 ACCT-SEQ       PIC X(04).
           05 ACCT-IDENTITY.
              10 ACCT-NAME      PIC X(15).
              10 ACCT-LASTN     PIC X(15).
              10 ACCT-BRTHDAY   PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * TD-FILE vadeli mevduat master'idir (bkz. TDEPREC.CPY).
       FD  TD-FILE.
           COPY TDEPREC.
      *****
      * TMS-FILE duzenleyici kapsam dosyasidir (bkz. TMSFREC.CPY).
       FD  TMS-FILE RECORDING MODE F.
           COPY TMSFREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * DEP-SORT-FILE mevduat satirlarinin mevduat sahibi/dvz
      * sirasina dizilmesi icin kullanilan calisma sort dosyasidir.
       SD  DEP-SORT-FILE.
       01  DEP-SORT-REC.
           05 DS-KEY-TYPE    PIC X(01).
           05 DS-DEPOSITOR   PIC X(38).
           05 DS-DVZ         PIC 9(03).
           05 DS-ID          PIC 9(05).
           05 DS-AMOUNT      PIC 9(13)V99.
           05 DS-RPT-AMOUNT  PIC 9(15)V99.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           COPY AUDITREC.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 TD-ST             PIC 9(02).
              88 TD-EOF         VALUE 10.
              88 TD-SUCCESS     VALUE 00 97.
           05 TMS-ST            PIC 9(02).
              88 TMS-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
       01  WS-INSURED-LIMIT     PIC 9(13)V99 VALUE 650000.
      * WS-TD-SW vadeli mevduat dosyasinin durumudur: 'Y' acik,
      * 'X' dosya hic kurulmamis (vadeli mevduat yok).
       01  WS-TD-SW             PIC X(01) VALUE 'N'.
           88 WS-TD-OPEN        VALUE 'Y'.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
      *----
      * ACC-TABLE ACCTREC'teki kisilerin kimligidir; MAP-TABLE her
      * musteri numarasinin bagli oldugu kisiyi tutar (capraz
      * referansta ayni numaraya birden cok hesap bagliysa ilki).
      *----
       01  ACC-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  ACC-TABLE.
           05 ACC-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
              10 AT-SEQ         PIC X(04).
              10 AT-IDENTITY    PIC X(38).
       01  MAP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 5000 TIMES INDEXED BY MAP-IDX.
              10 MT-IDXID       PIC 9(05).
              10 MT-IDENTITY    PIC X(38).
       01  WS-ACC-SRCH          PIC 9(05).
       01  WS-MAP-SRCH          PIC 9(05).
       01  WS-IDENTITY          PIC X(38).
      * FXCV-PARM dvz cevirim yardimcisinin (FXCVRTN) arayuzudur
      * (bkz. FXCVPARM.CPY); kurlar rapor gunu icin oradan alinir.
           COPY FXCVPARM.
       01  WS-FX-ERR-SW         PIC X(01) VALUE 'N'.
           88 WS-FX-SIZE-ERROR  VALUE 'Y'.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * WS-REL-* sort'a verilecek mevduat satirinin alanlaridir.
       01  WS-REL-ID            PIC 9(05).
       01  WS-REL-DVZ           PIC 9(03).
       01  WS-REL-AMOUNT        PIC 9(13)V99.
       01  WS-RPT-AMOUNT        PIC 9(15)V99.
      *----
      * Control-break alanlari: bir mevduat sahibinin dvz
      * toplamlari DD-TABLE'da, genel toplami WS-DEP-*'ta birikir.
      *----
       01  WS-BRK-KEY-TYPE      PIC X(01).
       01  WS-BRK-DEPOSITOR     PIC X(38).
       01  WS-BRK-FIRST-SW      PIC X(01) VALUE 'Y'.
           88 WS-BRK-FIRST      VALUE 'Y'.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-DEP-FIRST-ID      PIC 9(05).
       01  WS-DEP-LAST-ID       PIC 9(05).
       01  WS-DEP-ACCOUNTS      PIC 9(05).
       01  WS-DEP-TOTAL         PIC 9(15)V99.
       01  WS-DEP-INSURED       PIC 9(15)V99.
       01  WS-DEP-UNINSURED     PIC 9(15)V99.
       01  WS-DEP-ALLOCATED     PIC 9(15)V99.
       01  WS-DVZ-INSURED       PIC 9(15)V99.
       01  DD-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  DD-TABLE.
           05 DD-ENTRY OCCURS 50 TIMES INDEXED BY DD-IDX.
              10 DD-DVZ         PIC 9(03).
              10 DD-AMOUNT      PIC 9(15)V99.
              10 DD-RPT-AMOUNT  PIC 9(15)V99.
      *----
      * CS-TABLE dvz basina, BND-TABLE kapsam bandi basina ozet
      * toplamlaridir. Bantlar mevduat sahibinin TRY toplaminin
      * limite oranidir: 1 limit ve alti (tam kapsam), 2 limitin
      * 1-2 kati, 3 limitin 2-10 kati, 4 limitin 10 katindan fazla.
      *----
       01  CS-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  CS-TABLE.
           05 CS-ENTRY OCCURS 100 TIMES INDEXED BY CS-IDX.
              10 CS-DVZ         PIC 9(03).
              10 CS-AMOUNT      PIC 9(15)V99.
              10 CS-RPT-AMOUNT  PIC 9(15)V99.
              10 CS-INSURED     PIC 9(15)V99.
              10 CS-UNINSURED   PIC 9(15)V99.
       01  WS-CS-SRCH           PIC 9(03).
       01  BAND-NAMES-DATA.
           05 FILLER            PIC X(12) VALUE '<= LIMIT    '.
           05 FILLER            PIC X(12) VALUE 'LIMIT - 2X  '.
           05 FILLER            PIC X(12) VALUE '2X - 10X    '.
           05 FILLER            PIC X(12) VALUE '> 10X LIMIT '.
       01  BAND-NAMES REDEFINES BAND-NAMES-DATA.
           05 BAND-NAME         PIC X(12) OCCURS 4 TIMES.
       01  BND-TABLE.
           05 BND-ENTRY OCCURS 4 TIMES.
              10 BND-COUNT      PIC 9(07).
              10 BND-TOTAL      PIC 9(15)V99.
              10 BND-INSURED    PIC 9(15)V99.
              10 BND-UNINSURED  PIC 9(15)V99.
       01  WS-BAND              PIC 9(01).
       01  WS-BAND-LIMIT        PIC 9(15)V99.
      *----
      * Kontrol toplamlari, sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-TOTAL-DEPOSITS    PIC 9(15)V99 VALUE ZERO.
       01  WS-TOTAL-INSURED     PIC 9(15)V99 VALUE ZERO.
       01  WS-TOTAL-UNINSURED   PIC 9(15)V99 VALUE ZERO.
       01  WS-DEPOSITOR-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-IDX-READ-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-TD-READ-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-RELEASE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-DEBIT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-NOXREF-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-OVFL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
       01  WS-EDIT-RPT          PIC -(14)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen rapor gununu ve
      * istege bagli sigorta limitini tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-DATE  PIC 9(08).
               10  LS-PARM-LIMIT PIC 9(09).
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
           END-IF
           IF LS-PARM-LEN > 16
              IF LS-PARM-LIMIT IS NUMERIC AND LS-PARM-LIMIT > ZERO
                 MOVE LS-PARM-LIMIT TO WS-INSURED-LIMIT
              ELSE
                 DISPLAY 'INVALID INSURED LIMIT PARM: ' LS-PARM-LIMIT
                         ' - DEFAULT LIMIT USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM VERIFY-FX-RATES
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-XREF-MAP
           PERFORM WRITE-TMSF-HEADER
           SORT DEP-SORT-FILE
                ON ASCENDING KEY DS-KEY-TYPE DS-DEPOSITOR DS-DVZ
                INPUT PROCEDURE  IS RELEASE-DEPOSITS
                OUTPUT PROCEDURE IS SUMMARIZE-DEPOSITORS
           PERFORM WRITE-TMSF-TRAILER
           PERFORM WRITE-SUMMARY-REPORT
           DISPLAY 'TMSFCOV DEPOSITORS: ' WS-DEPOSITOR-COUNT
                   ' OVERFLOWS: ' WS-OVFL-COUNT
           IF WS-OVFL-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur; eksik gruplamayla
      * duzenleyiciye dosya verilmez (CUSTPOS kurgusu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  ACCT-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT TMS-FILE
           OPEN OUTPUT RPT-FILE
      * vadeli mevduat dosyasi henuz kurulmamissa (durum 35)
      * yalnizca vadesiz bakiyeler hesaba katilir
           OPEN INPUT  TD-FILE
           EVALUATE TRUE
              WHEN TD-SUCCESS
                 MOVE 'Y' TO WS-TD-SW
              WHEN TD-ST = 35
                 DISPLAY 'TDMASTER NOT DEFINED, DEMAND BALANCES ONLY'
                 MOVE 'X' TO WS-TD-SW
                 MOVE 00  TO TD-ST
           END-EVALUATE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT ACCT-SUCCESS OR NOT XREF-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT TD-SUCCESS
                                OR NOT TMS-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCT-ST: '   ACCT-ST
              DISPLAY 'XREF-ST: '   XREF-ST
              DISPLAY 'IDX-ST: '    IDX-ST
              DISPLAY 'TD-ST: '     TD-ST
              DISPLAY 'TMS-ST: '    TMS-ST
              DISPLAY 'RPT-ST: '    RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * VERIFY-FX-RATES rapor gunu icin FXCVRTN'de gecerli kur
      * olup olmadigini sorar: hic kur yoksa ya da kur dosyalari
      * okunamazsa duzenleyici dosyasi yazilmadan cikilir.
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
      * LOAD-ACCOUNT-TABLE ACCTREC'teki her hesabin kisi kimligini
      * (soyad, ad, dogum tarihi) tabloya alir.
      *----
       LOAD-ACCOUNT-TABLE.
           PERFORM READ-ACCT-RECORD
           PERFORM UNTIL ACCT-EOF
              IF ACC-TABLE-COUNT >= 5000
                 MOVE 'ACCOUNT' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO ACC-TABLE-COUNT
              SET ACC-IDX TO ACC-TABLE-COUNT
              MOVE ACCT-SEQ TO AT-SEQ(ACC-IDX)
              MOVE SPACES   TO AT-IDENTITY(ACC-IDX)
              STRING ACCT-LASTN   DELIMITED SIZE
                     ACCT-NAME    DELIMITED SIZE
                     ACCT-BRTHDAY DELIMITED SIZE
                INTO AT-IDENTITY(ACC-IDX)
              END-STRING
              PERFORM READ-ACCT-RECORD
           END-PERFORM
           CLOSE ACCT-FILE.
       LOAD-ACCOUNT-TABLE-EXIT. EXIT.
      *----
       READ-ACCT-RECORD.
           READ ACCT-FILE.
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
      * LOAD-XREF-MAP capraz referansi sirayla okur; her musteri
      * numarasi ilk bagli hesabin kisi kimligiyle eslenir. ACCTREC'te
      * karsiligi olmayan hesap eslemeye alinmaz.
      *----
       LOAD-XREF-MAP.
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL XREF-EOF
              PERFORM FIND-ACCOUNT-IDENTITY
              IF WS-FOUND
                 PERFORM STORE-XREF-MAP
              END-IF
              PERFORM READ-XREF-RECORD
           END-PERFORM
           CLOSE XREF-FILE.
       LOAD-XREF-MAP-EXIT. EXIT.
      *----
       READ-XREF-RECORD.
           READ XREF-FILE.
       READ-XREF-RECORD-EXIT. EXIT.
      *----
       FIND-ACCOUNT-IDENTITY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ACC-SRCH FROM 1 BY 1
                     UNTIL WS-ACC-SRCH > ACC-TABLE-COUNT
              IF AT-SEQ(WS-ACC-SRCH) = XREF-SEQ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE AT-IDENTITY(WS-ACC-SRCH) TO WS-IDENTITY
                 MOVE ACC-TABLE-COUNT TO WS-ACC-SRCH
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-IDENTITY-EXIT. EXIT.
      *----
       STORE-XREF-MAP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-MAP-SRCH FROM 1 BY 1
                     UNTIL WS-MAP-SRCH > MAP-TABLE-COUNT
              IF MT-IDXID(WS-MAP-SRCH) = XREF-IDXID
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE MAP-TABLE-COUNT TO WS-MAP-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF MAP-TABLE-COUNT >= 5000
                 MOVE 'XREF-MAP' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO MAP-TABLE-COUNT
              SET MAP-IDX TO MAP-TABLE-COUNT
              MOVE XREF-IDXID  TO MT-IDXID(MAP-IDX)
              MOVE WS-IDENTITY TO MT-IDENTITY(MAP-IDX)
           END-IF.
       STORE-XREF-MAP-EXIT. EXIT.
      *----
      * RELEASE-DEPOSITS vadesiz bakiyeleri ve aktif vadeli mevduat
      * anaparalarini mevduat sahibi anahtariyla sort'a verir.
      *----
       RELEASE-DEPOSITS.
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF
              IF IDX-TUTAR < ZERO
                 ADD 1 TO WS-DEBIT-COUNT
              ELSE
                 IF IDX-TUTAR > ZERO
                    MOVE IDX-ID    TO WS-REL-ID
                    MOVE IDX-DVZ   TO WS-REL-DVZ
                    MOVE IDX-TUTAR TO WS-REL-AMOUNT
                    PERFORM RELEASE-DEPOSIT-LINE
                 END-IF
              END-IF
              PERFORM READ-IDX-RECORD
           END-PERFORM
           IF WS-TD-OPEN
              PERFORM READ-TD-RECORD
              PERFORM UNTIL TD-EOF
                 IF TD-ACTIVE AND TD-PRINCIPAL > ZERO
                    MOVE TD-ID        TO WS-REL-ID
                    MOVE TD-DVZ       TO WS-REL-DVZ
                    MOVE TD-PRINCIPAL TO WS-REL-AMOUNT
                    PERFORM RELEASE-DEPOSIT-LINE
                 END-IF
                 PERFORM READ-TD-RECORD
              END-PERFORM
           END-IF.
       RELEASE-DEPOSITS-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-IDX-READ-COUNT
           END-READ.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
       READ-TD-RECORD.
           READ TD-FILE
              NOT AT END ADD 1 TO WS-TD-READ-COUNT
           END-READ.
       READ-TD-RECORD-EXIT. EXIT.
      *----
      * RELEASE-DEPOSIT-LINE satiri TRY'ye cevirir (FXCVRTN),
      * mevduat sahibi anahtarini bulur ve sort'a verir. Kuru
      * olmayan dvz icin oran 1 kabul edilir (FXCVRTN RC 04); tasan
      * satir kapsama alinmaz.
      *----
       RELEASE-DEPOSIT-LINE.
           MOVE 'N' TO WS-FX-ERR-SW
           MOVE RETURN-CODE   TO FXCV-CALLER-RC
           MOVE '1'           TO FXCV-FUNCTION
           MOVE WS-RUN-DATE   TO FXCV-DATE
           MOVE WS-REL-DVZ    TO FXCV-FROM-DVZ
           MOVE WS-REL-AMOUNT TO FXCV-AMOUNT-IN
           CALL 'FXCVRTN' USING FXCV-PARM
           IF FXCV-RC-OK OR FXCV-RC-NO-RATE
              MOVE FXCV-AMOUNT-OUT TO WS-RPT-AMOUNT
           ELSE
              MOVE 'Y' TO WS-FX-ERR-SW
              DISPLAY 'CURRENCY CONVERSION OVERFLOW: '
                      WS-REL-ID ' ' WS-REL-DVZ
                      ', FXCVRTN RC: ' FXCV-RETURN-CODE
           END-IF
           IF WS-FX-SIZE-ERROR
              ADD 1 TO WS-OVFL-COUNT
           ELSE
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-MAP-SRCH FROM 1 BY 1
                        UNTIL WS-MAP-SRCH > MAP-TABLE-COUNT
                 IF MT-IDXID(WS-MAP-SRCH) = WS-REL-ID
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE MT-IDENTITY(WS-MAP-SRCH) TO DS-DEPOSITOR
                    MOVE MAP-TABLE-COUNT TO WS-MAP-SRCH
                 END-IF
              END-PERFORM
              IF WS-FOUND
                 MOVE 'P' TO DS-KEY-TYPE
              ELSE
                 ADD 1 TO WS-NOXREF-COUNT
                 MOVE 'I'        TO DS-KEY-TYPE
                 MOVE SPACES     TO DS-DEPOSITOR
                 MOVE WS-REL-ID  TO DS-DEPOSITOR(1:5)
              END-IF
              MOVE WS-REL-DVZ    TO DS-DVZ
              MOVE WS-REL-ID     TO DS-ID
              MOVE WS-REL-AMOUNT TO DS-AMOUNT
              MOVE WS-RPT-AMOUNT TO DS-RPT-AMOUNT
              ADD 1 TO WS-RELEASE-COUNT
              RELEASE DEP-SORT-REC
           END-IF.
       RELEASE-DEPOSIT-LINE-EXIT. EXIT.
      *----
      * SUMMARIZE-DEPOSITORS sirali satirlari mevduat sahibi
      * control-break ile gezer; dvz toplamlari DD-TABLE'da
      * birikir, sahip degisince kapsam hesaplanip yazilir.
      *----
       SUMMARIZE-DEPOSITORS.
           MOVE 'Y' TO WS-BRK-FIRST-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM RETURN-DEP-SORT-REC
           PERFORM UNTIL WS-SORT-EOF
              IF WS-BRK-FIRST
                 PERFORM START-NEW-DEPOSITOR
              ELSE
                 IF DS-KEY-TYPE NOT = WS-BRK-KEY-TYPE
                    OR DS-DEPOSITOR NOT = WS-BRK-DEPOSITOR
                    PERFORM CLOSE-DEPOSITOR
                    PERFORM START-NEW-DEPOSITOR
                 END-IF
              END-IF
              PERFORM ADD-DEPOSIT-LINE
              PERFORM RETURN-DEP-SORT-REC
           END-PERFORM
           IF NOT WS-BRK-FIRST
              PERFORM CLOSE-DEPOSITOR
           END-IF.
       SUMMARIZE-DEPOSITORS-EXIT. EXIT.
      *----
       RETURN-DEP-SORT-REC.
           RETURN DEP-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       RETURN-DEP-SORT-REC-EXIT. EXIT.
      *----
       START-NEW-DEPOSITOR.
           MOVE DS-KEY-TYPE  TO WS-BRK-KEY-TYPE
           MOVE DS-DEPOSITOR TO WS-BRK-DEPOSITOR
           MOVE 'N'          TO WS-BRK-FIRST-SW
           MOVE DS-ID        TO WS-DEP-FIRST-ID
           MOVE ZERO         TO WS-DEP-LAST-ID WS-DEP-ACCOUNTS
                                WS-DEP-TOTAL DD-TABLE-COUNT.
       START-NEW-DEPOSITOR-EXIT. EXIT.
      *----
      * ADD-DEPOSIT-LINE satiri mevduat sahibinin dvz toplamina
      * ekler. Hesap adedi farkli musteri numarasi/dvz satiri
      * sayisidir; ayni hesabin vadeli mevduatlari tek sayilir.
      *----
       ADD-DEPOSIT-LINE.
           IF DS-ID < WS-DEP-FIRST-ID
              MOVE DS-ID TO WS-DEP-FIRST-ID
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CS-SRCH FROM 1 BY 1
                     UNTIL WS-CS-SRCH > DD-TABLE-COUNT
              IF DD-DVZ(WS-CS-SRCH) = DS-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET DD-IDX TO WS-CS-SRCH
                 MOVE DD-TABLE-COUNT TO WS-CS-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF DD-TABLE-COUNT >= 50
                 MOVE 'DEP-DVZ' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO DD-TABLE-COUNT
              SET DD-IDX TO DD-TABLE-COUNT
              MOVE DS-DVZ TO DD-DVZ(DD-IDX)
              MOVE ZERO   TO DD-AMOUNT(DD-IDX) DD-RPT-AMOUNT(DD-IDX)
              MOVE ZERO   TO WS-DEP-LAST-ID
           END-IF
           IF DS-ID NOT = WS-DEP-LAST-ID
              ADD 1 TO WS-DEP-ACCOUNTS
              MOVE DS-ID TO WS-DEP-LAST-ID
           END-IF
           ADD DS-AMOUNT     TO DD-AMOUNT(DD-IDX)
           ADD DS-RPT-AMOUNT TO DD-RPT-AMOUNT(DD-IDX)
           ADD DS-RPT-AMOUNT TO WS-DEP-TOTAL
              ON SIZE ERROR
                 ADD 1 TO WS-OVFL-COUNT
                 DISPLAY 'DEPOSITOR TOTAL OVERFLOW: ' DS-ID
           END-ADD.
       ADD-DEPOSIT-LINE-EXIT. EXIT.
      *----
      * CLOSE-DEPOSITOR toplami limitle sinirlar, sigortali tutari
      * dvz'lere TRY paylari oraninda dagitir (yuvarlama farki son
      * dvz'e yazilir), kapsam bandini bulur ve detay satirini
      * TMSFOUT'a yazar.
      *----
       CLOSE-DEPOSITOR.
           ADD 1 TO WS-DEPOSITOR-COUNT
           IF WS-DEP-TOTAL > WS-INSURED-LIMIT
              MOVE WS-INSURED-LIMIT TO WS-DEP-INSURED
           ELSE
              MOVE WS-DEP-TOTAL     TO WS-DEP-INSURED
           END-IF
           COMPUTE WS-DEP-UNINSURED = WS-DEP-TOTAL - WS-DEP-INSURED
           MOVE ZERO TO WS-DEP-ALLOCATED
           PERFORM VARYING DD-IDX FROM 1 BY 1
                     UNTIL DD-IDX > DD-TABLE-COUNT
              IF DD-IDX = DD-TABLE-COUNT OR WS-DEP-TOTAL = ZERO
                 COMPUTE WS-DVZ-INSURED =
                         WS-DEP-INSURED - WS-DEP-ALLOCATED
              ELSE
                 COMPUTE WS-DVZ-INSURED ROUNDED =
                         WS-DEP-INSURED * DD-RPT-AMOUNT(DD-IDX)
                                        / WS-DEP-TOTAL
              END-IF
              ADD WS-DVZ-INSURED TO WS-DEP-ALLOCATED
              PERFORM ADD-CURRENCY-SUMMARY
           END-PERFORM
           PERFORM FIND-COVERAGE-BAND
           ADD 1                TO BND-COUNT(WS-BAND)
           ADD WS-DEP-TOTAL     TO BND-TOTAL(WS-BAND)
           ADD WS-DEP-INSURED   TO BND-INSURED(WS-BAND)
           ADD WS-DEP-UNINSURED TO BND-UNINSURED(WS-BAND)
           ADD WS-DEP-TOTAL     TO WS-TOTAL-DEPOSITS
           ADD WS-DEP-INSURED   TO WS-TOTAL-INSURED
           ADD WS-DEP-UNINSURED TO WS-TOTAL-UNINSURED
           MOVE SPACES TO TMS-DTL-REC
           MOVE 'D'              TO TMS-TYPE
           MOVE WS-BRK-KEY-TYPE  TO TMD-KEY-TYPE
           MOVE WS-BRK-DEPOSITOR TO TMD-DEPOSITOR
           MOVE WS-DEP-FIRST-ID  TO TMD-FIRST-ID
           MOVE WS-DEP-ACCOUNTS  TO TMD-ACCOUNTS
           MOVE WS-DEP-TOTAL     TO TMD-TOTAL
           MOVE WS-DEP-INSURED   TO TMD-INSURED
           MOVE WS-DEP-UNINSURED TO TMD-UNINSURED
           WRITE TMS-DTL-REC.
       CLOSE-DEPOSITOR-EXIT. EXIT.
      *----
      * ADD-CURRENCY-SUMMARY DD-IDX satirini CS-TABLE'daki dvz
      * toplamina ekler.
      *----
       ADD-CURRENCY-SUMMARY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CS-SRCH FROM 1 BY 1
                     UNTIL WS-CS-SRCH > CS-TABLE-COUNT
              IF CS-DVZ(WS-CS-SRCH) = DD-DVZ(DD-IDX)
                 MOVE 'Y' TO WS-FOUND-SW
                 SET CS-IDX TO WS-CS-SRCH
                 MOVE CS-TABLE-COUNT TO WS-CS-SRCH
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF CS-TABLE-COUNT >= 100
                 MOVE 'CURRENCY' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO CS-TABLE-COUNT
              SET CS-IDX TO CS-TABLE-COUNT
              MOVE DD-DVZ(DD-IDX) TO CS-DVZ(CS-IDX)
              MOVE ZERO TO CS-AMOUNT(CS-IDX) CS-RPT-AMOUNT(CS-IDX)
                           CS-INSURED(CS-IDX) CS-UNINSURED(CS-IDX)
           END-IF
           ADD DD-AMOUNT(DD-IDX)     TO CS-AMOUNT(CS-IDX)
           ADD DD-RPT-AMOUNT(DD-IDX) TO CS-RPT-AMOUNT(CS-IDX)
           ADD WS-DVZ-INSURED        TO CS-INSURED(CS-IDX)
           COMPUTE CS-UNINSURED(CS-IDX) = CS-UNINSURED(CS-IDX)
                   + DD-RPT-AMOUNT(DD-IDX) - WS-DVZ-INSURED.
       ADD-CURRENCY-SUMMARY-EXIT. EXIT.
      *----
       FIND-COVERAGE-BAND.
           EVALUATE TRUE
              WHEN WS-DEP-TOTAL <= WS-INSURED-LIMIT
                 MOVE 1 TO WS-BAND
              WHEN OTHER
                 COMPUTE WS-BAND-LIMIT = WS-INSURED-LIMIT * 2
                 IF WS-DEP-TOTAL <= WS-BAND-LIMIT
                    MOVE 2 TO WS-BAND
                 ELSE
                    COMPUTE WS-BAND-LIMIT = WS-INSURED-LIMIT * 10
                    IF WS-DEP-TOTAL <= WS-BAND-LIMIT
                       MOVE 3 TO WS-BAND
                    ELSE
                       MOVE 4 TO WS-BAND
                    END-IF
                 END-IF
           END-EVALUATE.
       FIND-COVERAGE-BAND-EXIT. EXIT.
      *----
       WRITE-TMSF-HEADER.
           MOVE SPACES TO TMS-HDR-REC
           MOVE 'H'              TO TMS-TYPE
           MOVE WS-RUN-DATE      TO TMH-REPDATE
           MOVE WS-INSURED-LIMIT TO TMH-LIMIT
           WRITE TMS-HDR-REC
           INITIALIZE BND-TABLE.
       WRITE-TMSF-HEADER-EXIT. EXIT.
      *----
       WRITE-TMSF-TRAILER.
           MOVE SPACES TO TMS-TRL-REC
           MOVE 'T'                TO TMS-TYPE
           MOVE WS-DEPOSITOR-COUNT TO TMT-COUNT
           MOVE WS-TOTAL-DEPOSITS  TO TMT-TOTAL
           MOVE WS-TOTAL-INSURED   TO TMT-INSURED
           MOVE WS-TOTAL-UNINSURED TO TMT-UNINSURED
           WRITE TMS-TRL-REC.
       WRITE-TMSF-TRAILER-EXIT. EXIT.
      *----
      * WRITE-SUMMARY-REPORT dvz ve kapsam bandi kirilimli ozeti ve
      * kontrol toplamlarini basar.
      *----
       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'TMSFCOV - DEPOSIT INSURANCE COVERAGE AS OF '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-INSURED-LIMIT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-REC
           STRING 'INSURED LIMIT (TRY): ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES           TO RPT-REC
           MOVE 'DVZ'            TO RPT-REC(1:3)
           MOVE 'DEPOSITS (DVZ)' TO RPT-REC(6:14)
           MOVE 'DEPOSITS TRY'   TO RPT-REC(27:12)
           MOVE 'INSURED TRY'    TO RPT-REC(47:11)
           MOVE 'UNINSURED TRY'  TO RPT-REC(64:13)
           WRITE RPT-REC
           PERFORM VARYING CS-IDX FROM 1 BY 1
                     UNTIL CS-IDX > CS-TABLE-COUNT
              MOVE SPACES TO RPT-REC
              MOVE CS-DVZ(CS-IDX)        TO RPT-REC(1:3)
              MOVE CS-AMOUNT(CS-IDX)     TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT           TO RPT-REC(3:18)
              MOVE CS-RPT-AMOUNT(CS-IDX) TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT           TO RPT-REC(21:18)
              MOVE CS-INSURED(CS-IDX)    TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT           TO RPT-REC(40:18)
              MOVE CS-UNINSURED(CS-IDX)  TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT           TO RPT-REC(59:18)
              WRITE RPT-REC
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES           TO RPT-REC
           MOVE 'BAND'           TO RPT-REC(1:4)
           MOVE 'DEPOSITORS'     TO RPT-REC(14:10)
           MOVE 'TOTAL TRY'      TO RPT-REC(30:9)
           MOVE 'INSURED TRY'    TO RPT-REC(47:11)
           MOVE 'UNINSURED TRY'  TO RPT-REC(64:13)
           WRITE RPT-REC
           PERFORM VARYING WS-BAND FROM 1 BY 1
                     UNTIL WS-BAND > 4
              MOVE SPACES TO RPT-REC
              MOVE BAND-NAME(WS-BAND)     TO RPT-REC(1:12)
              MOVE BND-COUNT(WS-BAND)     TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT          TO RPT-REC(17:7)
              MOVE BND-TOTAL(WS-BAND)     TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT            TO RPT-REC(21:18)
              MOVE BND-INSURED(WS-BAND)   TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT            TO RPT-REC(40:18)
              MOVE BND-UNINSURED(WS-BAND) TO WS-EDIT-RPT
              MOVE WS-EDIT-RPT            TO RPT-REC(59:18)
              WRITE RPT-REC
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-IDX-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER RECORDS     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TD-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TERM DEPOSITS READ : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DEBIT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEBIT BALANCES     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RELEASE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEPOSIT LINES      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOXREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'LINES WITHOUT XREF : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DEPOSITOR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DEPOSITORS         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-DEPOSITS TO WS-EDIT-RPT
           MOVE SPACES TO RPT-REC
           STRING 'TOTAL DEPOSITS TRY : ' DELIMITED BY SIZE
                  WS-EDIT-RPT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-INSURED TO WS-EDIT-RPT
           MOVE SPACES TO RPT-REC
           STRING 'INSURED TRY        : ' DELIMITED BY SIZE
                  WS-EDIT-RPT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TOTAL-UNINSURED TO WS-EDIT-RPT
           MOVE SPACES TO RPT-REC
           STRING 'UNINSURED TRY      : ' DELIMITED BY SIZE
                  WS-EDIT-RPT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-OVFL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'FX OVERFLOWS       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-SUMMARY-REPORT-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku TMSFCOV hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDX-FILE
               IF WS-TD-OPEN
                  CLOSE TD-FILE
               END-IF
               CLOSE TMS-FILE
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
              MOVE 'TMSFCOV'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-DEPOSITOR-COUNT TO AUD-RECCOUNT
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
