      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    NOTIFGEN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * NOTIFGEN gece bildirim is adimidir. Gece zincirinin
      * musteriye yonelik ciktilarini SMS/e-posta aggregator'una
      * giden tek bir ileti dosyasinda (NOTIFOUT, bkz. NOTFREC.CPY)
      * toplar:
      *   - ALERTFIL : BDAYCALC dogum gunu uyarilari   -> 'BDAY',
      *   - MILEFILE : BDAYCALC yas esigi ekstresi     -> 'MILE',
      *   - WARNEXT  : DORMWARN uyuyan hesap uyarilari -> 'DORM',
      *   - STMTIDX  : STMTGEN basilan ekstre dizini   -> 'STMT'.
      * Dort kaynak da istege baglidir; verilmeyen kaynak atlanir.
      * Dogum gunu iletisi pazarlama sinifindadir ve yalnizca
      * kisinin tercih ettigi kanaldan, o kanal icin ticari ileti
      * izni varsa gonderilir. Diger olaylar hizmet/mevzuat
      * bildirimidir: tercih edilen kanal bilgisi doluysa o kanal,
      * degilse sirasiyla SMS, e-posta, posta denenir.
      * Uyuyan hesap ve ekstre olaylari musteri numarasi (IDX-ID)
      * tasir; ileti capraz referansta (XREFFILE) musteriye bagli
      * her kisiye (ACCT-SEQ) ayri gider. Tereke adresine
      * yonlendirilen ekstre icin musteriye ileti uretilmez.
      * Iletisim bilgisi CONTFILE'dan (bkz. CNTCREC.CPY) okunur;
      * islem gunune kadar vefat bildirilmis kisiye (DCSDCHK '1')
      * ileti uretilmez. Ulasilamayan her kisi sebebiyle NOTIFRPT
      * raporuna basilir; rapor sonunda kaynak, kanal ve sebep
      * kirilimlari verilir.
      * Bir kaynak ya da iletisim dosyasi okunamazsa veya vefat
      * durumu alinamazsa calistirma RC 04 ile biter.
      * PARM='YYYYMMDD' -> islem gunu, varsayilan sistem tarihi.
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
           SELECT CNT-FILE   ASSIGN TO  CONTFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY CNT-SEQ
                             STATUS     CNT-ST.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO  ALERTFIL
                             STATUS     ALERT-ST.
           SELECT OPTIONAL MILE-FILE  ASSIGN TO  MILEFILE
                             STATUS     MILE-ST.
           SELECT OPTIONAL WARN-FILE  ASSIGN TO  WARNEXT
                             STATUS     WARN-ST.
           SELECT OPTIONAL SMI-FILE   ASSIGN TO  STMTIDX
                             STATUS     SMI-ST.
           SELECT NTF-FILE   ASSIGN TO  NOTIFOUT
                             STATUS     NTF-ST.
           SELECT RPT-FILE   ASSIGN TO  NOTIFRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * ACCT-FILE hesap dosyasidir (BDAYCALC'in ACCT-REC duzeni);
      * musteri numarasiyla gelen olaylarda kisinin adi buradan
      * alinir.
       FD  ACCT-FILE RECORDING MODE F.
       01  ACCT-FIELDS.
           05 ACCT-SEQ       PIC X(04).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-LASTN     PIC X(15).
           05 ACCT-BRTHDAY   PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * CNT-FILE musteri iletisim master'idir (bkz. CNTCREC.CPY).
       FD  CNT-FILE.
           COPY CNTCREC.
      *****
      * ALERT-FILE BDAYCALC'in dogum gunu uyari dosyasidir
      * (bkz. ALERTREC.CPY).
       FD  ALERT-FILE RECORDING MODE F.
           COPY ALERTREC.
      *****
      * MILE-FILE BDAYCALC'in yas esigi ekstresidir; sonda MILETOT
      * trailer satirlari vardir (BDAYCALC'in MILE-REC duzeni).
       FD  MILE-FILE RECORDING MODE F.
       01  MILE-REC.
           05  MILE-SEQ        PIC X(04).
           05  SPACE-M1        PIC X(02).
           05  MILE-NAME       PIC X(15).
           05  MILE-LASTN      PIC X(15).
           05  MILE-AGE        PIC 9(03).
           05  SPACE-M2        PIC X(02).
           05  MILE-DATE       PIC 9(08).
           05  SPACE-M3        PIC X(02).
           05  MILE-DAYS-AWAY  PIC 9(03).
       01  MILE-TRAILER REDEFINES MILE-REC.
           05  MTR-LITERAL     PIC X(08).
           05  FILLER          PIC X(46).
      *****
      * WARN-FILE DORMWARN'in uyuyan hesap bildirim ekstresidir
      * (DORMWARN'in WRN-REC duzeni).
       FD  WARN-FILE RECORDING MODE F.
       01  WRN-REC.
           05 WRN-ID         PIC 9(05).
           05 WRN-DVZ        PIC 9(03).
           05 WRN-FULLN      PIC X(30).
           05 WRN-TUTAR      PIC S9(13)V99 SIGN TRAILING SEPARATE.
           05 WRN-LASTACT    PIC 9(08).
           05 WRN-PROJDATE   PIC 9(08).
           05 FILLER         PIC X(02).
      *****
      * SMI-FILE STMTGEN'in basilan ekstre dizinidir (bkz.
      * STMIREC.CPY).
       FD  SMI-FILE RECORDING MODE F.
           COPY STMIREC.
      *****
      * NTF-FILE aggregator'a giden ileti dosyasidir (bkz.
      * NOTFREC.CPY).
       FD  NTF-FILE RECORDING MODE F.
           COPY NOTFREC.
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
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF       VALUE 10.
              88 ACCT-SUCCESS   VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-EOF       VALUE 10.
              88 XREF-SUCCESS   VALUE 00 97.
           05 CNT-ST            PIC 9(02).
              88 CNT-SUCCESS    VALUE 00 97.
           05 ALERT-ST          PIC 9(02).
              88 ALERT-EOF      VALUE 10.
              88 ALERT-NOT-PRESENT VALUE 05.
              88 ALERT-SUCCESS  VALUE 00 05 97.
           05 MILE-ST           PIC 9(02).
              88 MILE-EOF       VALUE 10.
              88 MILE-NOT-PRESENT VALUE 05.
              88 MILE-SUCCESS   VALUE 00 05 97.
           05 WARN-ST           PIC 9(02).
              88 WARN-EOF       VALUE 10.
              88 WARN-NOT-PRESENT VALUE 05.
              88 WARN-SUCCESS   VALUE 00 05 97.
           05 SMI-ST            PIC 9(02).
              88 SMI-EOF        VALUE 10.
              88 SMI-NOT-PRESENT VALUE 05.
              88 SMI-SUCCESS    VALUE 00 05 97.
           05 NTF-ST            PIC 9(02).
              88 NTF-SUCCESS    VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * ACC-TABLE ACCTREC'teki kisilerin adlaridir; XREF-TABLE
      * kisi->musteri eslemesidir. Musteri numarasiyla gelen olay
      * XREF-TABLE'daki her eslesen kisiye dagitilir.
      *----
       01  ACC-TABLE-COUNT      PIC 9(05) VALUE ZERO.
       01  ACC-TABLE.
           05 ACC-ENTRY OCCURS 5000 TIMES INDEXED BY ACC-IDX.
              10 ACC-T-SEQ      PIC X(04).
              10 ACC-T-NAME     PIC X(15).
              10 ACC-T-LASTN    PIC X(15).
       01  XREF-TABLE-COUNT     PIC 9(05) VALUE ZERO.
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 5000 TIMES INDEXED BY XRF-IDX.
              10 XT-SEQ         PIC X(04).
              10 XT-IDXID       PIC 9(05).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
      *----
      * Islenen olay: kaynak paragraflar doldurur, DELIVER-ONE-
      * NOTIFICATION kisiye ileti uretir ya da ulasilamadigini
      * raporlar.
      *----
       01  WS-EVENT.
           05 WS-EVT-CODE       PIC X(04).
           05 WS-EVT-CLASS      PIC X(01).
              88 WS-EVT-MARKETING VALUE 'M'.
           05 WS-EVT-SEQ        PIC X(04).
           05 WS-EVT-IDXID      PIC 9(05).
           05 WS-EVT-NAME       PIC X(15).
           05 WS-EVT-LASTN      PIC X(15).
      * WS-EVT-FULLN musteri numarasiyla gelen olaydaki unvandir;
      * kisinin ACCTREC'te adi yoksa ad/soyad yerine kullanilir.
           05 WS-EVT-FULLN      PIC X(30).
           05 WS-MRG-DATE       PIC 9(08).
           05 WS-MRG-NUM        PIC 9(03).
           05 WS-MRG-DVZ        PIC 9(03).
           05 WS-MRG-AMOUNT     PIC S9(13)V99.
      * WS-SRC-NO islenen kaynagin SRC-TABLE sirasidir.
       01  WS-SRC-NO            PIC 9(01).
       01  WS-FILE-ST           PIC 9(02).
      * WS-LINK-COUNT musteri numarasiyla gelen olayda bulunan
      * kisi sayisidir.
       01  WS-LINK-COUNT        PIC 9(05).
      *----
      * Kanal secimi: WS-CHANNEL secilen kanal, WS-TRY-CHANNEL
      * bilgisi kontrol edilen kanaldir. WS-UNREACH-REASON bos
      * degilse kisiye ileti uretilmez.
      *----
       01  WS-CHANNEL           PIC X(01).
       01  WS-TRY-CHANNEL       PIC X(01).
       01  WS-HAS-DATA-SW       PIC X(01).
           88 WS-HAS-DATA       VALUE 'Y'.
       01  WS-UNREACH-REASON    PIC X(30).
      *----
      * Vefat durumu sorgusu (bkz. DCSDPARM.CPY). WS-DATA-ERR-SW
      * durum dosyasi, iletisim dosyasi ya da bir kaynak
      * okunamadiginda 'Y' olur; calistirma RC 04 ile biter.
      *----
           COPY DCSDPARM.
       01  WS-DCSD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-DCSD-ERROR     VALUE 'Y'.
       01  WS-DATA-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-DATA-ERROR     VALUE 'Y'.
       01  WS-SAVE-RC           PIC 9(02).
      *----
      * SRC-TABLE kaynak basina okunan kayit, uretilen ileti ve
      * ulasilamayan kisi sayilaridir; SRC-STATE kaynagin durumunu
      * rapora tasir.
      *----
       01  SRC-TABLE.
           05 SRC-ENTRY OCCURS 4 TIMES.
              10 SRC-EVENT      PIC X(04).
              10 SRC-FILE       PIC X(08).
              10 SRC-STATE      PIC X(12).
              10 SRC-READ       PIC 9(07).
              10 SRC-SENT       PIC 9(07).
              10 SRC-UNREACH    PIC 9(07).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-MSG-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-SMS-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-EMAIL-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-POST-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-UNREACH-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-ESTATE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NOLINK-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-DECEASED-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-NOCONT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NOPREF-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NOCONS-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NOPDATA-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-NODATA-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CNTERR-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen islem
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
           PERFORM INIT-SOURCE-TABLE
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-XREF-TABLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-NOTIFICATION-HEADER
           PERFORM PROCESS-BIRTHDAY-ALERTS
           PERFORM PROCESS-MILESTONES
           PERFORM PROCESS-DORMANCY-WARNINGS
           PERFORM PROCESS-STATEMENTS
           PERFORM WRITE-NOTIFICATION-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'NOTIFGEN MESSAGES: ' WS-MSG-COUNT
                   ' NOT REACHED: ' WS-UNREACH-COUNT
           IF WS-DCSD-ERROR OR WS-DATA-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur (SORTREP6'daki kurgu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
       INIT-SOURCE-TABLE.
           INITIALIZE SRC-TABLE
           MOVE 'BDAY'     TO SRC-EVENT(1)
           MOVE 'ALERTFIL' TO SRC-FILE(1)
           MOVE 'MILE'     TO SRC-EVENT(2)
           MOVE 'MILEFILE' TO SRC-FILE(2)
           MOVE 'DORM'     TO SRC-EVENT(3)
           MOVE 'WARNEXT'  TO SRC-FILE(3)
           MOVE 'STMT'     TO SRC-EVENT(4)
           MOVE 'STMTIDX'  TO SRC-FILE(4).
       INIT-SOURCE-TABLE-EXIT. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  ACCT-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  CNT-FILE
           OPEN OUTPUT NTF-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT ACCT-SUCCESS OR NOT XREF-SUCCESS
                                OR NOT CNT-SUCCESS
                                OR NOT NTF-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'ACCT-ST: ' ACCT-ST
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'CNT-ST: '  CNT-ST
              DISPLAY 'NTF-ST: '  NTF-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-ACCOUNT-TABLE ACCTREC'teki kisileri tabloya alir;
      * dosya bundan sonra okunmaz.
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
              MOVE ACCT-SEQ   TO ACC-T-SEQ(ACC-IDX)
              MOVE ACCT-NAME  TO ACC-T-NAME(ACC-IDX)
              MOVE ACCT-LASTN TO ACC-T-LASTN(ACC-IDX)
              PERFORM READ-ACCT-RECORD
           END-PERFORM.
       LOAD-ACCOUNT-TABLE-EXIT. EXIT.
      *----
       READ-ACCT-RECORD.
           READ ACCT-FILE.
       READ-ACCT-RECORD-EXIT. EXIT.
      *----
      * LOAD-XREF-TABLE capraz referansi anahtar sirasiyla okuyup
      * tabloya alir.
      *----
       LOAD-XREF-TABLE.
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL NOT XREF-SUCCESS
              IF XREF-TABLE-COUNT >= 5000
                 MOVE 'XREF' TO WS-FULL-TABLE
                 PERFORM TABLE-LIMIT-ABORT
              END-IF
              ADD 1 TO XREF-TABLE-COUNT
              SET XRF-IDX TO XREF-TABLE-COUNT
              MOVE XREF-SEQ   TO XT-SEQ(XRF-IDX)
              MOVE XREF-IDXID TO XT-IDXID(XRF-IDX)
              PERFORM READ-XREF-RECORD
           END-PERFORM
           IF NOT XREF-EOF
              DISPLAY 'XREFFILE READ ERROR, XREF-ST: ' XREF-ST
              MOVE 'Y' TO WS-DATA-ERR-SW
           END-IF.
       LOAD-XREF-TABLE-EXIT. EXIT.
      *----
       READ-XREF-RECORD.
           READ XREF-FILE.
       READ-XREF-RECORD-EXIT. EXIT.
      *----
      * PROCESS-BIRTHDAY-ALERTS dogum gunu uyarilarini pazarlama
      * iletisi olarak isler.
      *----
       PROCESS-BIRTHDAY-ALERTS.
           MOVE 1 TO WS-SRC-NO
           OPEN INPUT ALERT-FILE
           IF NOT ALERT-SUCCESS
              MOVE ALERT-ST TO WS-FILE-ST
              PERFORM REPORT-SOURCE-NOT-READABLE
           ELSE
              IF ALERT-NOT-PRESENT
                 MOVE 'NOT SUPPLIED' TO SRC-STATE(WS-SRC-NO)
              ELSE
                 MOVE 'PROCESSED'    TO SRC-STATE(WS-SRC-NO)
                 READ ALERT-FILE
                 PERFORM UNTIL NOT ALERT-SUCCESS
                    ADD 1 TO SRC-READ(WS-SRC-NO)
                    INITIALIZE WS-EVENT
                    MOVE 'BDAY'          TO WS-EVT-CODE
                    MOVE 'M'             TO WS-EVT-CLASS
                    MOVE ALERT-SEQ       TO WS-EVT-SEQ
                    MOVE ALERT-NAME      TO WS-EVT-NAME
                    MOVE ALERT-LASTN     TO WS-EVT-LASTN
                    MOVE ALERT-BRTHDAY   TO WS-MRG-DATE
                    MOVE ALERT-DAYS-AWAY TO WS-MRG-NUM
                    PERFORM FIND-SEQ-CUSTOMER
                    PERFORM DELIVER-ONE-NOTIFICATION
                    READ ALERT-FILE
                 END-PERFORM
                 IF NOT ALERT-EOF
                    MOVE ALERT-ST TO WS-FILE-ST
                    PERFORM REPORT-SOURCE-NOT-READABLE
                 END-IF
              END-IF
              CLOSE ALERT-FILE
           END-IF.
       PROCESS-BIRTHDAY-ALERTS-EXIT. EXIT.
      *----
      * PROCESS-MILESTONES yas esigi kayitlarini hizmet bildirimi
      * olarak isler; MILETOT trailer satirlari atlanir.
      *----
       PROCESS-MILESTONES.
           MOVE 2 TO WS-SRC-NO
           OPEN INPUT MILE-FILE
           IF NOT MILE-SUCCESS
              MOVE MILE-ST TO WS-FILE-ST
              PERFORM REPORT-SOURCE-NOT-READABLE
           ELSE
              IF MILE-NOT-PRESENT
                 MOVE 'NOT SUPPLIED' TO SRC-STATE(WS-SRC-NO)
              ELSE
                 MOVE 'PROCESSED'    TO SRC-STATE(WS-SRC-NO)
                 READ MILE-FILE
                 PERFORM UNTIL NOT MILE-SUCCESS
                    IF MTR-LITERAL NOT = 'MILETOT '
                       ADD 1 TO SRC-READ(WS-SRC-NO)
                       INITIALIZE WS-EVENT
                       MOVE 'MILE'      TO WS-EVT-CODE
                       MOVE 'S'         TO WS-EVT-CLASS
                       MOVE MILE-SEQ    TO WS-EVT-SEQ
                       MOVE MILE-NAME   TO WS-EVT-NAME
                       MOVE MILE-LASTN  TO WS-EVT-LASTN
                       MOVE MILE-DATE   TO WS-MRG-DATE
                       MOVE MILE-AGE    TO WS-MRG-NUM
                       PERFORM FIND-SEQ-CUSTOMER
                       PERFORM DELIVER-ONE-NOTIFICATION
                    END-IF
                    READ MILE-FILE
                 END-PERFORM
                 IF NOT MILE-EOF
                    MOVE MILE-ST TO WS-FILE-ST
                    PERFORM REPORT-SOURCE-NOT-READABLE
                 END-IF
              END-IF
              CLOSE MILE-FILE
           END-IF.
       PROCESS-MILESTONES-EXIT. EXIT.
      *----
      * PROCESS-DORMANCY-WARNINGS uyuyan hesap uyarilarini hizmet
      * bildirimi olarak isler; her dvz kaydi musteriye bagli her
      * kisiye ayri iletidir.
      *----
       PROCESS-DORMANCY-WARNINGS.
           MOVE 3 TO WS-SRC-NO
           OPEN INPUT WARN-FILE
           IF NOT WARN-SUCCESS
              MOVE WARN-ST TO WS-FILE-ST
              PERFORM REPORT-SOURCE-NOT-READABLE
           ELSE
              IF WARN-NOT-PRESENT
                 MOVE 'NOT SUPPLIED' TO SRC-STATE(WS-SRC-NO)
              ELSE
                 MOVE 'PROCESSED'    TO SRC-STATE(WS-SRC-NO)
                 READ WARN-FILE
                 PERFORM UNTIL NOT WARN-SUCCESS
                    ADD 1 TO SRC-READ(WS-SRC-NO)
                    INITIALIZE WS-EVENT
                    MOVE 'DORM'       TO WS-EVT-CODE
                    MOVE 'S'          TO WS-EVT-CLASS
                    MOVE WRN-ID       TO WS-EVT-IDXID
                    MOVE WRN-FULLN    TO WS-EVT-FULLN
                    MOVE WRN-PROJDATE TO WS-MRG-DATE
                    MOVE WRN-DVZ      TO WS-MRG-DVZ
                    MOVE WRN-TUTAR    TO WS-MRG-AMOUNT
                    PERFORM DELIVER-TO-CUSTOMER-LINKS
                    READ WARN-FILE
                 END-PERFORM
                 IF NOT WARN-EOF
                    MOVE WARN-ST TO WS-FILE-ST
                    PERFORM REPORT-SOURCE-NOT-READABLE
                 END-IF
              END-IF
              CLOSE WARN-FILE
           END-IF.
       PROCESS-DORMANCY-WARNINGS-EXIT. EXIT.
      *----
      * PROCESS-STATEMENTS basilan ekstreler icin 'ekstreniz hazir'
      * bildirimini isler; tereke adresine giden ekstre atlanir.
      *----
       PROCESS-STATEMENTS.
           MOVE 4 TO WS-SRC-NO
           OPEN INPUT SMI-FILE
           IF NOT SMI-SUCCESS
              MOVE SMI-ST TO WS-FILE-ST
              PERFORM REPORT-SOURCE-NOT-READABLE
           ELSE
              IF SMI-NOT-PRESENT
                 MOVE 'NOT SUPPLIED' TO SRC-STATE(WS-SRC-NO)
              ELSE
                 MOVE 'PROCESSED'    TO SRC-STATE(WS-SRC-NO)
                 READ SMI-FILE
                 PERFORM UNTIL NOT SMI-SUCCESS
                    ADD 1 TO SRC-READ(WS-SRC-NO)
                    IF SMI-TO-ESTATE
                       ADD 1 TO WS-ESTATE-COUNT
                    ELSE
                       INITIALIZE WS-EVENT
                       MOVE 'STMT'       TO WS-EVT-CODE
                       MOVE 'S'          TO WS-EVT-CLASS
                       MOVE SMI-ID       TO WS-EVT-IDXID
                       MOVE SMI-FULLN    TO WS-EVT-FULLN
                       MOVE SMI-DATE     TO WS-MRG-DATE
                       MOVE SMI-SECTIONS TO WS-MRG-NUM
                       PERFORM DELIVER-TO-CUSTOMER-LINKS
                    END-IF
                    READ SMI-FILE
                 END-PERFORM
                 IF NOT SMI-EOF
                    MOVE SMI-ST TO WS-FILE-ST
                    PERFORM REPORT-SOURCE-NOT-READABLE
                 END-IF
              END-IF
              CLOSE SMI-FILE
           END-IF.
       PROCESS-STATEMENTS-EXIT. EXIT.
      *----
      * REPORT-SOURCE-NOT-READABLE acilamayan ya da okunurken hata
      * veren kaynagi isaretler; kalan kaynaklar islenir.
      *----
       REPORT-SOURCE-NOT-READABLE.
           DISPLAY SRC-FILE(WS-SRC-NO) ' CANNOT BE READ, STATUS: '
                   WS-FILE-ST
           MOVE 'READ ERROR' TO SRC-STATE(WS-SRC-NO)
           MOVE 'Y' TO WS-DATA-ERR-SW.
       REPORT-SOURCE-NOT-READABLE-EXIT. EXIT.
      *----
      * FIND-SEQ-CUSTOMER kisi sira numarasiyla gelen olayin
      * musteri numarasini capraz referanstan bulur; bagi olmayan
      * kiside musteri numarasi sifir kalir.
      *----
       FIND-SEQ-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                     UNTIL XRF-IDX > XREF-TABLE-COUNT OR WS-FOUND
              IF XT-SEQ(XRF-IDX) = WS-EVT-SEQ
                 MOVE XT-IDXID(XRF-IDX) TO WS-EVT-IDXID
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
       FIND-SEQ-CUSTOMER-EXIT. EXIT.
      *----
      * DELIVER-TO-CUSTOMER-LINKS musteri numarasiyla gelen olayi
      * musteriye bagli her kisiye dagitir; kisinin adi ACCTREC'te
      * varsa oradan alinir. Bagli kisi yoksa musteri ulasilamaz
      * olarak raporlanir.
      *----
       DELIVER-TO-CUSTOMER-LINKS.
           MOVE ZERO TO WS-LINK-COUNT
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                     UNTIL XRF-IDX > XREF-TABLE-COUNT
              IF XT-IDXID(XRF-IDX) = WS-EVT-IDXID
                 ADD 1 TO WS-LINK-COUNT
                 MOVE XT-SEQ(XRF-IDX) TO WS-EVT-SEQ
                 MOVE WS-EVT-FULLN(1:15)  TO WS-EVT-NAME
                 MOVE WS-EVT-FULLN(16:15) TO WS-EVT-LASTN
                 PERFORM FIND-ACCOUNT-NAME
                 PERFORM DELIVER-ONE-NOTIFICATION
              END-IF
           END-PERFORM
           IF WS-LINK-COUNT = ZERO
              MOVE SPACES TO WS-EVT-SEQ
              MOVE WS-EVT-FULLN(1:15)  TO WS-EVT-NAME
              MOVE WS-EVT-FULLN(16:15) TO WS-EVT-LASTN
              MOVE 'NO ACCOUNT LINK' TO WS-UNREACH-REASON
              PERFORM RECORD-UNREACHABLE
           END-IF.
       DELIVER-TO-CUSTOMER-LINKS-EXIT. EXIT.
      *----
       FIND-ACCOUNT-NAME.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                     UNTIL ACC-IDX > ACC-TABLE-COUNT OR WS-FOUND
              IF ACC-T-SEQ(ACC-IDX) = WS-EVT-SEQ
                 MOVE ACC-T-NAME(ACC-IDX)  TO WS-EVT-NAME
                 MOVE ACC-T-LASTN(ACC-IDX) TO WS-EVT-LASTN
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-NAME-EXIT. EXIT.
      *----
      * DELIVER-ONE-NOTIFICATION WS-EVENT'teki olayi WS-EVT-SEQ
      * kisisine ulastirmaya calisir: vefat kontrolu, iletisim
      * kaydi, kanal secimi; ulasilabiliyorsa ileti yazilir.
      *----
       DELIVER-ONE-NOTIFICATION.
           MOVE SPACES TO WS-UNREACH-REASON WS-CHANNEL
           PERFORM CHECK-DECEASED
           IF WS-UNREACH-REASON = SPACES
              MOVE WS-EVT-SEQ TO CNT-SEQ
              READ CNT-FILE KEY IS CNT-SEQ
                 INVALID KEY
                    MOVE 'NO CONTACT RECORD' TO WS-UNREACH-REASON
              END-READ
              IF WS-UNREACH-REASON = SPACES AND NOT CNT-SUCCESS
                 DISPLAY 'CONTFILE READ ERROR, CNT-ST: ' CNT-ST
                 MOVE 'CONTACT FILE READ ERROR' TO WS-UNREACH-REASON
                 MOVE 'Y' TO WS-DATA-ERR-SW
              END-IF
           END-IF
           IF WS-UNREACH-REASON = SPACES
              IF WS-EVT-MARKETING
                 PERFORM SELECT-MARKETING-CHANNEL
              ELSE
                 PERFORM SELECT-SERVICE-CHANNEL
              END-IF
           END-IF
           IF WS-UNREACH-REASON = SPACES
              PERFORM WRITE-NOTIFICATION-DETAIL
           ELSE
              PERFORM RECORD-UNREACHABLE
           END-IF.
       DELIVER-ONE-NOTIFICATION-EXIT. EXIT.
      *----
      * CHECK-DECEASED kisinin islem gunune kadar vefat edip
      * etmedigini DCSDCHK'tan sorar.
      *----
       CHECK-DECEASED.
           MOVE '1'         TO DCSC-FUNCTION
           MOVE WS-EVT-SEQ  TO DCSC-SEQ
           MOVE WS-RUN-DATE TO DCSC-DATE
           CALL 'DCSDCHK' USING DCSC-PARM
           IF DCSC-RC-FILE-ERROR AND NOT WS-DCSD-ERROR
              DISPLAY 'DECEASED STATUS NOT AVAILABLE, NOTIFICATIONS '
                      'PRODUCED AS USUAL'
              MOVE 'Y' TO WS-DCSD-ERR-SW
           END-IF
           IF DCSC-DECEASED
              MOVE 'DECEASED' TO WS-UNREACH-REASON
           END-IF.
       CHECK-DECEASED-EXIT. EXIT.
      *----
      * SELECT-MARKETING-CHANNEL pazarlama iletisinde yalnizca
      * tercih edilen kanali kullanir; kanal icin ticari ileti
      * izni ve kanal bilgisi olmalidir.
      *----
       SELECT-MARKETING-CHANNEL.
           MOVE CNT-PREF-CHANNEL TO WS-TRY-CHANNEL
           PERFORM TEST-CHANNEL-DATA
           EVALUATE TRUE
              WHEN NOT CNT-PREF-SMS AND NOT CNT-PREF-EMAIL
                                    AND NOT CNT-PREF-POST
                 MOVE 'NO CHANNEL PREFERENCE' TO WS-UNREACH-REASON
              WHEN (CNT-PREF-SMS   AND NOT CNT-SMS-CONSENTED)
                OR (CNT-PREF-EMAIL AND NOT CNT-EMAIL-CONSENTED)
                OR (CNT-PREF-POST  AND NOT CNT-POST-CONSENTED)
                 MOVE 'NO MARKETING CONSENT' TO WS-UNREACH-REASON
              WHEN NOT WS-HAS-DATA
                 MOVE 'NO DATA FOR PREFERRED CHANNEL'
                   TO WS-UNREACH-REASON
              WHEN OTHER
                 MOVE CNT-PREF-CHANNEL TO WS-CHANNEL
           END-EVALUATE.
       SELECT-MARKETING-CHANNEL-EXIT. EXIT.
      *----
      * SELECT-SERVICE-CHANNEL hizmet bildiriminde bilgisi dolu
      * olan tercih edilen kanali, yoksa sirasiyla SMS, e-posta ve
      * posta kanallarindan ilk kullanilabilir olani secer.
      *----
       SELECT-SERVICE-CHANNEL.
           MOVE CNT-PREF-CHANNEL TO WS-TRY-CHANNEL
           PERFORM TEST-CHANNEL-DATA
           IF WS-HAS-DATA
              MOVE WS-TRY-CHANNEL TO WS-CHANNEL
           END-IF
           IF WS-CHANNEL = SPACES
              MOVE 'S' TO WS-TRY-CHANNEL
              PERFORM TEST-CHANNEL-DATA
              IF WS-HAS-DATA
                 MOVE WS-TRY-CHANNEL TO WS-CHANNEL
              END-IF
           END-IF
           IF WS-CHANNEL = SPACES
              MOVE 'E' TO WS-TRY-CHANNEL
              PERFORM TEST-CHANNEL-DATA
              IF WS-HAS-DATA
                 MOVE WS-TRY-CHANNEL TO WS-CHANNEL
              END-IF
           END-IF
           IF WS-CHANNEL = SPACES
              MOVE 'P' TO WS-TRY-CHANNEL
              PERFORM TEST-CHANNEL-DATA
              IF WS-HAS-DATA
                 MOVE WS-TRY-CHANNEL TO WS-CHANNEL
              END-IF
           END-IF
           IF WS-CHANNEL = SPACES
              MOVE 'NO USABLE CONTACT DATA' TO WS-UNREACH-REASON
           END-IF.
       SELECT-SERVICE-CHANNEL-EXIT. EXIT.
      *----
      * TEST-CHANNEL-DATA WS-TRY-CHANNEL kanali icin iletisim
      * kaydinda gonderim bilgisi olup olmadigina bakar; posta
      * icin adresin ilk satiri ve sehir gerekir.
      *----
       TEST-CHANNEL-DATA.
           MOVE 'N' TO WS-HAS-DATA-SW
           EVALUATE WS-TRY-CHANNEL
              WHEN 'S'
                 IF CNT-MOBILE NOT = SPACES
                    MOVE 'Y' TO WS-HAS-DATA-SW
                 END-IF
              WHEN 'E'
                 IF CNT-EMAIL NOT = SPACES
                    MOVE 'Y' TO WS-HAS-DATA-SW
                 END-IF
              WHEN 'P'
                 IF CNT-ADDR1 NOT = SPACES AND CNT-CITY NOT = SPACES
                    MOVE 'Y' TO WS-HAS-DATA-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       TEST-CHANNEL-DATA-EXIT. EXIT.
      *----
      * WRITE-NOTIFICATION-DETAIL secilen kanal icin iletiyi yazar;
      * sablon kodu olay tipi + kanal + surumdur.
      *----
       WRITE-NOTIFICATION-DETAIL.
           ADD 1 TO WS-MSG-COUNT
           ADD 1 TO SRC-SENT(WS-SRC-NO)
           MOVE SPACES TO NTF-REC
           INITIALIZE NTF-DTL
           MOVE 'D'            TO NTF-TYPE
           MOVE WS-MSG-COUNT   TO NTD-MSG-SEQ
           MOVE WS-EVT-CODE    TO NTD-EVENT
           MOVE WS-EVT-CLASS   TO NTD-CLASS
           MOVE WS-CHANNEL     TO NTD-CHANNEL
           STRING WS-EVT-CODE DELIMITED BY SIZE
                  WS-CHANNEL  DELIMITED BY SIZE
                  '001'       DELIMITED BY SIZE
             INTO NTD-TEMPLATE
           END-STRING
           MOVE WS-EVT-SEQ     TO NTD-SEQ
           MOVE WS-EVT-IDXID   TO NTD-IDXID
           EVALUATE WS-CHANNEL
              WHEN 'S'
                 MOVE CNT-MOBILE TO NTD-DEST
                 ADD 1 TO WS-SMS-COUNT
              WHEN 'E'
                 MOVE CNT-EMAIL  TO NTD-DEST
                 ADD 1 TO WS-EMAIL-COUNT
              WHEN OTHER
                 ADD 1 TO WS-POST-COUNT
           END-EVALUATE
           MOVE WS-EVT-NAME    TO NTD-NAME
           MOVE WS-EVT-LASTN   TO NTD-LASTN
           MOVE CNT-ADDR1      TO NTD-ADDR1
           MOVE CNT-ADDR2      TO NTD-ADDR2
           MOVE CNT-CITY       TO NTD-CITY
           MOVE CNT-POSTCODE   TO NTD-POSTCODE
           MOVE WS-MRG-DATE    TO NTD-MRG-DATE
           MOVE WS-MRG-NUM     TO NTD-MRG-NUM
           MOVE WS-MRG-DVZ     TO NTD-MRG-DVZ
           MOVE WS-MRG-AMOUNT  TO NTD-MRG-AMOUNT
           WRITE NTF-REC.
       WRITE-NOTIFICATION-DETAIL-EXIT. EXIT.
      *----
      * RECORD-UNREACHABLE ulasilamayan kisiyi sebebiyle rapora
      * basar ve sebep sayacini arttirir.
      *----
       RECORD-UNREACHABLE.
           ADD 1 TO WS-UNREACH-COUNT
           ADD 1 TO SRC-UNREACH(WS-SRC-NO)
           EVALUATE WS-UNREACH-REASON
              WHEN 'NO ACCOUNT LINK'
                 ADD 1 TO WS-NOLINK-COUNT
              WHEN 'DECEASED'
                 ADD 1 TO WS-DECEASED-COUNT
              WHEN 'NO CONTACT RECORD'
                 ADD 1 TO WS-NOCONT-COUNT
              WHEN 'NO CHANNEL PREFERENCE'
                 ADD 1 TO WS-NOPREF-COUNT
              WHEN 'NO MARKETING CONSENT'
                 ADD 1 TO WS-NOCONS-COUNT
              WHEN 'NO DATA FOR PREFERRED CHANNEL'
                 ADD 1 TO WS-NOPDATA-COUNT
              WHEN 'NO USABLE CONTACT DATA'
                 ADD 1 TO WS-NODATA-COUNT
              WHEN OTHER
                 ADD 1 TO WS-CNTERR-COUNT
           END-EVALUATE
           MOVE SPACES TO RPT-REC
           MOVE WS-EVT-CODE       TO RPT-REC(1:4)
           MOVE WS-EVT-SEQ        TO RPT-REC(7:4)
           MOVE WS-EVT-IDXID      TO RPT-REC(13:5)
           MOVE WS-EVT-NAME       TO RPT-REC(20:15)
           MOVE WS-EVT-LASTN      TO RPT-REC(36:15)
           MOVE WS-UNREACH-REASON TO RPT-REC(52:30)
           WRITE RPT-REC.
       RECORD-UNREACHABLE-EXIT. EXIT.
      *----
       WRITE-NOTIFICATION-HEADER.
           MOVE SPACES TO NTF-REC
           MOVE 'H'          TO NTF-TYPE
           MOVE WS-RUN-DATE  TO NTH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO NTH-CRDATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO NTH-CRTIME
           WRITE NTF-REC.
       WRITE-NOTIFICATION-HEADER-EXIT. EXIT.
      *----
      * WRITE-NOTIFICATION-TRAILER detay adedini, kanal kirilimini
      * ve header/trailer dahil fiziksel kayit adedini yazar.
      *----
       WRITE-NOTIFICATION-TRAILER.
           MOVE SPACES TO NTF-REC
           MOVE 'T'            TO NTF-TYPE
           MOVE WS-MSG-COUNT   TO NTT-COUNT
           MOVE WS-SMS-COUNT   TO NTT-SMS-COUNT
           MOVE WS-EMAIL-COUNT TO NTT-EMAIL-COUNT
           MOVE WS-POST-COUNT  TO NTT-POST-COUNT
           COMPUTE NTT-REC-COUNT = WS-MSG-COUNT + 2
           WRITE NTF-REC.
       WRITE-NOTIFICATION-TRAILER-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'NOTIFGEN - CUSTOMERS NOT REACHED RUN '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'EVNT  SEQ   CUST   NAME            LAST NAME'
                  DELIMITED SIZE
                  '       REASON' DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * WRITE-REPORT-TOTALS kaynak, kanal ve sebep kirilimlarini
      * basar.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'SOURCE    FILE      STATE'   TO RPT-REC(1:25)
           MOVE 'READ    SENT NOT REACHED'    TO RPT-REC(39:24)
           WRITE RPT-REC
           PERFORM VARYING WS-SRC-NO FROM 1 BY 1 UNTIL WS-SRC-NO > 4
              MOVE SPACES TO RPT-REC
              MOVE SRC-EVENT(WS-SRC-NO) TO RPT-REC(1:4)
              MOVE SRC-FILE(WS-SRC-NO)  TO RPT-REC(11:8)
              MOVE SRC-STATE(WS-SRC-NO) TO RPT-REC(21:12)
              MOVE SRC-READ(WS-SRC-NO)  TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT        TO RPT-REC(36:7)
              MOVE SRC-SENT(WS-SRC-NO)  TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT        TO RPT-REC(44:7)
              MOVE SRC-UNREACH(WS-SRC-NO) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT        TO RPT-REC(56:7)
              WRITE RPT-REC
           END-PERFORM
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-MSG-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MESSAGES WRITTEN   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SMS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  BY SMS           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-EMAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  BY E-MAIL        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-POST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  BY POST          : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ESTATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'STMT TO ESTATE     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-UNREACH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'NOT REACHED        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOLINK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO ACCOUNT LINK  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DECEASED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  DECEASED         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOCONT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO CONTACT RECORD: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOPREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO PREFERENCE    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOCONS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO CONSENT       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOPDATA-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO PREF. DATA    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NODATA-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  NO CONTACT DATA  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CNTERR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING '  CONTACT READ ERR.: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku NOTIFGEN hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * DCSDCHK kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE ACCT-FILE
               CLOSE XREF-FILE
               CLOSE CNT-FILE
               CLOSE NTF-FILE
               CLOSE RPT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE DCSC-PARM
               MOVE '9' TO DCSC-FUNCTION
               CALL 'DCSDCHK' USING DCSC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
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
              MOVE 'NOTIFGEN'        TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-MSG-COUNT      TO AUD-RECCOUNT
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
