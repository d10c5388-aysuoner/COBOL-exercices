      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    DCSDBAL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * DCSDBAL tereke birimi icin vefat gunu bakiye raporudur.
      * Vefat/tereke durum dosyasindaki (DCSDFILE, bkz. DCSDREC.CPY)
      * her kisi icin:
      *   - kisi capraz referanstan (XREFFILE) musteri numarasina
      *     cozulur ve musterinin tum dvz kayitlari IDX-FILE'da
      *     START/READ NEXT ile gezilir (AGEBAND kurgusu),
      *   - JRNFILE ve ardindan online onaylarin jurnali
      *     (IJRNFILE; verilmemisse bos sayilir) tek gecisle
      *     okunur; olum gununden SONRA jurnallenen her hareketin
      *     net degisimi (ROLLFWD/ASOFBAL delta kurgusu) anahtarin
      *     guncel bakiyesinden geri alinarak olum gunu sonundaki
      *     bakiye bulunur,
      *   - olumden sonra kapatilmis (master'dan silinmis) anahtar
      *     jurnaldeki silme goruntusunden rapora eklenir, guncel
      *     bakiyesi sifir kabul edilir.
      * Raporda kisi basina guncel bakiye, olumden sonraki hareket
      * ve olum gunu bakiyesi dvz bazinda basilir. Jurnalin ilk
      * satiri olum gununden sonraysa aradaki hareketler saklama
      * temizligiyle arsive gitmis olabilir; kisi 'CHECK JOURNAL
      * ARCHIVE' ile isaretlenir. Capraz referansi olmayan kisi ve
      * arsiv uyarisi varsa calistirma RC 04 ile biter.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCS-FILE   ASSIGN TO  DCSDFILE
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY DCS-SEQ
                             STATUS     DCS-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT RPT-FILE   ASSIGN TO  ESTRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * DCS-FILE vefat/tereke durum dosyasidir (bkz. DCSDREC.CPY).
       FD  DCS-FILE.
           COPY DCSDREC.
      *****
      * XREF-FILE musteri capraz referansidir (bkz. XREFREC.CPY).
       FD  XREF-FILE.
           COPY XREFREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * JRNL-FILE bakim jurnalidir (bkz. JRNLREC.CPY).
       FD  JRNL-FILE RECORDING MODE F.
           COPY JRNLREC.
      *****
      * IJRN-FILE online jurnal dataset'idir; duzeni JRNL-REC ile
      * aynidir, alanlar JW-REC uzerinden okunur (CDCFEED kurgusu).
       FD  IJRN-FILE RECORDING MODE F.
       01  IJRN-REC            PIC X(142).
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
      * JW-REC okunan JRNFILE/online jurnal satirinin calisma
      * kopyasidir; JI-REC jurnal goruntusunun (paketli IDX-REC
      * kopyasi) cozumlendigi calisma alanidir (ROLLFWD kurgusu).
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==JW==.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==JI==.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 DCS-ST            PIC 9(02).
              88 DCS-EOF        VALUE 10.
              88 DCS-SUCCESS    VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-SUCCESS   VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-RUN-DATE          PIC 9(08).
      *----
      * KT-TABLE durum dosyasindaki kisilerdir; KT-IDXID sifir ise
      * kisinin capraz referansi yoktur.
      *----
       01  KT-TABLE-COUNT       PIC 9(05) VALUE ZERO.
       01  KT-TABLE.
           05 KT-ENTRY OCCURS 2000 TIMES INDEXED BY KT-IDX.
              10 KT-SEQ         PIC X(04).
              10 KT-IDXID       PIC 9(05).
              10 KT-STATUS      PIC X(01).
              10 KT-DEATH-DATE  PIC 9(08).
              10 KT-NOTIFY-DATE PIC 9(08).
              10 KT-FULLN       PIC X(30).
              10 KT-ESTATE-NAME PIC X(30).
      *----
      * BL-TABLE kisi + dvz basina bakiye satirlaridir: guncel
      * bakiye, olumden sonraki net hareket ve kapanmis anahtar
      * isareti. Ayni musteri numarasina bagli iki kisi icin
      * satirlar kisi basina ayri tutulur.
      *----
       01  BL-TABLE-COUNT       PIC 9(05) VALUE ZERO.
       01  BL-TABLE.
           05 BL-ENTRY OCCURS 10000 TIMES INDEXED BY BL-IDX.
              10 BL-KT-SUB      PIC 9(05).
              10 BL-ID          PIC 9(05).
              10 BL-DVZ         PIC 9(03).
              10 BL-CURRENT     PIC S9(13)V99.
              10 BL-MOVEMENT    PIC S9(13)V99.
              10 BL-MOVE-COUNT  PIC 9(05).
              10 BL-CLOSED-SW   PIC X(01).
                 88 BL-CLOSED   VALUE 'Y'.
      * WS-FULL-TABLE kapasitesi asilan tablonun adidir
      * (TABLE-LIMIT-ABORT mesaji icin).
       01  WS-FULL-TABLE        PIC X(12) VALUE SPACES.
       01  WS-KT-SUB            PIC 9(05).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * Tarama ve jurnal alanlari.
      *----
       01  WS-TARGET-ID         PIC 9(05) VALUE ZERO.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-DELTA-WORK        PIC S9(13)V99 VALUE ZERO.
      * WS-JRNL-FIRST-DATE jurnalin ilk satirinin gunudur; bundan
      * once olen kisinin olum sonrasi hareketlerinin bir kismi
      * arsivde olabilir.
       01  WS-JRNL-FIRST-DATE   PIC 9(08) VALUE ZERO.
       01  WS-AT-DEATH          PIC S9(13)V99 VALUE ZERO.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-DCSD-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-NOXREF-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-ARCHIVE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-JRNL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-APPLY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-DECEASED-CUSTOMERS
           PERFORM APPLY-JOURNAL-MOVEMENTS
           PERFORM WRITE-ESTATE-REPORT
           PERFORM WRITE-REPORT-TOTALS
           IF WS-NOXREF-COUNT > ZERO OR WS-ARCHIVE-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * TABLE-LIMIT-ABORT bir dahili tablonun kapasitesi asildiginda
      * calismayi yuksek sesle durdurur; eksik bir tereke raporu
      * sessizce uretilmez (SORTREP6'daki kurgu).
      *----
       TABLE-LIMIT-ABORT.
           DISPLAY 'INTERNAL TABLE CAPACITY EXCEEDED: '
                   WS-FULL-TABLE ' - RUN STOPPED'
           MOVE 'Y' TO EXIT-FLAG
           MOVE 16 TO RETURN-CODE
           PERFORM PROGRAM-EXIT.
       TABLE-LIMIT-ABORT-EXIT. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  DCS-FILE
           OPEN INPUT  XREF-FILE
           OPEN INPUT  IDX-FILE
           OPEN INPUT  JRNL-FILE
           OPEN INPUT  IJRN-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT DCS-SUCCESS OR NOT XREF-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT JRNL-SUCCESS
                                OR NOT IJRN-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'DCS-ST: '  DCS-ST
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'IJRN-ST: ' IJRN-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-DECEASED-CUSTOMERS durum dosyasini okur, her kisiyi
      * tabloya alir ve musterinin guncel bakiyelerini toplar.
      *----
       LOAD-DECEASED-CUSTOMERS.
           PERFORM READ-DCS-RECORD
           PERFORM UNTIL DCS-EOF
              PERFORM STORE-ONE-DECEASED
              PERFORM READ-DCS-RECORD
           END-PERFORM.
       LOAD-DECEASED-CUSTOMERS-EXIT. EXIT.
      *----
       READ-DCS-RECORD.
           READ DCS-FILE
              NOT AT END ADD 1 TO WS-DCSD-COUNT
           END-READ.
       READ-DCS-RECORD-EXIT. EXIT.
      *----
       STORE-ONE-DECEASED.
           IF KT-TABLE-COUNT >= 2000
              MOVE 'DECEASED' TO WS-FULL-TABLE
              PERFORM TABLE-LIMIT-ABORT
           END-IF
           ADD 1 TO KT-TABLE-COUNT
           SET KT-IDX TO KT-TABLE-COUNT
           MOVE DCS-SEQ         TO KT-SEQ(KT-IDX)
           MOVE ZERO            TO KT-IDXID(KT-IDX)
           MOVE DCS-STATUS      TO KT-STATUS(KT-IDX)
           MOVE DCS-DEATH-DATE  TO KT-DEATH-DATE(KT-IDX)
           MOVE DCS-NOTIFY-DATE TO KT-NOTIFY-DATE(KT-IDX)
           MOVE SPACES          TO KT-FULLN(KT-IDX)
           MOVE DCS-ESTATE-NAME TO KT-ESTATE-NAME(KT-IDX)
           MOVE KT-TABLE-COUNT  TO WS-KT-SUB
           MOVE DCS-SEQ TO XREF-SEQ
           READ XREF-FILE
              INVALID KEY
                 ADD 1 TO WS-NOXREF-COUNT
              NOT INVALID KEY
                 MOVE XREF-IDXID TO KT-IDXID(KT-IDX)
                 PERFORM BROWSE-MASTER-BALANCES
           END-READ.
       STORE-ONE-DECEASED-EXIT. EXIT.
      *----
      * BROWSE-MASTER-BALANCES musterinin tum dvz kayitlarini
      * START/READ NEXT ile gezer ve her birini bakiye tablosuna
      * ekler (AGEBAND'daki browse kurgusu).
      *----
       BROWSE-MASTER-BALANCES.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE XREF-IDXID   TO WS-TARGET-ID
           MOVE WS-TARGET-ID TO IDX-ID
           MOVE ZERO         TO IDX-DVZ
           START IDX-FILE KEY >= IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM UNTIL WS-BROWSE-EOF
              PERFORM READ-NEXT-MASTER-RECORD
              IF NOT WS-BROWSE-EOF
                 IF IDX-ID = WS-TARGET-ID
                    SET KT-IDX TO WS-KT-SUB
                    MOVE IDX-FULLN TO KT-FULLN(KT-IDX)
                    PERFORM ADD-BALANCE-ENTRY
                    MOVE IDX-TUTAR TO BL-CURRENT(BL-IDX)
                 ELSE
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 END-IF
              END-IF
           END-PERFORM.
       BROWSE-MASTER-BALANCES-EXIT. EXIT.
      *----
       READ-NEXT-MASTER-RECORD.
           READ IDX-FILE NEXT
              AT END MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-READ.
       READ-NEXT-MASTER-RECORD-EXIT. EXIT.
      *----
      * ADD-BALANCE-ENTRY WS-KT-SUB kisisi icin IDX-ID/IDX-DVZ
      * anahtarli yeni bir bakiye satiri acar; BL-IDX yeni satiri
      * gosterir.
      *----
       ADD-BALANCE-ENTRY.
           IF BL-TABLE-COUNT >= 10000
              MOVE 'BALANCE' TO WS-FULL-TABLE
              PERFORM TABLE-LIMIT-ABORT
           END-IF
           ADD 1 TO BL-TABLE-COUNT
           SET BL-IDX TO BL-TABLE-COUNT
           MOVE WS-KT-SUB TO BL-KT-SUB(BL-IDX)
           MOVE IDX-ID    TO BL-ID(BL-IDX)
           MOVE IDX-DVZ   TO BL-DVZ(BL-IDX)
           MOVE ZERO      TO BL-CURRENT(BL-IDX)
                             BL-MOVEMENT(BL-IDX)
                             BL-MOVE-COUNT(BL-IDX)
           MOVE 'N'       TO BL-CLOSED-SW(BL-IDX).
       ADD-BALANCE-ENTRY-EXIT. EXIT.
      *----
      * APPLY-JOURNAL-MOVEMENTS jurnali, ardindan online jurnali
      * bastan sona bir kez okur; her satir ilgili kisilerin bakiye
      * satirlarina islenir. Arsiv uyarisinin tarihi batch
      * jurnalden alinir; batch jurnal bossa online jurnalden.
      *----
       APPLY-JOURNAL-MOVEMENTS.
           PERFORM READ-JRNL-RECORD
           IF NOT JRNL-EOF
              MOVE JRNL-DATE TO WS-JRNL-FIRST-DATE
           END-IF
           PERFORM UNTIL JRNL-EOF
              MOVE JRNL-REC TO JW-REC
              PERFORM JUDGE-ONE-JOURNAL
              PERFORM READ-JRNL-RECORD
           END-PERFORM
           PERFORM READ-IJRN-RECORD
           IF NOT IJRN-EOF AND WS-JRNL-FIRST-DATE = ZERO
              MOVE IJRN-REC TO JW-REC
              MOVE JW-DATE  TO WS-JRNL-FIRST-DATE
           END-IF
           PERFORM UNTIL IJRN-EOF
              MOVE IJRN-REC TO JW-REC
              PERFORM JUDGE-ONE-JOURNAL
              PERFORM READ-IJRN-RECORD
           END-PERFORM.
       APPLY-JOURNAL-MOVEMENTS-EXIT. EXIT.
      *----
       READ-JRNL-RECORD.
           READ JRNL-FILE
              NOT AT END ADD 1 TO WS-JRNL-COUNT
           END-READ.
       READ-JRNL-RECORD-EXIT. EXIT.
      *----
       READ-IJRN-RECORD.
           READ IJRN-FILE
              NOT AT END ADD 1 TO WS-JRNL-COUNT
           END-READ.
       READ-IJRN-RECORD-EXIT. EXIT.
      *----
      * JUDGE-ONE-JOURNAL satirin net degisimini bulur (sonrasi
      * eksi oncesi, ASOFBAL kurgusu) ve anahtari tasiyan, olum
      * gunu satirdan once olan her kisinin satirina ekler. Kisinin
      * tabloda olmayan anahtari olumden sonra kapatilmistir; satir
      * guncel bakiyesi sifir olarak acilir.
      *----
       JUDGE-ONE-JOURNAL.
           MOVE ZERO TO WS-DELTA-WORK
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              ADD JI-TUTAR TO WS-DELTA-WORK
           END-IF
           IF JW-HAS-BEFORE
              MOVE JW-BEFORE TO JI-REC
              SUBTRACT JI-TUTAR FROM WS-DELTA-WORK
           END-IF
           PERFORM VARYING KT-IDX FROM 1 BY 1
                     UNTIL KT-IDX > KT-TABLE-COUNT
              IF KT-IDXID(KT-IDX) = JI-ID
                 AND KT-IDXID(KT-IDX) NOT = ZERO
                 AND JW-DATE > KT-DEATH-DATE(KT-IDX)
                 SET WS-KT-SUB TO KT-IDX
                 PERFORM APPLY-ONE-MOVEMENT
              END-IF
           END-PERFORM.
       JUDGE-ONE-JOURNAL-EXIT. EXIT.
      *----
       APPLY-ONE-MOVEMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING BL-IDX FROM 1 BY 1
                     UNTIL BL-IDX > BL-TABLE-COUNT OR WS-FOUND
              IF BL-KT-SUB(BL-IDX) = WS-KT-SUB
                 AND BL-DVZ(BL-IDX) = JI-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-FOUND
              SET BL-IDX DOWN BY 1
           ELSE
              MOVE JI-ID  TO IDX-ID
              MOVE JI-DVZ TO IDX-DVZ
              PERFORM ADD-BALANCE-ENTRY
              MOVE 'Y' TO BL-CLOSED-SW(BL-IDX)
           END-IF
           ADD WS-DELTA-WORK TO BL-MOVEMENT(BL-IDX)
           ADD 1             TO BL-MOVE-COUNT(BL-IDX)
           ADD 1             TO WS-APPLY-COUNT.
       APPLY-ONE-MOVEMENT-EXIT. EXIT.
      *----
      * WRITE-ESTATE-REPORT kisi basina bir blok basar: kimlik,
      * olum/bildirim gunu, tereke adi ve dvz bazinda guncel
      * bakiye, olumden sonraki hareket, olum gunu bakiyesi.
      *----
       WRITE-ESTATE-REPORT.
           MOVE SPACES TO RPT-REC
           STRING 'DCSDBAL - BALANCES AT DATE OF DEATH, RUN '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '  DVZ       CURRENT BAL    SINCE DEATH'
                  DELIMITED BY SIZE
                  '   BAL AT DEATH  MOVES' DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM VARYING KT-IDX FROM 1 BY 1
                     UNTIL KT-IDX > KT-TABLE-COUNT
              SET WS-KT-SUB TO KT-IDX
              PERFORM WRITE-ONE-DECEASED
           END-PERFORM.
       WRITE-ESTATE-REPORT-EXIT. EXIT.
      *----
       WRITE-ONE-DECEASED.
           MOVE ALL '=' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'SEQ'                   TO RPT-REC(1:3)
           MOVE KT-SEQ(KT-IDX)          TO RPT-REC(5:4)
           MOVE 'CUSTOMER'              TO RPT-REC(11:8)
           MOVE KT-IDXID(KT-IDX)        TO RPT-REC(20:5)
           MOVE KT-FULLN(KT-IDX)        TO RPT-REC(27:30)
           MOVE 'STATUS'                TO RPT-REC(59:6)
           MOVE KT-STATUS(KT-IDX)       TO RPT-REC(66:1)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'DIED'                  TO RPT-REC(1:4)
           MOVE KT-DEATH-DATE(KT-IDX)   TO RPT-REC(6:8)
           MOVE 'NOTIFIED'              TO RPT-REC(16:8)
           MOVE KT-NOTIFY-DATE(KT-IDX)  TO RPT-REC(25:8)
           MOVE 'ESTATE'                TO RPT-REC(35:6)
           MOVE KT-ESTATE-NAME(KT-IDX)  TO RPT-REC(42:30)
           WRITE RPT-REC
           IF KT-IDXID(KT-IDX) = ZERO
              MOVE SPACES TO RPT-REC
              MOVE 'NO XREF - BALANCES NOT KNOWN' TO RPT-REC(3:28)
              WRITE RPT-REC
           ELSE
              IF WS-JRNL-FIRST-DATE > KT-DEATH-DATE(KT-IDX)
                 ADD 1 TO WS-ARCHIVE-COUNT
                 MOVE SPACES TO RPT-REC
                 MOVE 'JOURNAL STARTS' TO RPT-REC(3:14)
                 MOVE WS-JRNL-FIRST-DATE TO RPT-REC(18:8)
                 MOVE '- CHECK JOURNAL ARCHIVE' TO RPT-REC(27:23)
                 WRITE RPT-REC
              END-IF
              PERFORM VARYING BL-IDX FROM 1 BY 1
                        UNTIL BL-IDX > BL-TABLE-COUNT
                 IF BL-KT-SUB(BL-IDX) = WS-KT-SUB
                    PERFORM WRITE-BALANCE-LINE
                 END-IF
              END-PERFORM
           END-IF.
       WRITE-ONE-DECEASED-EXIT. EXIT.
      *----
      * WRITE-BALANCE-LINE olum gunu bakiyesini guncel bakiyeden
      * olum sonrasi net hareketi dusarek bulur ve basar.
      *----
       WRITE-BALANCE-LINE.
           COMPUTE WS-AT-DEATH =
                   BL-CURRENT(BL-IDX) - BL-MOVEMENT(BL-IDX)
           MOVE SPACES TO RPT-REC
           MOVE BL-DVZ(BL-IDX)      TO RPT-REC(3:3)
           MOVE BL-CURRENT(BL-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO RPT-REC(8:16)
           MOVE BL-MOVEMENT(BL-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO RPT-REC(24:16)
           MOVE WS-AT-DEATH         TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO RPT-REC(40:16)
           MOVE BL-MOVE-COUNT(BL-IDX) TO RPT-REC(57:5)
           IF BL-CLOSED(BL-IDX)
              MOVE 'CLOSED SINCE DEATH' TO RPT-REC(64:18)
           END-IF
           WRITE RPT-REC.
       WRITE-BALANCE-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DCSD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DECEASED READ      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BL-TABLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'BALANCES LISTED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-APPLY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MOVES AFTER DEATH  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-NOXREF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DECEASED W/O XREF  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ARCHIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ARCHIVE CHECKS     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku DCSDBAL hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE DCS-FILE
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               CLOSE JRNL-FILE
               CLOSE IJRN-FILE
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
              MOVE 'DCSDBAL'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-DCSD-COUNT     TO AUD-RECCOUNT
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
