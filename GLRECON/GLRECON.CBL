      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    GLRECON.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * GLRECON gunluk alt defter - defter-i kebir bakiye
      * mutabakatidir. GLACKCHK batch'in muhasebeye ulastigini
      * kanitlar; bu adim GL kontrol hesabi bakiyesinin musteri
      * bakiyeleri toplamina esit oldugunu kanitlar. Dvz bazinda:
      *   - alt defter bakiyesi IDX-FILE sirali gezilip IDX-TUTAR
      *     toplanarak bulunur,
      *   - GL bakiyesi muhasebenin gun sonu kapanis dosyasindaki
      *     (GLBAL, bkz. GLBLREC.CPY) kontrol hesaplarindan alinir,
      *   - fark (alt defter eksi GL) gunun hareketiyle aciklanir:
      *     calisma gunune ait JRNFILE ve online jurnal (IJRNFILE;
      *     verilmemisse bos sayilir) net degisimi (sonrasi eksi
      *     oncesi, DCSDBAL kurgusu) JRNL-USER bazinda, GLSENT'teki
      *     batch'lerin kontrol hesaplarina dusen hareketi
      *     GLH-SOURCE bazinda toplanir ve kaynak kaynak
      *     karsilastirilir; gonderilmemis ya da iki kez gonderilmis
      *     batch kendi kaynagi ile raporda gorunur,
      *   - onceki gunlerden devreden acik kalemler (GLRBKIN, bkz.
      *     GLRBREC.CPY) dusuldukten sonra kalan fark aciklanamayan
      *     farktir.
      * Kaynagi belli ve aciklanamayan farklar acik kalem olarak
      * GLRBKOUT'a devreder ve ilk goruldukleri gunden yaslandirilir;
      * ayni dvz'de ters isaretli esit bir fark geldiginde ya da
      * dvz'in toplam farki sifira indiginde kapanirlar (SORTREP6
      * RCYIN/RCYOUT devir kurgusu).
      * Aciklanamayan acik fark varsa calistirma RC 08, yalnizca
      * kaynagi belli fark ya da acik kalem varsa RC 04 ile biter.
      * GLBAL bos ya da baska bir gunun dosyasiysa mutabakat
      * yapilmaz, RC 16 ile cikilir.
      * PARM='YYYYMMDD' -> calisma gunu, varsayilan sistem tarihi.
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
           SELECT GLB-FILE   ASSIGN TO  GLBAL
                             STATUS     GLB-ST.
           SELECT JRNL-FILE  ASSIGN TO  JRNFILE
                             STATUS     JRNL-ST.
           SELECT OPTIONAL IJRN-FILE ASSIGN TO  IJRNFILE
                             STATUS     IJRN-ST.
           SELECT GL-FILE    ASSIGN TO  GLSENT
                             STATUS     GL-ST.
      * BRK-IN-FILE onceki gunun devreden acik kalemleridir; ilk
      * calistirmada yoktur. BRK-OUT-FILE ertesi gune devirdir.
           SELECT OPTIONAL BRK-IN-FILE ASSIGN TO  GLRBKIN
                             STATUS     BRKI-ST.
           SELECT BRK-OUT-FILE ASSIGN TO  GLRBKOUT
                             STATUS     BRKO-ST.
           SELECT RPT-FILE   ASSIGN TO  GLRECRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY);
      * yalnizca okunur.
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * GLB-FILE muhasebenin kontrol hesabi kapanis bakiyeleridir
      * (bkz. GLBLREC.CPY).
       FD  GLB-FILE RECORDING MODE F.
           COPY GLBLREC.
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
      * GL-FILE gunun gonderilen posting batch'leridir (bkz.
      * GLPOREC.CPY; GLACKCHK'in okudugu dosya).
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
      * BRK-IN-FILE / BRK-OUT-FILE devreden acik kalemlerdir
      * (bkz. GLRBREC.CPY).
       FD  BRK-IN-FILE RECORDING MODE F.
           COPY GLRBREC REPLACING LEADING ==GRB== BY ==GRI==.
       FD  BRK-OUT-FILE RECORDING MODE F.
           COPY GLRBREC REPLACING LEADING ==GRB== BY ==GRO==.
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
      * DTCV-PARM ortak tarih donusum/hesap parametre blogudur
      * (bkz. DTCVPARM.CPY); acik kalem yaslari bununla bulunur.
           COPY DTCVPARM.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
       01  FILE-FLAGS.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 GLB-ST            PIC 9(02).
              88 GLB-EOF        VALUE 10.
              88 GLB-SUCCESS    VALUE 00 97.
           05 JRNL-ST           PIC 9(02).
              88 JRNL-EOF       VALUE 10.
              88 JRNL-SUCCESS   VALUE 00 97.
           05 IJRN-ST           PIC 9(02).
              88 IJRN-EOF       VALUE 10.
              88 IJRN-SUCCESS   VALUE 00 05 97.
           05 GL-ST             PIC 9(02).
              88 GL-EOF         VALUE 10.
              88 GL-SUCCESS     VALUE 00 97.
           05 BRKI-ST           PIC 9(02).
              88 BRKI-EOF       VALUE 10.
              88 BRKI-SUCCESS   VALUE 00 97.
           05 BRKO-ST           PIC 9(02).
              88 BRKO-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
      * AUDITLOG henuz yoksa EXTEND onu bos olarak kurar (durum 05).
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 05 97.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * GBT-TABLE GLBAL'daki kontrol hesaplaridir; GLSENT
      * satirinin kontrol hesabina dusup dusmedigi buradan bilinir.
      *----
       01  GBT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  GBT-TABLE.
           05 GBT-ENTRY OCCURS 100 TIMES INDEXED BY GBT-IDX.
              10 GBT-ACCOUNT    PIC X(12).
              10 GBT-DVZ        PIC 9(03).
      *----
      * RCN-TABLE dvz basina mutabakat toplamlari.
      *   RCN-SUB-BAL  IDX-FILE bakiye toplami,
      *   RCN-GL-BAL   GLBAL kontrol hesabi bakiyesi,
      *   RCN-CARRIED  devreden acik kalemler toplami,
      *   RCN-JRN-MOV  gunun jurnal net hareketi,
      *   RCN-GL-MOV   gunun GL batch hareketi (kontrol hesabinda
      *                alacak arti, borc eksi).
      *----
       01  RCN-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  RCN-TABLE.
           05 RCN-ENTRY OCCURS 100 TIMES INDEXED BY RCN-IDX.
              10 RCN-DVZ        PIC 9(03).
              10 RCN-SUB-BAL    PIC S9(15)V99.
              10 RCN-GL-BAL     PIC S9(15)V99.
              10 RCN-CARRIED    PIC S9(15)V99.
              10 RCN-JRN-MOV    PIC S9(15)V99.
              10 RCN-GL-MOV     PIC S9(15)V99.
      *----
      * SRT-TABLE dvz + kaynak basina gunun jurnal ve GL batch
      * hareketi. Kaynak jurnalde JRNL-USER (batch programlarinda
      * program adi), GL'de GLH-SOURCE'tur.
      *----
       01  SRT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  SRT-TABLE.
           05 SRT-ENTRY OCCURS 500 TIMES INDEXED BY SRT-IDX.
              10 SRT-DVZ        PIC 9(03).
              10 SRT-SOURCE     PIC X(08).
              10 SRT-JRN-MOV    PIC S9(15)V99.
              10 SRT-GL-MOV     PIC S9(15)V99.
      *----
      * OIT-TABLE acik kalemler. OIT-STATUS 'O' onceki gunlerden
      * devreden, 'N' bugun acilan, 'C' bugun kapanan kalemdir.
      *----
       01  OIT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  OIT-TABLE.
           05 OIT-ENTRY OCCURS 500 TIMES INDEXED BY OIT-IDX.
              10 OIT-DVZ        PIC 9(03).
              10 OIT-OPEN-DATE  PIC 9(08).
              10 OIT-TYPE       PIC X(01).
              10 OIT-SOURCE     PIC X(08).
              10 OIT-AMOUNT     PIC S9(15)V99.
              10 OIT-STATUS     PIC X(01).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * Arama ve hesap alanlari. WS-KEY-DVZ/WS-KEY-SOURCE
      * FIND-CURRENCY-ENTRY ve FIND-SOURCE-ENTRY'nin girdisidir.
      *----
       01  WS-KEY-DVZ           PIC 9(03).
       01  WS-KEY-SOURCE        PIC X(08).
       01  WS-GL-SOURCE         PIC X(08) VALUE SPACES.
       01  WS-MOVEMENT          PIC S9(15)V99.
       01  WS-DIFFERENCE        PIC S9(15)V99.
       01  WS-TIMING            PIC S9(15)V99.
       01  WS-UNEXPLAINED       PIC S9(15)V99.
       01  WS-SRC-DIFF          PIC S9(15)V99.
       01  WS-ITEM-TYPE         PIC X(01).
       01  WS-ITEM-SOURCE       PIC X(08).
       01  WS-ITEM-AMOUNT       PIC S9(15)V99.
       01  WS-ITEM-AGE          PIC 9(05).
       01  WS-LINE-LABEL        PIC X(30).
       01  WS-LINE-AMOUNT       PIC S9(15)V99.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-IDX-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-GLB-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-JRNL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-JRNL-DAY-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-GL-LINE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-BRK-IN-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-BRK-OUT-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-CLEARED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-SRC-BREAK-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-UNEXPL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-UNEXPL-OPEN       PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AGE          PIC Z(04)9.
       01  WS-EDIT-AMOUNT       PIC -(15)9.99.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen calisma gununu
      * tasir.
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
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM LOAD-GL-BALANCES
           PERFORM LOAD-OPEN-ITEMS
           PERFORM SUM-SUBLEDGER-BALANCES
           PERFORM SCAN-JOURNAL-MOVEMENTS
           PERFORM SCAN-GL-BATCHES
           PERFORM WRITE-REPORT-HEADING
           PERFORM RECONCILE-CURRENCIES
           PERFORM WRITE-OPEN-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'GLRECON UNEXPLAINED BREAKS: ' WS-UNEXPL-COUNT
                   ' OPEN ITEMS: ' WS-BRK-OUT-COUNT
           EVALUATE TRUE
              WHEN WS-UNEXPL-OPEN > ZERO
                 MOVE 08 TO RETURN-CODE
              WHEN WS-SRC-BREAK-COUNT > ZERO
                OR WS-BRK-OUT-COUNT > ZERO
                 MOVE 04 TO RETURN-CODE
              WHEN OTHER
                 MOVE 00 TO RETURN-CODE
           END-EVALUATE
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  IDX-FILE
           OPEN INPUT  GLB-FILE
           OPEN INPUT  JRNL-FILE
           OPEN INPUT  IJRN-FILE
           OPEN INPUT  GL-FILE
           OPEN OUTPUT BRK-OUT-FILE
           OPEN OUTPUT RPT-FILE.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT IDX-SUCCESS OR NOT GLB-SUCCESS
                               OR NOT JRNL-SUCCESS
                               OR NOT IJRN-SUCCESS
                               OR NOT GL-SUCCESS
                               OR NOT BRKO-SUCCESS
                               OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'GLB-ST: '  GLB-ST
              DISPLAY 'JRNL-ST: ' JRNL-ST
              DISPLAY 'IJRN-ST: ' IJRN-ST
              DISPLAY 'GL-ST: '   GL-ST
              DISPLAY 'BRKO-ST: ' BRKO-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
      * LOAD-GL-BALANCES kapanis bakiyelerini dvz toplamina ve
      * kontrol hesaplarini GBT-TABLE'a alir. Bos dosya ya da
      * calisma gunune ait olmayan satir eski/eksik bir dosyadir;
      * onunla mutabakat yanlis fark uretecegi icin calistirma
      * durur.
      *----
       LOAD-GL-BALANCES.
           PERFORM READ-GLB-RECORD
           PERFORM UNTIL GLB-EOF
              PERFORM STORE-GL-BALANCE
              PERFORM READ-GLB-RECORD
           END-PERFORM
           CLOSE GLB-FILE
           IF WS-GLB-COUNT = ZERO
              DISPLAY 'GL BALANCE FILE IS EMPTY - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       LOAD-GL-BALANCES-EXIT. EXIT.
      *----
       READ-GLB-RECORD.
           READ GLB-FILE
              NOT AT END ADD 1 TO WS-GLB-COUNT
           END-READ.
       READ-GLB-RECORD-EXIT. EXIT.
      *----
       STORE-GL-BALANCE.
           IF GLB-DATE NOT = WS-RUN-DATE
              DISPLAY 'GL BALANCE DATE ' GLB-DATE
                      ' IS NOT RUN DATE ' WS-RUN-DATE
                      ' - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > GBT-TABLE-COUNT
              IF GBT-ACCOUNT(WS-SRCH-IDX) = GLB-ACCOUNT
                 AND GBT-DVZ(WS-SRCH-IDX) = GLB-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE GBT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND
              DISPLAY 'GL BALANCE DUPLICATE ACCOUNT: ' GLB-ACCOUNT
                      ' ' GLB-DVZ ' - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           IF GBT-TABLE-COUNT >= 100
              DISPLAY 'GL ACCOUNT TABLE CAPACITY EXCEEDED'
                      ' - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           ADD 1 TO GBT-TABLE-COUNT
           SET GBT-IDX TO GBT-TABLE-COUNT
           MOVE GLB-ACCOUNT TO GBT-ACCOUNT(GBT-IDX)
           MOVE GLB-DVZ     TO GBT-DVZ(GBT-IDX)
           MOVE GLB-DVZ     TO WS-KEY-DVZ
           PERFORM FIND-CURRENCY-ENTRY
           ADD GLB-BALANCE TO RCN-GL-BAL(RCN-IDX).
       STORE-GL-BALANCE-EXIT. EXIT.
      *----
      * LOAD-OPEN-ITEMS onceki gunun acik kalemlerini tabloya alir
      * ve dvz'in devreden toplamina ekler. Devir dosyasi yoksa
      * (ilk calistirma) acik kalem yoktur.
      *----
       LOAD-OPEN-ITEMS.
           OPEN INPUT BRK-IN-FILE
           IF NOT BRKI-SUCCESS
              IF BRKI-ST = 05
                 CLOSE BRK-IN-FILE
              ELSE
                 DISPLAY 'GLRBKIN CANNOT OPEN, BRKI-ST: ' BRKI-ST
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
           ELSE
              PERFORM READ-BRKIN-RECORD
              PERFORM UNTIL BRKI-EOF
                 PERFORM STORE-OPEN-ITEM
                 PERFORM READ-BRKIN-RECORD
              END-PERFORM
              CLOSE BRK-IN-FILE
           END-IF.
       LOAD-OPEN-ITEMS-EXIT. EXIT.
      *----
       READ-BRKIN-RECORD.
           READ BRK-IN-FILE
              NOT AT END ADD 1 TO WS-BRK-IN-COUNT
           END-READ.
       READ-BRKIN-RECORD-EXIT. EXIT.
      *----
       STORE-OPEN-ITEM.
           IF OIT-TABLE-COUNT >= 500
              DISPLAY 'OPEN ITEM TABLE CAPACITY EXCEEDED'
                      ' - RUN STOPPED'
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           ADD 1 TO OIT-TABLE-COUNT
           SET OIT-IDX TO OIT-TABLE-COUNT
           MOVE GRI-DVZ       TO OIT-DVZ(OIT-IDX)
           MOVE GRI-OPEN-DATE TO OIT-OPEN-DATE(OIT-IDX)
           MOVE GRI-TYPE      TO OIT-TYPE(OIT-IDX)
           MOVE GRI-SOURCE    TO OIT-SOURCE(OIT-IDX)
           MOVE GRI-AMOUNT    TO OIT-AMOUNT(OIT-IDX)
           MOVE 'O'           TO OIT-STATUS(OIT-IDX)
           MOVE GRI-DVZ       TO WS-KEY-DVZ
           PERFORM FIND-CURRENCY-ENTRY
           ADD GRI-AMOUNT TO RCN-CARRIED(RCN-IDX).
       STORE-OPEN-ITEM-EXIT. EXIT.
      *----
      * SUM-SUBLEDGER-BALANCES master'i sirali gezip IDX-TUTAR'i
      * dvz bazinda toplar.
      *----
       SUM-SUBLEDGER-BALANCES.
           PERFORM READ-IDX-RECORD
           PERFORM UNTIL IDX-EOF
              MOVE IDX-DVZ TO WS-KEY-DVZ
              PERFORM FIND-CURRENCY-ENTRY
              ADD IDX-TUTAR TO RCN-SUB-BAL(RCN-IDX)
              PERFORM READ-IDX-RECORD
           END-PERFORM
           CLOSE IDX-FILE.
       SUM-SUBLEDGER-BALANCES-EXIT. EXIT.
      *----
       READ-IDX-RECORD.
           READ IDX-FILE
              NOT AT END ADD 1 TO WS-IDX-COUNT
           END-READ.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * SCAN-JOURNAL-MOVEMENTS calisma gunune ait batch ve online
      * jurnal satirlarinin net degisimini dvz ve JRNL-USER
      * bazinda toplar.
      *----
       SCAN-JOURNAL-MOVEMENTS.
           PERFORM READ-JRNL-RECORD
           PERFORM UNTIL JRNL-EOF
              MOVE JRNL-REC TO JW-REC
              PERFORM CHECK-JOURNAL-DAY
              PERFORM READ-JRNL-RECORD
           END-PERFORM
           CLOSE JRNL-FILE
           PERFORM READ-IJRN-RECORD
           PERFORM UNTIL IJRN-EOF
              MOVE IJRN-REC TO JW-REC
              PERFORM CHECK-JOURNAL-DAY
              PERFORM READ-IJRN-RECORD
           END-PERFORM
           CLOSE IJRN-FILE.
       SCAN-JOURNAL-MOVEMENTS-EXIT. EXIT.
      *----
       CHECK-JOURNAL-DAY.
           IF JW-DATE = WS-RUN-DATE
              ADD 1 TO WS-JRNL-DAY-COUNT
              PERFORM APPLY-JOURNAL-MOVEMENT
           END-IF.
       CHECK-JOURNAL-DAY-EXIT. EXIT.
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
      * APPLY-JOURNAL-MOVEMENT satirin net degisimini (sonrasi eksi
      * oncesi) bulur; ekleme kaydinda oncesi, silme kaydinda
      * sonrasi yoktur.
      *----
       APPLY-JOURNAL-MOVEMENT.
           MOVE ZERO TO WS-MOVEMENT
           IF JW-HAS-AFTER
              MOVE JW-AFTER TO JI-REC
              ADD JI-TUTAR TO WS-MOVEMENT
           END-IF
           IF JW-HAS-BEFORE
              MOVE JW-BEFORE TO JI-REC
              SUBTRACT JI-TUTAR FROM WS-MOVEMENT
           END-IF
           MOVE JI-DVZ  TO WS-KEY-DVZ
           MOVE JW-USER TO WS-KEY-SOURCE
           PERFORM FIND-CURRENCY-ENTRY
           ADD WS-MOVEMENT TO RCN-JRN-MOV(RCN-IDX)
           PERFORM FIND-SOURCE-ENTRY
           ADD WS-MOVEMENT TO SRT-JRN-MOV(SRT-IDX).
       APPLY-JOURNAL-MOVEMENT-EXIT. EXIT.
      *----
      * SCAN-GL-BATCHES gonderilen batch'lerin kontrol hesaplarina
      * dusen 'D'/'C' satirlarini batch'in kaynagi (son header'in
      * GLH-SOURCE'u) bazinda toplar. Kontrol hesabi mevduat
      * (pasif) hesabidir: alacak kaydi bakiyeyi artirir, borc
      * kaydi azaltir.
      *----
       SCAN-GL-BATCHES.
           PERFORM READ-GL-RECORD
           PERFORM UNTIL GL-EOF
              EVALUATE TRUE
                 WHEN GL-HEADER
                    MOVE GLH-SOURCE TO WS-GL-SOURCE
                 WHEN GL-POSTING
                 WHEN GL-BALANCING
                    PERFORM APPLY-GL-MOVEMENT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-GL-RECORD
           END-PERFORM
           CLOSE GL-FILE.
       SCAN-GL-BATCHES-EXIT. EXIT.
      *----
       READ-GL-RECORD.
           READ GL-FILE.
       READ-GL-RECORD-EXIT. EXIT.
      *----
       APPLY-GL-MOVEMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > GBT-TABLE-COUNT
              IF GBT-ACCOUNT(WS-SRCH-IDX) = GLD-ACCOUNT
                 AND GBT-DVZ(WS-SRCH-IDX) = GLD-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE GBT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF WS-FOUND
              ADD 1 TO WS-GL-LINE-COUNT
              IF GLD-DRCR = 'D'
                 COMPUTE WS-MOVEMENT = ZERO - GLD-AMOUNT
              ELSE
                 MOVE GLD-AMOUNT TO WS-MOVEMENT
              END-IF
              MOVE GLD-DVZ      TO WS-KEY-DVZ
              MOVE WS-GL-SOURCE TO WS-KEY-SOURCE
              PERFORM FIND-CURRENCY-ENTRY
              ADD WS-MOVEMENT TO RCN-GL-MOV(RCN-IDX)
              PERFORM FIND-SOURCE-ENTRY
              ADD WS-MOVEMENT TO SRT-GL-MOV(SRT-IDX)
           END-IF.
       APPLY-GL-MOVEMENT-EXIT. EXIT.
      *----
      * FIND-CURRENCY-ENTRY WS-KEY-DVZ'in RCN-TABLE satirini bulur
      * (RCN-IDX); yoksa sifir toplamlarla acar.
      *----
       FIND-CURRENCY-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > RCN-TABLE-COUNT
              IF RCN-DVZ(WS-SRCH-IDX) = WS-KEY-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET RCN-IDX TO WS-SRCH-IDX
                 MOVE RCN-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF RCN-TABLE-COUNT >= 100
                 DISPLAY 'CURRENCY TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO RCN-TABLE-COUNT
              SET RCN-IDX TO RCN-TABLE-COUNT
              MOVE WS-KEY-DVZ TO RCN-DVZ(RCN-IDX)
              MOVE ZERO TO RCN-SUB-BAL(RCN-IDX)
              MOVE ZERO TO RCN-GL-BAL(RCN-IDX)
              MOVE ZERO TO RCN-CARRIED(RCN-IDX)
              MOVE ZERO TO RCN-JRN-MOV(RCN-IDX)
              MOVE ZERO TO RCN-GL-MOV(RCN-IDX)
           END-IF.
       FIND-CURRENCY-ENTRY-EXIT. EXIT.
      *----
      * FIND-SOURCE-ENTRY WS-KEY-DVZ + WS-KEY-SOURCE'un SRT-TABLE
      * satirini bulur (SRT-IDX); yoksa sifir hareketle acar.
      *----
       FIND-SOURCE-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > SRT-TABLE-COUNT
              IF SRT-DVZ(WS-SRCH-IDX) = WS-KEY-DVZ
                 AND SRT-SOURCE(WS-SRCH-IDX) = WS-KEY-SOURCE
                 MOVE 'Y' TO WS-FOUND-SW
                 SET SRT-IDX TO WS-SRCH-IDX
                 MOVE SRT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF SRT-TABLE-COUNT >= 500
                 DISPLAY 'SOURCE TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO SRT-TABLE-COUNT
              SET SRT-IDX TO SRT-TABLE-COUNT
              MOVE WS-KEY-DVZ    TO SRT-DVZ(SRT-IDX)
              MOVE WS-KEY-SOURCE TO SRT-SOURCE(SRT-IDX)
              MOVE ZERO TO SRT-JRN-MOV(SRT-IDX)
              MOVE ZERO TO SRT-GL-MOV(SRT-IDX)
           END-IF.
       FIND-SOURCE-ENTRY-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'GLRECON - SUBLEDGER TO GL CONTROL RECONCILIATION,'
                  DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
      * RECONCILE-CURRENCIES her dvz icin mutabakat blogunu basar.
      *----
       RECONCILE-CURRENCIES.
           PERFORM VARYING RCN-IDX FROM 1 BY 1
                     UNTIL RCN-IDX > RCN-TABLE-COUNT
              PERFORM RECONCILE-ONE-CURRENCY
           END-PERFORM.
       RECONCILE-CURRENCIES-EXIT. EXIT.
      *----
      * RECONCILE-ONE-CURRENCY farki bulur ve aciklar:
      *   fark = alt defter - GL,
      *   kaynak farki = kaynak basina jurnal hareketi - GL batch
      *                  hareketi (toplami WS-TIMING),
      *   aciklanamayan = fark - devreden acik kalemler - WS-TIMING.
      * Fark sifirsa dvz dengededir ve devreden kalemleri kapanir;
      * degilse kaynak farklari ve aciklanamayan fark acik kalem
      * olur.
      *----
       RECONCILE-ONE-CURRENCY.
           COMPUTE WS-DIFFERENCE = RCN-SUB-BAL(RCN-IDX)
                                 - RCN-GL-BAL(RCN-IDX)
           COMPUTE WS-TIMING = RCN-JRN-MOV(RCN-IDX)
                             - RCN-GL-MOV(RCN-IDX)
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE
                                  - RCN-CARRIED(RCN-IDX)
                                  - WS-TIMING
           MOVE SPACES TO RPT-REC
           MOVE 'DVZ'              TO RPT-REC(1:3)
           MOVE RCN-DVZ(RCN-IDX)   TO RPT-REC(5:3)
           WRITE RPT-REC
           MOVE 'SUBLEDGER BALANCE (IDXFILE)'  TO WS-LINE-LABEL
           MOVE RCN-SUB-BAL(RCN-IDX)           TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'GL CONTROL BALANCE (GLBAL)'   TO WS-LINE-LABEL
           MOVE RCN-GL-BAL(RCN-IDX)            TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'DIFFERENCE'                   TO WS-LINE-LABEL
           MOVE WS-DIFFERENCE                  TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'OPEN ITEMS BROUGHT FORWARD'   TO WS-LINE-LABEL
           MOVE RCN-CARRIED(RCN-IDX)           TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SOURCE-LINES
           MOVE 'NOT IN GL (JRNFILE - GLSENT)' TO WS-LINE-LABEL
           MOVE WS-TIMING                      TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-DIFFERENCE = ZERO
              PERFORM CLEAR-CURRENCY-ITEMS
              MOVE SPACES TO RPT-REC
              MOVE 'CURRENCY IN BALANCE' TO RPT-REC(3:19)
              WRITE RPT-REC
           ELSE
              PERFORM OPEN-SOURCE-BREAKS
              MOVE SPACES TO RPT-REC
              MOVE 'UNEXPLAINED DIFFERENCE' TO RPT-REC(3:22)
              MOVE WS-UNEXPLAINED TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(33:19)
              IF WS-UNEXPLAINED NOT = ZERO
                 MOVE '*BREAK*' TO RPT-REC(54:7)
              END-IF
              WRITE RPT-REC
              IF WS-UNEXPLAINED NOT = ZERO
                 ADD 1 TO WS-UNEXPL-COUNT
                 MOVE 'U'            TO WS-ITEM-TYPE
                 MOVE SPACES         TO WS-ITEM-SOURCE
                 MOVE WS-UNEXPLAINED TO WS-ITEM-AMOUNT
                 PERFORM RECORD-OPEN-ITEM
              END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       RECONCILE-ONE-CURRENCY-EXIT. EXIT.
      *----
      * WRITE-SOURCE-LINES dvz'in kaynak bazinda jurnal ve GL
      * batch hareketlerini yan yana basar; tutmayan kaynak
      * isaretlenir.
      *----
       WRITE-SOURCE-LINES.
           MOVE SPACES TO RPT-REC
           MOVE 'SOURCE'            TO RPT-REC(3:6)
           MOVE 'JRNFILE MOVEMENT'  TO RPT-REC(16:16)
           MOVE 'GL BATCH MOVEMENT' TO RPT-REC(35:17)
           MOVE 'DIFFERENCE'        TO RPT-REC(62:10)
           WRITE RPT-REC
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                     UNTIL SRT-IDX > SRT-TABLE-COUNT
              IF SRT-DVZ(SRT-IDX) = RCN-DVZ(RCN-IDX)
                 PERFORM WRITE-ONE-SOURCE-LINE
              END-IF
           END-PERFORM.
       WRITE-SOURCE-LINES-EXIT. EXIT.
      *----
       WRITE-ONE-SOURCE-LINE.
           COMPUTE WS-SRC-DIFF = SRT-JRN-MOV(SRT-IDX)
                               - SRT-GL-MOV(SRT-IDX)
           MOVE SPACES TO RPT-REC
           MOVE SRT-SOURCE(SRT-IDX)  TO RPT-REC(3:8)
           MOVE SRT-JRN-MOV(SRT-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO RPT-REC(13:19)
           MOVE SRT-GL-MOV(SRT-IDX)  TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO RPT-REC(33:19)
           MOVE WS-SRC-DIFF          TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT       TO RPT-REC(53:19)
           EVALUATE TRUE
              WHEN WS-SRC-DIFF = ZERO
                 CONTINUE
              WHEN SRT-GL-MOV(SRT-IDX) = ZERO
                 MOVE 'NO GL BATCH'         TO RPT-REC(74:11)
              WHEN SRT-JRN-MOV(SRT-IDX) = ZERO
                 MOVE 'NOT IN JRNFILE'      TO RPT-REC(74:14)
              WHEN SRT-GL-MOV(SRT-IDX) = SRT-JRN-MOV(SRT-IDX) * 2
                 MOVE 'GL POSTED TWICE'     TO RPT-REC(74:15)
              WHEN OTHER
                 MOVE 'AMOUNTS DIFFER'      TO RPT-REC(74:14)
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-ONE-SOURCE-LINE-EXIT. EXIT.
      *----
      * OPEN-SOURCE-BREAKS dvz'in tutmayan her kaynagini kaynagi
      * belli acik kalem olarak kaydeder.
      *----
       OPEN-SOURCE-BREAKS.
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                     UNTIL SRT-IDX > SRT-TABLE-COUNT
              IF SRT-DVZ(SRT-IDX) = RCN-DVZ(RCN-IDX)
                 AND SRT-JRN-MOV(SRT-IDX) NOT = SRT-GL-MOV(SRT-IDX)
                 ADD 1 TO WS-SRC-BREAK-COUNT
                 MOVE 'S'                 TO WS-ITEM-TYPE
                 MOVE SRT-SOURCE(SRT-IDX) TO WS-ITEM-SOURCE
                 COMPUTE WS-ITEM-AMOUNT = SRT-JRN-MOV(SRT-IDX)
                                        - SRT-GL-MOV(SRT-IDX)
                 PERFORM RECORD-OPEN-ITEM
              END-IF
           END-PERFORM.
       OPEN-SOURCE-BREAKS-EXIT. EXIT.
      *----
      * RECORD-OPEN-ITEM yeni farki kaydeder. Ayni dvz'de devreden
      * ve tutari yeni farkin tam tersi olan bir kalem varsa (gec
      * gonderilen batch, duzeltme kaydi) ikisi birbirini kapatir;
      * yoksa kalem bugun acilir.
      *----
       RECORD-OPEN-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > OIT-TABLE-COUNT
              IF OIT-DVZ(WS-SRCH-IDX) = RCN-DVZ(RCN-IDX)
                 AND OIT-STATUS(WS-SRCH-IDX) = 'O'
                 AND OIT-AMOUNT(WS-SRCH-IDX) + WS-ITEM-AMOUNT = ZERO
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE 'C' TO OIT-STATUS(WS-SRCH-IDX)
                 MOVE OIT-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF OIT-TABLE-COUNT >= 500
                 DISPLAY 'OPEN ITEM TABLE CAPACITY EXCEEDED'
                         ' - RUN STOPPED'
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 16 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              ADD 1 TO OIT-TABLE-COUNT
              SET OIT-IDX TO OIT-TABLE-COUNT
              MOVE RCN-DVZ(RCN-IDX) TO OIT-DVZ(OIT-IDX)
              MOVE WS-RUN-DATE      TO OIT-OPEN-DATE(OIT-IDX)
              MOVE WS-ITEM-TYPE     TO OIT-TYPE(OIT-IDX)
              MOVE WS-ITEM-SOURCE   TO OIT-SOURCE(OIT-IDX)
              MOVE WS-ITEM-AMOUNT   TO OIT-AMOUNT(OIT-IDX)
              MOVE 'N'              TO OIT-STATUS(OIT-IDX)
           END-IF.
       RECORD-OPEN-ITEM-EXIT. EXIT.
      *----
      * CLEAR-CURRENCY-ITEMS dengeye gelen dvz'in devreden tum
      * kalemlerini kapatir.
      *----
       CLEAR-CURRENCY-ITEMS.
           PERFORM VARYING OIT-IDX FROM 1 BY 1
                     UNTIL OIT-IDX > OIT-TABLE-COUNT
              IF OIT-DVZ(OIT-IDX) = RCN-DVZ(RCN-IDX)
                 AND OIT-STATUS(OIT-IDX) = 'O'
                 MOVE 'C' TO OIT-STATUS(OIT-IDX)
              END-IF
           END-PERFORM.
       CLEAR-CURRENCY-ITEMS-EXIT. EXIT.
      *----
       WRITE-AMOUNT-LINE.
           MOVE SPACES TO RPT-REC
           MOVE WS-LINE-LABEL  TO RPT-REC(3:30)
           MOVE WS-LINE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RPT-REC(33:19)
           WRITE RPT-REC.
       WRITE-AMOUNT-LINE-EXIT. EXIT.
      *----
      * WRITE-OPEN-ITEMS acik kalem listesini basar: acik kalan
      * (devreden ve bugun acilan) kalemler yaslariyla GLRBKOUT'a
      * yazilir, bugun kapananlar yalnizca raporlanir.
      *----
       WRITE-OPEN-ITEMS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE 'OPEN ITEMS' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE 'DVZ'      TO RPT-REC(1:3)
           MOVE 'OPENED'   TO RPT-REC(6:6)
           MOVE 'AGE'      TO RPT-REC(17:3)
           MOVE 'TYPE'     TO RPT-REC(22:4)
           MOVE 'SOURCE'   TO RPT-REC(28:6)
           MOVE 'AMOUNT'   TO RPT-REC(50:6)
           MOVE 'STATUS'   TO RPT-REC(58:6)
           WRITE RPT-REC
           PERFORM VARYING OIT-IDX FROM 1 BY 1
                     UNTIL OIT-IDX > OIT-TABLE-COUNT
              PERFORM WRITE-ONE-OPEN-ITEM
           END-PERFORM.
       WRITE-OPEN-ITEMS-EXIT. EXIT.
      *----
      * WRITE-ONE-OPEN-ITEM kalemin yasini (ilk goruldugu gun
      * dahil takvim gunu) bulur ve satirini basar.
      *----
       WRITE-ONE-OPEN-ITEM.
           MOVE 1 TO WS-ITEM-AGE
           MOVE OIT-OPEN-DATE(OIT-IDX) TO DTCV-DATE-1
           MOVE WS-RUN-DATE            TO DTCV-DATE-2
           MOVE '2'                    TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF DTCV-RC-OK AND DTCV-DAYS-BETWEEN > ZERO
              COMPUTE WS-ITEM-AGE = DTCV-DAYS-BETWEEN + 1
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE OIT-DVZ(OIT-IDX)       TO RPT-REC(1:3)
           MOVE OIT-OPEN-DATE(OIT-IDX) TO RPT-REC(6:8)
           MOVE WS-ITEM-AGE            TO WS-EDIT-AGE
           MOVE WS-EDIT-AGE            TO RPT-REC(15:5)
           MOVE OIT-TYPE(OIT-IDX)      TO RPT-REC(22:1)
           MOVE OIT-SOURCE(OIT-IDX)    TO RPT-REC(28:8)
           MOVE OIT-AMOUNT(OIT-IDX)    TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO RPT-REC(37:19)
           EVALUATE OIT-STATUS(OIT-IDX)
              WHEN 'C'
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'CLEARED'        TO RPT-REC(58:7)
              WHEN OTHER
                 IF OIT-STATUS(OIT-IDX) = 'N'
                    MOVE 'NEW'         TO RPT-REC(58:3)
                 ELSE
                    MOVE 'CARRIED'     TO RPT-REC(58:7)
                 END-IF
                 IF OIT-TYPE(OIT-IDX) = 'U'
                    ADD 1 TO WS-UNEXPL-OPEN
                    MOVE '*BREAK*'     TO RPT-REC(66:7)
                 END-IF
                 INITIALIZE GRO-REC
                 MOVE OIT-DVZ(OIT-IDX)       TO GRO-DVZ
                 MOVE OIT-OPEN-DATE(OIT-IDX) TO GRO-OPEN-DATE
                 MOVE OIT-TYPE(OIT-IDX)      TO GRO-TYPE
                 MOVE OIT-SOURCE(OIT-IDX)    TO GRO-SOURCE
                 MOVE OIT-AMOUNT(OIT-IDX)    TO GRO-AMOUNT
                 WRITE GRO-REC
                 ADD 1 TO WS-BRK-OUT-COUNT
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-ONE-OPEN-ITEM-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-IDX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MASTER RECORDS READ    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-JRNL-DAY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'JOURNAL LINES FOR DAY  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-GL-LINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'GL CONTROL LINES       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-SRC-BREAK-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'SOURCE BREAKS TODAY    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-UNEXPL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'UNEXPLAINED BREAKS     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BRK-IN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OPEN ITEMS BROUGHT FWD : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OPEN ITEMS CLEARED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-BRK-OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'OPEN ITEMS CARRIED FWD : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku GLRECON hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE BRK-OUT-FILE
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
              MOVE 'GLRECON'         TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-IDX-COUNT      TO AUD-RECCOUNT
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
