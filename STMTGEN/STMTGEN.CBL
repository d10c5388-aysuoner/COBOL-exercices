      * kurgusu). Donem: acilis fotograf tarihinden (haric) ekstre
      * tarihine (dahil) kadardir; fotografi olmayan hesapta tum
      * gecmis basilir ve acilis sifir kabul edilir.
      * Ekstre tarihine kadar vefat bildirilmis musterinin (DCSDCHK)
      * ekstresi talimata gore tereke adresine yonlendirilir ya da
      * hic basilmaz; tereke islemleri kapanmis musteriye ekstre
      * basilmaz.
      * PARM='YYYYMMDD' -> ekstre tarihi, varsayilan sistem tarihi.
      * Master kayitlari canli IDX-FILE yerine gece master
      * ozetinden (IDXXTR, bkz. IDXXREC.CPY) okunur; ozet IDXXCHK
      * ile dogrulanmadan hicbir kayit islenmez (RC 97).
      * Basilan her musteri ekstresi icin ekstre dizinine (STMTIDX,
      * bkz. STMIREC.CPY) bir satir yazilir; NOTIFGEN musteriye
      * 'ekstreniz hazir' bildirimini buradan uretir.
      * Her N musteride bir CHKPCTL kontrol noktasi alinir (bkz.
      * CHKPPARM.CPY); abend sonrasi ayni ekstre tarihiyle yeniden
      * calistirma son tamamlanan musteriden sonra devam eder,
      * ekstre ve dizin ikinci kez basilmaz.
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
           SELECT HIST-FILE  ASSIGN TO  SNAPHIST
                             STATUS     HIST-ST.
           SELECT ACC-SORT-FILE ASSIGN TO ACCSORT.
           SELECT RPT-FILE   ASSIGN TO  STMTRPT
                             STATUS     RPT-ST.
           SELECT SMI-FILE   ASSIGN TO  STMTIDX
                             STATUS     SMI-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * HIST-FILE birikimli ay sonu fotograf gecmisidir
      * (bkz. SNAPREC.CPY).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      *****
      * SMI-FILE basilan ekstrelerin dizinidir (bkz. STMIREC.CPY).
       FD  SMI-FILE RECORDING MODE F.
           COPY STMIREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
      *****
       WORKING-STORAGE SECTION.
       01  EXIT-FLAG            PIC X(01) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01  WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 ACCS-SUCCESS   VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 SMI-ST            PIC 9(02).
              88 SMI-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-STMT-DATE         PIC 9(08).
       01  WS-FIRST-CUST-SW     PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CUST     VALUE 'Y'.
      *----
      * Vefat durumu sorgusu (bkz. DCSDPARM.CPY); musteri degistiginde
      * bir kez yapilir. WS-SUPPRESS-SW o musterinin ekstresinin
      * basilmayacagini gosterir. WS-DCSD-ERR-SW durum dosyasi
      * okunamadiginda 'Y' olur; ekstreler normal basilir ve
      * calistirma RC 04 ile biter.
      *----
           COPY DCSDPARM.
       01  WS-SUPPRESS-SW       PIC X(01) VALUE 'N'.
           88 WS-STMT-SUPPRESSED VALUE 'Y'.
       01  WS-DCSD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-DCSD-ERROR     VALUE 'Y'.
      * WS-SMI-PENDING-SW o an basilmakta olan musterinin dizin
      * satirinin henuz yazilmadigini gosterir; satir musteri
      * degisiminde ve gecis sonunda yazilir.
       01  WS-SMI-PENDING-SW    PIC X(01) VALUE 'N'.
           88 WS-SMI-PENDING    VALUE 'Y'.
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-CUST-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-SECT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ACTLINE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-ACCLINE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-ESTATE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-SUPPR-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-SMI-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
       01  WS-EDIT-AMOUNT       PIC -(12)9.99.
      * WS-MAST-READ ozetten okunan detay kaydi, WS-RPT-LINES
      * STMTRPT'ye yazilan satir sayisidir.
       01  WS-MAST-READ         PIC 9(09) VALUE ZERO.
       01  WS-RPT-LINES         PIC 9(09) VALUE ZERO.
      *----
      * CHKP-PARM paylasilan kontrol noktasi yardimcisinin (CHKPCTL)
      * arayuzudur (bkz. CHKPPARM.CPY). Musteri degisiminde onceki
      * musterinin ekstresi ve dizin satiri tamamlanmistir; her
      * WS-CHKPT-INTERVAL musteride STMTRPT ve STMTIDX kapatilip
      * EXTEND ile yeniden acilarak diske yazdirilir, ardindan son
      * musterinin ID'si ve sayaclar kaydedilir. Yeniden
      * calistirmada son kontrol noktasindan sonra abend'den once
      * zaten yazilmis satirlar (WS-RPT-REPLAY/WS-SMI-REPLAY)
      * ikinci kez yazilmaz.
      *----
           COPY CHKPPARM.
       01  WS-CHKPT-INTERVAL    PIC 9(05) VALUE 01000.
       01  WS-CUST-SINCE-CHKPT  PIC 9(05) VALUE ZERO.
       01  WS-RESTART-SW        PIC X(01) VALUE 'N'.
           88 WS-RESTART-PENDING VALUE 'Y'.
       01  WS-CHKPT-ERR-SW      PIC X(01) VALUE 'N'.
           88 WS-CHKPT-ERROR    VALUE 'Y'.
       01  WS-RESTART-KEY.
           05 WS-RESTART-ID     PIC 9(05).
           05 FILLER            PIC X(15).
       01  WS-CHKPT-KEY.
           05 WS-CHKPT-ID       PIC 9(05).
           05 FILLER            PIC X(15) VALUE SPACES.
       01  WS-RESTART-SKIPPED   PIC 9(09) VALUE ZERO.
       01  WS-RPT-REPLAY        PIC 9(09) VALUE ZERO.
       01  WS-SMI-REPLAY        PIC 9(07) VALUE ZERO.
      * WS-CKPT-TOTALS kontrol noktasina yazilan sayaclarin bu
      * programdaki duzenidir (CHKP-TOTALS'in goruntusu).
       01  WS-CKPT-TOTALS.
           05 WS-CKT-CUST-COUNT    PIC 9(07).
           05 WS-CKT-SECT-COUNT    PIC 9(07).
           05 WS-CKT-ACTLINE-COUNT PIC 9(07).
           05 WS-CKT-ACCLINE-COUNT PIC 9(07).
           05 WS-CKT-ESTATE-COUNT  PIC 9(07).
           05 WS-CKT-SUPPR-COUNT   PIC 9(07).
           05 WS-CKT-SMI-COUNT     PIC 9(07).
           05 WS-CKT-RPT-LINES     PIC 9(09).
           05 WS-CKT-DCSD-ERR-SW   PIC X(01).
           05 FILLER               PIC X(5941).
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
      * LS-PARM JCL EXEC adiminda PARM='YYYYMMDD' ile gelen ekstre
      * tarihini tasir.
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
           MOVE 'STMTGEN'     TO IDXX-PROGRAM
           MOVE WS-STMT-DATE  TO IDXX-RUN-DATE
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
           PERFORM SORT-SIDE-FILES
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM FILE-OPEN-CONTROL
           PERFORM SWEEP-MASTER-FILE
           PERFORM WRITE-STATEMENT-TOTALS
           DISPLAY 'STMTGEN CUSTOMERS: ' WS-CUST-COUNT
                   ' SECTIONS: ' WS-SECT-COUNT
                   ' SUPPRESSED: ' WS-SUPPR-COUNT
           PERFORM CLEAR-CHECKPOINT
           IF WS-DCSD-ERROR OR WS-CHKPT-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
                USING  ACCR-FILE
                GIVING ACCSRT-FILE.
       SORT-SIDE-FILES-EXIT. EXIT.
      *----
      * FILE-OPEN-CONTROL yeniden calistirmada ekstre ve dizini
      * silmeden EXTEND acar; kontrol noktasina kadar yazilmis
      * satirlar korunur.
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  IDXX-FILE
           OPEN INPUT  SNPSRT-FILE
           OPEN INPUT  ACTSRT-FILE
           OPEN INPUT  ACCSRT-FILE
           IF WS-RESTART-PENDING
              PERFORM COUNT-COMMITTED-OUTPUT
              OPEN EXTEND RPT-FILE
              OPEN EXTEND SMI-FILE
           ELSE
              OPEN OUTPUT RPT-FILE
              OPEN OUTPUT SMI-FILE
           END-IF
           IF (NOT IDX-SUCCESS OR NOT SNPS-SUCCESS
                                OR NOT ACTS-SUCCESS
                                OR NOT ACCS-SUCCESS
                                OR NOT RPT-SUCCESS
                                OR NOT SMI-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'SNPS-ST: ' SNPS-ST
              DISPLAY 'ACTS-ST: ' ACTS-ST
              DISPLAY 'ACCS-ST: ' ACCS-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              DISPLAY 'SMI-ST: '  SMI-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
      *----
      * SWEEP-MASTER-FILE master'i sirali gezer ve her IDX-KEY icin
      * bir ekstre bolumu basar; yan akislar anahtara kadar birlikte
      * ilerletilir. Son musterinin dizin satiri gecis sonunda
      * yazilir. Yeniden calistirmada kontrol noktasindaki
      * musteriye kadar olan kayitlar atlanir; yan akislar kucuk
      * anahtarlari kendiliginden gecer.
      *----
       SWEEP-MASTER-FILE.
           PERFORM READ-NEXT-SNAPSHOT
           PERFORM READ-NEXT-ACTIVITY
           PERFORM READ-NEXT-ACCRUAL
           PERFORM READ-NEXT-MASTER
           IF WS-RESTART-PENDING
              PERFORM SKIP-TO-RESTART-POINT
           END-IF
           PERFORM UNTIL IDX-EOF
              PERFORM WRITE-ONE-SECTION
              PERFORM READ-NEXT-MASTER
           END-PERFORM
           PERFORM WRITE-STATEMENT-INDEX.
       SWEEP-MASTER-FILE-EXIT. EXIT.
      *----
      * READ-NEXT-MASTER ozetten bir DETAY kaydi okur ve IDX-REC'e
      * acar; zarf kayitlari (H/T) atlanir.
      *----
       READ-NEXT-MASTER.
           READ IDXX-FILE
           PERFORM UNTIL NOT IDX-SUCCESS OR IDXX-DETAIL
              READ IDXX-FILE
           END-PERFORM
           IF IDX-SUCCESS
              ADD 1 TO WS-MAST-READ
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-NEXT-MASTER-EXIT. EXIT.
      *----
      * SKIP-TO-RESTART-POINT kontrol noktasindaki musteriye kadar
      * (dahil) olan kayitlari basmadan gecer; sayaclari kontrol
      * noktasindan geri yuklenmistir. Atlanan kayit sayisi kontrol
      * noktasindakiyle tutmuyorsa ozet degismistir; calistirma
      * RC 16 ile durur.
      *----
       SKIP-TO-RESTART-POINT.
           PERFORM UNTIL IDX-EOF
                      OR IDX-ID > WS-RESTART-ID
              ADD 1 TO WS-RESTART-SKIPPED
              PERFORM READ-NEXT-MASTER
           END-PERFORM
           DISPLAY 'RECORDS SKIPPED ON RESTART: ' WS-RESTART-SKIPPED
           IF WS-RESTART-SKIPPED NOT = CHKP-REC-COUNT
              DISPLAY 'MASTER EXTRACT DOES NOT MATCH CHECKPOINT, '
                      'CHECKPOINT COUNT: ' CHKP-REC-COUNT
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       SKIP-TO-RESTART-POINT-EXIT. EXIT.
      *----
       READ-NEXT-SNAPSHOT.
           READ SNPSRT-FILE
      * WRITE-ONE-SECTION bir IDX-KEY icin ekstre bolumunu basar:
      * musteri basligi (ID degistiginde), acilis bakiyesi, donem
      * ici hareket geceleri ve ucret/faiz kalemleri, kapanis
      * bakiyesi. Basilmayacak musterinin bolumleri atlanir; yan
      * akislar bir sonraki anahtarda kendiliginden ilerler.
      *----
       WRITE-ONE-SECTION.
           IF WS-FIRST-CUST OR IDX-ID NOT = WS-PREV-ID
              IF NOT WS-FIRST-CUST
                 PERFORM COMMIT-PREVIOUS-CUSTOMER
              END-IF
              MOVE 'N' TO WS-FIRST-CUST-SW
              MOVE IDX-ID TO WS-PREV-ID
              PERFORM WRITE-STATEMENT-INDEX
              PERFORM CHECK-DECEASED
              IF WS-STMT-SUPPRESSED
                 ADD 1 TO WS-SUPPR-COUNT
              ELSE
                 PERFORM WRITE-CUSTOMER-HEADING
              END-IF
           END-IF
           IF NOT WS-STMT-SUPPRESSED
              ADD 1 TO WS-SECT-COUNT
              ADD 1 TO SMI-SECTIONS
              MOVE SPACES TO RPT-REC
              MOVE 'CURRENCY' TO RPT-REC(3:8)
              MOVE IDX-DVZ    TO RPT-REC(12:3)
              PERFORM WRITE-STATEMENT-LINE
              PERFORM COLLECT-OPENING-BALANCE
              PERFORM WRITE-OPENING-LINE
              PERFORM WRITE-ACTIVITY-LINES
              PERFORM WRITE-ACCRUAL-LINES
              PERFORM WRITE-CLOSING-LINE
           END-IF.
       WRITE-ONE-SECTION-EXIT. EXIT.
      *----
      * COMMIT-PREVIOUS-CUSTOMER musteri degisiminde onceki
      * musterinin dizin satirini yazar; musteri artik tamamdir ve
      * her WS-CHKPT-INTERVAL musteride kontrol noktasi alinir.
      *----
       COMMIT-PREVIOUS-CUSTOMER.
           PERFORM WRITE-STATEMENT-INDEX
           ADD 1 TO WS-CUST-SINCE-CHKPT
           IF WS-CUST-SINCE-CHKPT >= WS-CHKPT-INTERVAL
              PERFORM WRITE-CHECKPOINT
           END-IF.
       COMMIT-PREVIOUS-CUSTOMER-EXIT. EXIT.
      *----
      * CHECK-DECEASED musterinin ekstre tarihine kadar vefat edip
      * etmedigini DCSDCHK'tan sorar; talimat 'S' ise ya da tereke
      * islemleri kapanmissa ekstre basilmaz.
      *----
       CHECK-DECEASED.
           MOVE 'N'          TO WS-SUPPRESS-SW
           MOVE '2'          TO DCSC-FUNCTION
           MOVE IDX-ID       TO DCSC-IDXID
           MOVE WS-STMT-DATE TO DCSC-DATE
           CALL 'DCSDCHK' USING DCSC-PARM
           IF DCSC-RC-FILE-ERROR AND NOT WS-DCSD-ERROR
              DISPLAY 'DECEASED STATUS NOT AVAILABLE, STATEMENTS '
                      'PRINTED AS USUAL'
              MOVE 'Y' TO WS-DCSD-ERR-SW
           END-IF
           IF DCSC-DECEASED
              AND (DCSC-STMT-SUPPRESS OR DCSC-ESTATE-CLOSED)
              MOVE 'Y' TO WS-SUPPRESS-SW
           END-IF.
       CHECK-DECEASED-EXIT. EXIT.
      *----
      * WRITE-CUSTOMER-HEADING musteri basligini basar; vefat etmis
      * musteride basligin altina tereke gonderim adresi eklenir.
      * Musterinin dizin satiri burada hazirlanir; bolum sayisi
      * bolumler basildikca artar.
      *----
       WRITE-CUSTOMER-HEADING.
           ADD 1 TO WS-CUST-COUNT
           INITIALIZE SMI-REC
           MOVE IDX-ID       TO SMI-ID
           MOVE WS-STMT-DATE TO SMI-DATE
           MOVE IDX-FULLN    TO SMI-FULLN
           MOVE 'N'          TO SMI-ESTATE-SW
           IF DCSC-DECEASED
              MOVE 'Y'       TO SMI-ESTATE-SW
           END-IF
           MOVE 'Y' TO WS-SMI-PENDING-SW
           MOVE ALL '=' TO RPT-REC
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO RPT-REC
           STRING 'STATEMENT ' DELIMITED BY SIZE
                  WS-STMT-DATE DELIMITED BY SIZE
           END-STRING
           MOVE IDX-ID    TO RPT-REC(30:5)
           MOVE IDX-FULLN TO RPT-REC(37:30)
           PERFORM WRITE-STATEMENT-LINE
           IF DCSC-DECEASED
              PERFORM WRITE-ESTATE-ADDRESS
           END-IF
           MOVE ALL '=' TO RPT-REC
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-CUSTOMER-HEADING-EXIT. EXIT.
      *----
      * WRITE-ESTATE-ADDRESS vefat bilgisini ve ekstrenin
      * gonderilecegi tereke adini/adresini basar.
      *----
       WRITE-ESTATE-ADDRESS.
           ADD 1 TO WS-ESTATE-COUNT
           MOVE SPACES TO RPT-REC
           MOVE 'DECEASED'         TO RPT-REC(1:8)
           MOVE DCSC-DEATH-DATE    TO RPT-REC(10:8)
           MOVE 'MAIL TO ESTATE OF' TO RPT-REC(20:17)
           MOVE DCSC-ESTATE-NAME   TO RPT-REC(37:30)
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO RPT-REC
           MOVE DCSC-ESTATE-ADDR1  TO RPT-REC(37:30)
           PERFORM WRITE-STATEMENT-LINE
           IF DCSC-ESTATE-ADDR2 NOT = SPACES
              MOVE SPACES TO RPT-REC
              MOVE DCSC-ESTATE-ADDR2 TO RPT-REC(37:30)
              PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE DCSC-ESTATE-CITY   TO RPT-REC(37:15)
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-ESTATE-ADDRESS-EXIT. EXIT.
      *----
      * WRITE-STATEMENT-INDEX bir onceki musterinin bekleyen dizin
      * satirini yazar; basilmayan musteri icin satir hazirlanmaz.
      *----
       WRITE-STATEMENT-INDEX.
           IF WS-SMI-PENDING
              IF WS-SMI-REPLAY > ZERO
                 SUBTRACT 1 FROM WS-SMI-REPLAY
              ELSE
                 WRITE SMI-REC
              END-IF
              ADD 1 TO WS-SMI-COUNT
              MOVE 'N' TO WS-SMI-PENDING-SW
           END-IF.
       WRITE-STATEMENT-INDEX-EXIT. EXIT.
      *----
      * COLLECT-OPENING-BALANCE fotograf akisini master anahtarina
      * kadar ilerletir; anahtara ait, ekstre tarihinden onceki son
      * satir acilis bakiyesidir (tarih sirali oldugundan uzerine
              MOVE ZERO           TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO RPT-REC(32:16)
           END-IF
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-OPENING-LINE-EXIT. EXIT.
      *----
      * WRITE-ACTIVITY-LINES hareket akisini master anahtarina kadar
                 MOVE SPACES TO RPT-REC
                 MOVE 'ACTIVITY ON' TO RPT-REC(5:11)
                 MOVE AS-DATE       TO RPT-REC(22:8)
                 PERFORM WRITE-STATEMENT-LINE
              END-IF
              PERFORM READ-NEXT-ACTIVITY
           END-PERFORM.
                 MOVE ACS-VALDATE   TO RPT-REC(22:8)
                 MOVE ACS-FEE       TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO RPT-REC(32:16)
                 PERFORM WRITE-STATEMENT-LINE
                 MOVE SPACES TO RPT-REC
                 MOVE 'INTEREST'    TO RPT-REC(5:8)
                 MOVE ACS-VALDATE   TO RPT-REC(22:8)
                 MOVE ACS-INT       TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO RPT-REC(32:16)
                 PERFORM WRITE-STATEMENT-LINE
              END-IF
              PERFORM READ-NEXT-ACCRUAL
           END-PERFORM.
           MOVE WS-STMT-DATE      TO RPT-REC(22:8)
           MOVE IDX-TUTAR         TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT    TO RPT-REC(32:16)
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO RPT-REC
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-CLOSING-LINE-EXIT. EXIT.
      *----
       WRITE-STATEMENT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-CUST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CUSTOMERS PRINTED  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-SECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'CURRENCY SECTIONS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-ACTLINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACTIVITY LINES     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-ACCLINE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ACCRUAL ITEMS      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-ESTATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TO ESTATE ADDRESS  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-SUPPR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'STATEMENTS SUPPR.  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE
           MOVE WS-SMI-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'STATEMENT INDEX    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-STATEMENT-TOTALS-EXIT. EXIT.
      *----
      * WRITE-STATEMENT-LINE ekstre satirini yazar. Yeniden
      * calistirmada abend'den once zaten yazilmis olan ilk
      * WS-RPT-REPLAY satir yeniden yazilmaz; musteriler ayni
      * girdiyle ayni sirada islendiginden bunlar birebir ayni
      * satirlardir.
      *----
       WRITE-STATEMENT-LINE.
           IF WS-RPT-REPLAY > ZERO
              SUBTRACT 1 FROM WS-RPT-REPLAY
           ELSE
              WRITE RPT-REC
           END-IF
           ADD 1 TO WS-RPT-LINES.
       WRITE-STATEMENT-LINE-EXIT. EXIT.
      *----
      * READ-RESTART-CHECKPOINT ekstre tarihi icin yarim kalmis bir
      * calistirmanin kontrol noktasini CHKPCTL '1' ile okur; varsa
      * son musteri ve sayaclar geri yuklenir. Kontrol dosyasi
      * okunamazsa calistirma bastan ve kontrol noktasiz yapilir
      * (ekstreler yeniden uretildiginden guvenlidir), RC 04 doner.
      *----
       READ-RESTART-CHECKPOINT.
           INITIALIZE CHKP-PARM
           MOVE '1'          TO CHKP-FUNCTION
           MOVE 'STMTGEN'    TO CHKP-PROGRAM
           MOVE WS-STMT-DATE TO CHKP-RUN-DATE
           CALL 'CHKPCTL' USING CHKP-PARM
           EVALUATE TRUE
              WHEN CHKP-RC-OK
                 MOVE 'Y'           TO WS-RESTART-SW
                 MOVE CHKP-LAST-KEY TO WS-RESTART-KEY
                 PERFORM RESTORE-CHECKPOINT-TOTALS
                 DISPLAY 'RESTARTING AFTER KEY: ' WS-RESTART-ID
                         ' CHECKPOINT ' CHKP-CHKPT-COUNT
                         ' TAKEN ' CHKP-STAMP
              WHEN CHKP-RC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - RUN NOT RESTARTABLE'
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
           END-EVALUATE.
       READ-RESTART-CHECKPOINT-EXIT. EXIT.
      *----
      * COUNT-COMMITTED-OUTPUT yeniden calistirmada ekstre ve
      * dizinin mevcut satir sayilarini sayar. Kontrol noktasindaki
      * sayilari asan kisim abend'den once yazilmis ama kontrol
      * noktasina girmemis satirlardir (WS-xxx-REPLAY). Ciktida
      * kontrol noktasindan az satir varsa dosya degismistir;
      * calistirma RC 16 ile durur.
      *----
       COUNT-COMMITTED-OUTPUT.
           MOVE ZERO TO WS-RPT-REPLAY WS-SMI-REPLAY
           OPEN INPUT RPT-FILE
           IF RPT-SUCCESS
              READ RPT-FILE
              PERFORM UNTIL NOT RPT-SUCCESS
                 ADD 1 TO WS-RPT-REPLAY
                 READ RPT-FILE
              END-PERFORM
              CLOSE RPT-FILE
           END-IF
           OPEN INPUT SMI-FILE
           IF SMI-SUCCESS
              READ SMI-FILE
              PERFORM UNTIL NOT SMI-SUCCESS
                 ADD 1 TO WS-SMI-REPLAY
                 READ SMI-FILE
              END-PERFORM
              CLOSE SMI-FILE
           END-IF
           IF WS-RPT-REPLAY < WS-RPT-LINES
              OR WS-SMI-REPLAY < WS-SMI-COUNT
              DISPLAY 'OUTPUT DOES NOT MATCH CHECKPOINT, STMTRPT: '
                      WS-RPT-REPLAY ' STMTIDX: ' WS-SMI-REPLAY
              MOVE 'Y' TO EXIT-FLAG
              MOVE 16 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF
           SUBTRACT WS-RPT-LINES FROM WS-RPT-REPLAY
           SUBTRACT WS-SMI-COUNT FROM WS-SMI-REPLAY
           DISPLAY 'WRITTEN AFTER LAST CHECKPOINT, NOT REWRITTEN: '
                   'STMTRPT ' WS-RPT-REPLAY ' STMTIDX ' WS-SMI-REPLAY.
       COUNT-COMMITTED-OUTPUT-EXIT. EXIT.
      *----
      * WRITE-CHECKPOINT ekstre ve dizini kapatip EXTEND ile
      * yeniden acarak diske yazdirir ve son tamamlanan musterinin
      * ID'sini, o ana kadar okunan kayit sayisini ve sayaclari
      * CHKPCTL '2' ile kaydeder. Kontrol noktasi yazilamazsa
      * calistirma kontrol noktasiz surer ve RC 04 ile biter.
      *----
       WRITE-CHECKPOINT.
           MOVE ZERO TO WS-CUST-SINCE-CHKPT
           IF NOT WS-CHKPT-ERROR
              CLOSE RPT-FILE
              CLOSE SMI-FILE
              OPEN EXTEND RPT-FILE
              OPEN EXTEND SMI-FILE
              IF NOT RPT-SUCCESS OR NOT SMI-SUCCESS
                 DISPLAY 'OUTPUT CANNOT BE REOPENED AT CHECKPOINT'
                 DISPLAY 'RPT-ST: ' RPT-ST
                 DISPLAY 'SMI-ST: ' SMI-ST
                 MOVE 'Y' TO EXIT-FLAG
                 MOVE 99 TO RETURN-CODE
                 PERFORM PROGRAM-EXIT
              END-IF
              PERFORM SAVE-CHECKPOINT-TOTALS
              MOVE '2'            TO CHKP-FUNCTION
              MOVE 'STMTGEN'      TO CHKP-PROGRAM
              MOVE WS-STMT-DATE   TO CHKP-RUN-DATE
              MOVE WS-PREV-ID     TO WS-CHKPT-ID
              MOVE WS-CHKPT-KEY   TO CHKP-LAST-KEY
              COMPUTE CHKP-REC-COUNT = WS-MAST-READ - 1
              MOVE WS-CKPT-TOTALS TO CHKP-TOTALS
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT WRITTEN, CHKPCTL RC: '
                         CHKP-RETURN-CODE ' - RUN NOT RESTARTABLE'
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
              END-IF
           END-IF.
       WRITE-CHECKPOINT-EXIT. EXIT.
      *----
      * CLEAR-CHECKPOINT basariyla biten calistirmanin kontrol
      * noktasini CHKPCTL '3' ile siler ve dosyayi birakir; aksi
      * halde ayni ekstre tarihinin bilincli yeniden calistirilmasi
      * yarim kalmis bir calistirma gibi devam ederdi.
      *----
       CLEAR-CHECKPOINT.
           IF NOT WS-CHKPT-ERROR
              MOVE '3'          TO CHKP-FUNCTION
              MOVE 'STMTGEN'    TO CHKP-PROGRAM
              MOVE WS-STMT-DATE TO CHKP-RUN-DATE
              CALL 'CHKPCTL' USING CHKP-PARM
              IF NOT CHKP-RC-OK
                 DISPLAY 'CHECKPOINT NOT CLEARED, CHKPCTL RC: '
                         CHKP-RETURN-CODE
                 MOVE 'Y' TO WS-CHKPT-ERR-SW
              END-IF
           END-IF
           MOVE '9' TO CHKP-FUNCTION
           CALL 'CHKPCTL' USING CHKP-PARM.
       CLEAR-CHECKPOINT-EXIT. EXIT.
      *----
      * SAVE/RESTORE-CHECKPOINT-TOTALS rapor ve AUDITLOG sayaclarini
      * WS-CKPT-TOTALS uzerinden kontrol noktasina tasir/geri alir.
      *----
       SAVE-CHECKPOINT-TOTALS.
           MOVE WS-CUST-COUNT    TO WS-CKT-CUST-COUNT
           MOVE WS-SECT-COUNT    TO WS-CKT-SECT-COUNT
           MOVE WS-ACTLINE-COUNT TO WS-CKT-ACTLINE-COUNT
           MOVE WS-ACCLINE-COUNT TO WS-CKT-ACCLINE-COUNT
           MOVE WS-ESTATE-COUNT  TO WS-CKT-ESTATE-COUNT
           MOVE WS-SUPPR-COUNT   TO WS-CKT-SUPPR-COUNT
           MOVE WS-SMI-COUNT     TO WS-CKT-SMI-COUNT
           MOVE WS-RPT-LINES     TO WS-CKT-RPT-LINES
           MOVE WS-DCSD-ERR-SW   TO WS-CKT-DCSD-ERR-SW.
       SAVE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
       RESTORE-CHECKPOINT-TOTALS.
           MOVE CHKP-TOTALS          TO WS-CKPT-TOTALS
           MOVE WS-CKT-CUST-COUNT    TO WS-CUST-COUNT
           MOVE WS-CKT-SECT-COUNT    TO WS-SECT-COUNT
           MOVE WS-CKT-ACTLINE-COUNT TO WS-ACTLINE-COUNT
           MOVE WS-CKT-ACCLINE-COUNT TO WS-ACCLINE-COUNT
           MOVE WS-CKT-ESTATE-COUNT  TO WS-ESTATE-COUNT
           MOVE WS-CKT-SUPPR-COUNT   TO WS-SUPPR-COUNT
           MOVE WS-CKT-SMI-COUNT     TO WS-SMI-COUNT
           MOVE WS-CKT-RPT-LINES     TO WS-RPT-LINES
           MOVE WS-CKT-DCSD-ERR-SW   TO WS-DCSD-ERR-SW.
       RESTORE-CHECKPOINT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku STMTGEN hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE SNPSRT-FILE
               CLOSE ACTSRT-FILE
               CLOSE ACCSRT-FILE
               CLOSE RPT-FILE
               CLOSE SMI-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE DCSC-PARM
               MOVE '9' TO DCSC-FUNCTION
               CALL 'DCSDCHK' USING DCSC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
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
