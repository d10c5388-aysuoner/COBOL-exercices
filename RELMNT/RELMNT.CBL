      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    RELMNT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * RELMNT musteri iliski/grup bakim is adimidir. Hane ve grup
      * baglantilari (RELTRN, bkz. RELTREC.CPY) iliski dosyasina
      * (RELFILE, bkz. RELREC.CPY) uygulanir:
      *   'A' -> musteriyi gruba rolu ile bagla; musteri IDXFILE'da
      *          olmali ve ayni grupta bulunmamalidir,
      *   'C' -> uyenin rolunu degistir,
      *   'D' -> musteriyi gruptan cikar.
      * Rol 'P' (ana musteri), 'J' (ortak), 'G' (kefil) ya da 'C'
      * (iliskili sirket) olabilir; bir grupta en fazla bir ana
      * musteri bulunur.
      * Calistirmayi veren kullanici OPERAUTH profilinde 'R'
      * fonksiyonuyla aranir (DCSDMNT kurgusu); yetkisiz
      * calistirma hicbir kayda dokunmadan RC 12 ile biter.
      * Uygulanamayan satirlar RELRPT'ye sebebiyle basilir ve
      * calistirma RC 04 ile biter.
      * PARM='kullanici'         -> calistiran kullanici (8 kar.)
      * PARM='kullaniciYYYYMMDD' -> ayrica islem gunu, varsayilan
      *                             sistem tarihi.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLT-FILE   ASSIGN TO  RELTRN
                             STATUS     RLT-ST.
           SELECT REL-FILE   ASSIGN TO  RELFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-IDXID
                                        WITH DUPLICATES
                             STATUS     REL-ST.
      * IDX-FILE musterinin master'da varligi icin START/READ NEXT
      * ile okunur.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY);
      * batch taraf sirali okur.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO  OPERAUTH
                             STATUS     OPAUTH-ST.
           SELECT RPT-FILE   ASSIGN TO  RELRPT
                             STATUS     RPT-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * RLT-FILE iliski bakim transaction'laridir
      * (bkz. RELTREC.CPY).
       FD  RLT-FILE RECORDING MODE F.
           COPY RELTREC.
      *****
      * REL-FILE musteri iliski/grup dosyasidir (bkz. RELREC.CPY).
       FD  REL-FILE.
           COPY RELREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * OPAUTH-FILE operator yetki profilidir (bkz. OPAUTREC.CPY).
       FD  OPAUTH-FILE.
           COPY OPAUTREC.
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
           05 RLT-ST            PIC 9(02).
              88 RLT-EOF        VALUE 10.
              88 RLT-SUCCESS    VALUE 00 97.
           05 REL-ST            PIC 9(02).
              88 REL-EOF        VALUE 10.
              88 REL-SUCCESS    VALUE 00 02 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 OPAUTH-ST         PIC 9(02).
              88 OPAUTH-EOF     VALUE 10.
              88 OPAUTH-SUCCESS VALUE 00 97.
           05 RPT-ST            PIC 9(02).
              88 RPT-SUCCESS    VALUE 00 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
      *----
      * WS-SUBMIT-USER calistirmayi veren kullanicidir; yetki
      * kontrolunde aranir, iliski kaydina ve AUDITLOG'a yazilir.
      *----
       01  WS-SUBMIT-USER       PIC X(08) VALUE SPACES.
       01  WS-AUTH-SW           PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED     VALUE 'Y'.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-PARM-DATE-RC      PIC 9(05).
      *----
      * WS-REL-IDXID transaction'daki musteri numarasinin sayisal
      * halidir; WS-LINK-DATE 'A' icin baglanti gunudur.
      *----
       01  WS-REL-IDXID         PIC 9(05) VALUE ZERO.
       01  WS-LINK-DATE         PIC 9(08).
      *----
      * Grup gezintisi alanlari: ayni gruptaki diger ana musteri
      * aranir.
      *----
       01  WS-GROUP-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-GROUP-EOF      VALUE 'Y'.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * WS-REJECT-TEXT satirin red sebebidir; bos ise satir
      * uygulanmistir.
      *----
       01  WS-REJECT-TEXT       PIC X(40).
       01  WS-ACTION-TEXT       PIC X(12).
      *----
      * Sayaclar ve rapor duzenleme alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ADD-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-DELETE-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-APPLY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM ile gelen kullanici kimligini
      * ve istege bagli islem gununu tasir.
      *----
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN       PIC S9(04) COMP.
           05  LS-PARM-TEXT.
               10  LS-PARM-USERID  PIC X(08).
               10  LS-PARM-RUNDATE PIC 9(08).
      *------------------------------
        PROCEDURE DIVISION USING LS-PARM.
      *------------------------------
       GET-RUNTIME-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF LS-PARM-LEN > 0
              MOVE LS-PARM-USERID TO WS-SUBMIT-USER
           END-IF
           IF LS-PARM-LEN > 15
              COMPUTE WS-PARM-DATE-RC =
                      FUNCTION TEST-DATE-YYYYMMDD(LS-PARM-RUNDATE)
              IF WS-PARM-DATE-RC = 0
                 MOVE LS-PARM-RUNDATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'INVALID RUN DATE PARM: ' LS-PARM-RUNDATE
                         ' - SYSTEM DATE USED'
              END-IF
           END-IF.
       GET-RUNTIME-PARM-EXIT. EXIT.
      *----
       PROGRAM-CONTROL.
           PERFORM CHECK-RELATION-AUTHORITY
           IF NOT WS-AUTHORIZED
              DISPLAY 'RELATIONSHIP MAINTENANCE REFUSED, USER NOT '
                      'AUTHORIZED: ' WS-SUBMIT-USER
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-RECORD
              GOBACK
           END-IF
           PERFORM FILE-OPEN
           PERFORM FILE-OPEN-CONTROL
           PERFORM WRITE-REPORT-HEADING
           PERFORM APPLY-ALL-RELATION-TRANSACTIONS
           PERFORM WRITE-REPORT-TOTALS
           IF WS-REJECT-COUNT > ZERO
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * CHECK-RELATION-AUTHORITY calistirmayi veren kullaniciyi
      * OPERAUTH yetki profilinde arar; 'R' fonksiyonu izinli
      * degilse bakim hic baslamaz. Kontrol kapali-durumda-guvenli
      * calisir: kimlik verilmemisse ya da profil dosyasi
      * okunamazsa da bakim reddedilir.
      *----
       CHECK-RELATION-AUTHORITY.
           MOVE 'N' TO WS-AUTH-SW
           IF WS-SUBMIT-USER = SPACES
              DISPLAY 'NO SUBMITTER USERID SUPPLIED FOR RELATIONSHIP'
           ELSE
              OPEN INPUT OPAUTH-FILE
              IF NOT OPAUTH-SUCCESS
                 DISPLAY 'OPERAUTH CANNOT OPEN, OPAUTH-ST: '
                         OPAUTH-ST
              ELSE
                 PERFORM READ-OPAUTH-RECORD
                 PERFORM UNTIL OPAUTH-EOF
                    IF OPA-USERID = WS-SUBMIT-USER
                       MOVE ZERO TO WS-FUNC-COUNT
                       INSPECT OPA-FUNCS TALLYING WS-FUNC-COUNT
                               FOR ALL 'R'
                       IF WS-FUNC-COUNT > ZERO
                          MOVE 'Y' TO WS-AUTH-SW
                       END-IF
                    END-IF
                    PERFORM READ-OPAUTH-RECORD
                 END-PERFORM
                 CLOSE OPAUTH-FILE
              END-IF
           END-IF.
       CHECK-RELATION-AUTHORITY-EXIT. EXIT.
      *----
       READ-OPAUTH-RECORD.
           READ OPAUTH-FILE.
       READ-OPAUTH-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN.
           OPEN INPUT  RLT-FILE
           OPEN INPUT  IDX-FILE
           OPEN OUTPUT RPT-FILE
      * iliski dosyasi ilk kullanimda (durum 35) bir kereligine
      * OUTPUT ile kurulur (ODLMNT kurgusu)
           OPEN I-O    REL-FILE
           IF REL-ST = 35
              OPEN OUTPUT REL-FILE
              IF REL-SUCCESS
                 CLOSE REL-FILE
                 OPEN I-O REL-FILE
              END-IF
           END-IF.
       FILE-OPEN-END. EXIT.
      *----
       FILE-OPEN-CONTROL.
           IF (NOT RLT-SUCCESS OR NOT REL-SUCCESS
                                OR NOT IDX-SUCCESS
                                OR NOT RPT-SUCCESS)
              DISPLAY 'FILE CANNOT OPEN'
              DISPLAY 'RLT-ST: '  RLT-ST
              DISPLAY 'REL-ST: '  REL-ST
              DISPLAY 'IDX-ST: '  IDX-ST
              DISPLAY 'RPT-ST: '  RPT-ST
              MOVE 'Y' TO EXIT-FLAG
              MOVE 99 TO RETURN-CODE
              PERFORM PROGRAM-EXIT
           END-IF.
       FILE-OPEN-CONTROL-END. EXIT.
      *----
       APPLY-ALL-RELATION-TRANSACTIONS.
           PERFORM READ-RLT-RECORD
           PERFORM UNTIL RLT-EOF
              PERFORM APPLY-ONE-RELATION-TRANSACTION
              PERFORM READ-RLT-RECORD
           END-PERFORM.
       APPLY-ALL-RELATION-TRANSACTIONS-EXIT. EXIT.
      *----
       READ-RLT-RECORD.
           READ RLT-FILE
              NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       READ-RLT-RECORD-EXIT. EXIT.
      *----
      * APPLY-ONE-RELATION-TRANSACTION ortak anahtar kontrolunden
      * sonra RLT-FUNC degerine gore baglantiyi ekler, degistirir
      * ya da kaldirir ve sonucu rapora basar.
      *----
       APPLY-ONE-RELATION-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT WS-ACTION-TEXT
           PERFORM EDIT-RELATION-KEY
           IF WS-REJECT-TEXT = SPACES
              EVALUATE TRUE
                 WHEN RLT-ADD
                    MOVE 'ADDED'    TO WS-ACTION-TEXT
                    PERFORM ADD-RELATION
                 WHEN RLT-CHANGE
                    MOVE 'CHANGED'  TO WS-ACTION-TEXT
                    PERFORM CHANGE-RELATION
                 WHEN RLT-DELETE
                    MOVE 'REMOVED'  TO WS-ACTION-TEXT
                    PERFORM DELETE-RELATION
                 WHEN OTHER
                    MOVE 'UNKNOWN RELATION FUNCTION'
                         TO WS-REJECT-TEXT
              END-EVALUATE
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE 'REJECTED' TO WS-ACTION-TEXT
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              ADD 1 TO WS-APPLY-COUNT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-ONE-RELATION-TRANSACTION-EXIT. EXIT.
      *----
      * EDIT-RELATION-KEY grup kimliginin dolu, musteri numarasinin
      * sayisal ve sifirdan farkli oldugunu kontrol eder.
      *----
       EDIT-RELATION-KEY.
           MOVE ZERO TO WS-REL-IDXID
           IF RLT-GROUP-ID = SPACES
              MOVE 'GROUP ID MISSING' TO WS-REJECT-TEXT
           ELSE
              IF RLT-IDXID NOT NUMERIC
                 MOVE 'IDX-ID NOT NUMERIC' TO WS-REJECT-TEXT
              ELSE
                 MOVE RLT-IDXID TO WS-REL-IDXID
                 IF WS-REL-IDXID = ZERO
                    MOVE 'IDX-ID NOT NUMERIC' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF.
       EDIT-RELATION-KEY-EXIT. EXIT.
      *----
      * ADD-RELATION musterinin master'da oldugunu, rolun gecerli
      * oldugunu ve ana musteri eklenirken grupta baska ana musteri
      * bulunmadigini kontrol edip baglantiyi yazar; musteri zaten
      * grupta ise satir reddedilir ('C' ile degistirilmelidir).
      *----
       ADD-RELATION.
           PERFORM CHECK-CUSTOMER-ON-MASTER
           IF WS-REJECT-TEXT = SPACES
              MOVE RLT-ROLE TO REL-ROLE
              IF NOT REL-ROLE-VALID
                 MOVE 'INVALID RELATIONSHIP ROLE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
              IF RLT-LINK-DATE IS NUMERIC
                 AND RLT-LINK-DATE NOT = ZERO
                 MOVE RLT-LINK-DATE TO WS-LINK-DATE
                 COMPUTE WS-PARM-DATE-RC =
                         FUNCTION TEST-DATE-YYYYMMDD(WS-LINK-DATE)
                 IF WS-PARM-DATE-RC NOT = 0
                    OR WS-LINK-DATE > WS-RUN-DATE
                    MOVE 'INVALID LINK DATE' TO WS-REJECT-TEXT
                 END-IF
              ELSE
                 MOVE WS-RUN-DATE TO WS-LINK-DATE
              END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES AND RLT-ROLE = 'P'
              PERFORM CHECK-OTHER-PRIMARY
           END-IF
           IF WS-REJECT-TEXT = SPACES
              INITIALIZE REL-REC
              MOVE RLT-GROUP-ID   TO REL-GROUP-ID
              MOVE WS-REL-IDXID   TO REL-IDXID
              MOVE RLT-ROLE       TO REL-ROLE
              MOVE WS-LINK-DATE   TO REL-LINK-DATE
              MOVE WS-SUBMIT-USER TO REL-USER
              MOVE WS-RUN-DATE    TO REL-CHGDATE
              WRITE REL-REC
                 INVALID KEY
                    MOVE 'CUSTOMER ALREADY IN GROUP' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
              END-WRITE
           END-IF.
       ADD-RELATION-EXIT. EXIT.
      *----
      * CHECK-CUSTOMER-ON-MASTER musterinin herhangi bir dvz'de
      * IDXFILE kaydi oldugunu START/READ NEXT ile dogrular.
      *----
       CHECK-CUSTOMER-ON-MASTER.
           MOVE 'N'          TO WS-FOUND-SW
           MOVE WS-REL-IDXID TO IDX-ID
           MOVE ZERO         TO IDX-DVZ
           START IDX-FILE KEY IS >= IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM READ-NEXT-MASTER
           END-START
           IF NOT IDX-SUCCESS AND NOT IDX-EOF AND IDX-ST NOT = 23
              DISPLAY 'IDXFILE READ ERROR, IDX-ST: ' IDX-ST
              MOVE 'MASTER LOOKUP FAILED' TO WS-REJECT-TEXT
           ELSE
              IF NOT WS-FOUND
                 MOVE 'IDX-ID NOT ON MASTER' TO WS-REJECT-TEXT
              END-IF
           END-IF.
       CHECK-CUSTOMER-ON-MASTER-EXIT. EXIT.
      *----
       READ-NEXT-MASTER.
           READ IDX-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF IDX-ID = WS-REL-IDXID
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
           END-READ.
       READ-NEXT-MASTER-EXIT. EXIT.
      *----
      * CHECK-OTHER-PRIMARY grubun uyelerini REL-KEY sirasinda
      * gezer; islenen musteri disinda bir ana musteri varsa satir
      * reddedilir. Gezinti kayit alanini degistirdiginden
      * degisiklikte kayit bundan sonra okunur.
      *----
       CHECK-OTHER-PRIMARY.
           MOVE 'N'          TO WS-FOUND-SW WS-GROUP-EOF-SW
           MOVE RLT-GROUP-ID TO REL-GROUP-ID
           MOVE ZERO         TO REL-IDXID
           START REL-FILE KEY IS >= REL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GROUP-EOF-SW
           END-START
           PERFORM UNTIL WS-GROUP-EOF
              READ REL-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-GROUP-EOF-SW
                 NOT AT END
                    IF REL-GROUP-ID NOT = RLT-GROUP-ID
                       MOVE 'Y' TO WS-GROUP-EOF-SW
                    ELSE
                       IF REL-PRIMARY
                          AND REL-IDXID NOT = WS-REL-IDXID
                          MOVE 'Y' TO WS-FOUND-SW
                          MOVE 'Y' TO WS-GROUP-EOF-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FOUND
              MOVE 'GROUP ALREADY HAS A PRIMARY' TO WS-REJECT-TEXT
           END-IF.
       CHECK-OTHER-PRIMARY-EXIT. EXIT.
      *----
      * READ-RELATION degistirilecek/kaldirilacak baglantiyi okur;
      * bulunamayan baglanti reddedilir.
      *----
       READ-RELATION.
           MOVE RLT-GROUP-ID TO REL-GROUP-ID
           MOVE WS-REL-IDXID TO REL-IDXID
           READ REL-FILE KEY IS REL-KEY
              INVALID KEY
                 MOVE 'CUSTOMER NOT IN GROUP' TO WS-REJECT-TEXT
           END-READ.
       READ-RELATION-EXIT. EXIT.
      *----
      * CHANGE-RELATION uyenin rolunu degistirir; ana musteriye
      * yukseltmede gruptaki diger ana musteri kontrol edilir.
      *----
       CHANGE-RELATION.
           MOVE RLT-ROLE TO REL-ROLE
           IF NOT REL-ROLE-VALID
              MOVE 'INVALID RELATIONSHIP ROLE' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES AND RLT-ROLE = 'P'
              PERFORM CHECK-OTHER-PRIMARY
           END-IF
           IF WS-REJECT-TEXT = SPACES
              PERFORM READ-RELATION
           END-IF
           IF WS-REJECT-TEXT = SPACES
              MOVE RLT-ROLE       TO REL-ROLE
              MOVE WS-SUBMIT-USER TO REL-USER
              MOVE WS-RUN-DATE    TO REL-CHGDATE
              REWRITE REL-REC
                 INVALID KEY
                    MOVE 'RELATION REWRITE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF.
       CHANGE-RELATION-EXIT. EXIT.
      *----
      * DELETE-RELATION musteriyi gruptan cikarir; grubun son uyesi
      * de cikarildiginda grup kendiliginden kalkar.
      *----
       DELETE-RELATION.
           PERFORM READ-RELATION
           IF WS-REJECT-TEXT = SPACES
              DELETE REL-FILE RECORD
                 INVALID KEY
                    MOVE 'RELATION DELETE FAILED' TO WS-REJECT-TEXT
                 NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
              END-DELETE
           END-IF.
       DELETE-RELATION-EXIT. EXIT.
      *----
       WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-REC
           MOVE RLT-GROUP-ID   TO RPT-REC(1:6)
           MOVE RLT-IDXID      TO RPT-REC(9:5)
           MOVE RLT-FUNC       TO RPT-REC(16:1)
           MOVE WS-ACTION-TEXT TO RPT-REC(19:12)
           IF WS-REJECT-TEXT NOT = SPACES
              MOVE WS-REJECT-TEXT TO RPT-REC(32:40)
           ELSE
              IF NOT RLT-DELETE
                 MOVE REL-ROLE       TO RPT-REC(32:1)
                 MOVE REL-LINK-DATE  TO RPT-REC(36:8)
              END-IF
           END-IF
           WRITE RPT-REC.
       WRITE-DETAIL-LINE-EXIT. EXIT.
      *----
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING 'RELMNT - CUSTOMER RELATIONSHIP MAINTENANCE RUN '
                  DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '  USER ' DELIMITED SIZE
                  WS-SUBMIT-USER DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'GROUP   IDX-ID F  ACTION       R   LINKED/REASON'
                  DELIMITED SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT. EXIT.
      *----
       WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO RPT-REC
           WRITE RPT-REC
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS READ  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MEMBERS LINKED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ROLES CHANGED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'MEMBERS REMOVED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'TRANSACTIONS REJ.  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-TOTALS-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku RELMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE RLT-FILE
               CLOSE REL-FILE
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
              MOVE 'RELMNT'          TO AUD-PROGRAM
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUNDATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-APPLY-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE WS-SUBMIT-USER    TO AUD-USERID
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY 'AUDIT-FILE CANNOT BE OPENED, SKIPPING AUDIT LOG'
           END-IF.
       WRITE-AUDIT-RECORD-EXIT. EXIT.
