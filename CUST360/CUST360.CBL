      *     STARTBR/READNEXT ile gezilir (BDAYBAL'daki START/READ
      *     NEXT kurgusunun CICS karsiligi),
      *   - her dvz'in son hareket tarihi ACTLAST'in gece kurdugu
      *     ACTLFILE ozetinden okunur (bkz. ACTLREC.CPY),
      *   - her dvz'in bugun gecerli bloke toplami HOLDFILE'dan
      *     toplanir (bkz. HOLDREC.CPY) ve kullanilabilir bakiye
      *     (bakiye eksi bloke) yaninda gosterilir,
      *   - musterinin bagli oldugu hane/grup RELFILE'in REL-IDXID
      *     alternatif anahtari uzerindeki RELPATH yolundan bulunur
      *     ve gruptaki diger uyeler rolleri ve adlariyla listelenir
      *     (bkz. RELREC.CPY).
      *   ENTER -> sorgu, PF3 -> cikis.
      * Ad arama ekrani (NAMSRCH) secilen musteriyi COMMAREA'da
      * CA-START-SW 'S' ile XCTL eder; bu durumda harita beklenmez,
      * gelen musteri numarasi ile dogrudan sorgu yapilir.
      * Program pseudo-conversational calisir; durum COMMAREA'da
      * tasinir (IDXINQR kurgusu).
      *------------------------------
      * ALAST-REC anahtar basina son hareket ozetidir
      * (bkz. ACTLREC.CPY).
           COPY ACTLREC.
      * HLD-REC bloke kaydidir (bkz. HOLDREC.CPY); HOLDFILE CICS'e
      * HLD-KEY anahtarli VSAM olarak tanimlidir.
           COPY HOLDREC.
      * REL-REC musteri iliski/grup kaydidir (bkz. RELREC.CPY);
      * RELFILE CICS'e REL-KEY anahtarli VSAM olarak, RELPATH ise
      * REL-IDXID alternatif indeksi uzerinden yol olarak tanimlidir.
           COPY RELREC.
      * C360MAP'in DSECT kopyasi derleme oncesi BMS'ten uretilir.
           COPY CUST360M.
      * DFHAID attention-identifier sabitlerini tasiyan CICS
           COPY DFHAID.
       01  WS-COMMAREA.
           05 CA-LAST-ID        PIC 9(05) VALUE ZERO.
           05 CA-START-SW       PIC X(01) VALUE SPACE.
       01  WS-RESP              PIC S9(08) COMP.
       01  WS-TARGET-ID         PIC 9(05) VALUE ZERO.
       01  WS-ASEQ              PIC X(04) VALUE SPACES.
      * WS-BAL-LINE bir dvz bakiye satirinin kurulum alanidir.
       01  WS-BAL-LINE.
           05 WBL-DVZ           PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WBL-TUTAR         PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WBL-HELD          PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WBL-AVAIL         PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WBL-LASTACT       PIC X(10).
      * Bloke toplama alanlari (IDXINQR kurgusu); bloke dosyasi
      * okunamazsa tutarlar yerine uyari basilir.
       01  WS-TODAY             PIC 9(08).
       01  WS-HELD-AMOUNT       PIC S9(13)V99.
       01  WS-AVAIL-AMOUNT      PIC S9(13)V99.
       01  WS-HOLD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-ERROR     VALUE 'Y'.
       01  WS-HOLD-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF       VALUE 'Y'.
       01  WS-HOLD-BR-SW        PIC X(01) VALUE 'N'.
           88 WS-HOLD-BROWSE    VALUE 'Y'.
       01  WS-DATE-OUT          PIC X(10).
      * Grup gosterim alanlari: haritada dort uye satiri vardir;
      * fazlasi grup satirinda sayi ile bildirilir.
       01  WS-GROUP-ID          PIC X(06) VALUE SPACES.
       01  WS-GRP-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-GRP-FOUND      VALUE 'Y'.
       01  WS-GRP-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-GRP-EOF        VALUE 'Y'.
       01  WS-OTHER-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-ROLE-TEXT         PIC X(11).
      * WS-GRP-LINE grup satirinin, WS-MBR-LINE bir uye satirinin
      * kurulum alanidir.
       01  WS-GRP-LINE.
           05 WGL-GROUP         PIC X(06).
           05 FILLER            PIC X(06) VALUE ' ROLE '.
           05 WGL-ROLE          PIC X(11).
           05 FILLER            PIC X(08) VALUE ' OTHERS '.
           05 WGL-OTHERS        PIC ZZ9.
           05 WGL-SHOWN         PIC X(10).
           05 WGL-MORE          PIC X(13).
       01  WS-MBR-LINE.
           05 WML-IDXID         PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WML-ROLE          PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WML-NAME          PIC X(30).
       01  WS-DAYS-AWAY         PIC ZZ9.
       01  WS-EXIT-MSG          PIC X(25)
           VALUE 'CUST360 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-LAST-ID        PIC 9(05).
           05 LK-START-SW       PIC X(01).
              88 LK-START-INQUIRY VALUE 'S'.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
              PERFORM SEND-FULL-MAP
           ELSE
              MOVE LK-LAST-ID TO CA-LAST-ID
              IF EIBCALEN >= LENGTH OF WS-COMMAREA
                 AND LK-START-INQUIRY
                 PERFORM START-FROM-SEARCH
              ELSE
                 EVALUATE EIBAID
                    WHEN DFHPF3
                       PERFORM EXIT-TRANSACTION
                    WHEN OTHER
                       PERFORM RECEIVE-THE-MAP
                       PERFORM INQUIRE-CUSTOMER
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM RETURN-TRANSID.
       PROGRAM-CONTROL-END. EXIT.
                 PERFORM SEND-DATAONLY-MAP
                 PERFORM RETURN-TRANSID
           END-EVALUATE
           PERFORM SHOW-CUSTOMER-PICTURE
           PERFORM SEND-DATAONLY-MAP.
       INQUIRE-CUSTOMER-EXIT. EXIT.
      *----
      * START-FROM-SEARCH NAMSRCH'tan XCTL ile gelen musteriyi
      * sorgular; ekranda onceki haritanin icerigi oldugundan
      * harita tam (ERASE) gonderilir.
      *----
       START-FROM-SEARCH.
           MOVE SPACES     TO WS-ASEQ
           MOVE LK-LAST-ID TO WS-TARGET-ID
           MOVE LOW-VALUES TO C360MAPO
           PERFORM SHOW-CUSTOMER-PICTURE
           PERFORM SEND-FULL-MAP.
       START-FROM-SEARCH-EXIT. EXIT.
      *----
      * SHOW-CUSTOMER-PICTURE WS-TARGET-ID musterisinin bakiye,
      * uyari ve grup bilgilerini haritaya yazar.
      *----
       SHOW-CUSTOMER-PICTURE.
           MOVE WS-TARGET-ID TO CA-LAST-ID CIDO
           MOVE WS-ASEQ      TO ASEQO
           PERFORM BROWSE-MASTER-BALANCES
           PERFORM SHOW-PENDING-ALERT
           PERFORM SHOW-GROUP-MEMBERS
           EVALUATE TRUE
              WHEN NOT WS-BAL-FOUND
                 MOVE 'NO MASTER RECORDS FOR THIS CUSTOMER' TO MSGO
                      TO MSGO
              WHEN OTHER
                 MOVE 'CUSTOMER PICTURE DISPLAYED' TO MSGO
           END-EVALUATE.
       SHOW-CUSTOMER-PICTURE-EXIT. EXIT.
      *----
      * RESOLVE-XREF-MAPPING hesap sira numarasini XREFFILE'dan
      * musteri numarasina cevirir.
              MOVE IDX-DVZ TO WBL-DVZ
              MOVE IDX-TUTAR TO WS-EDIT-TUTAR
              MOVE WS-EDIT-TUTAR TO WBL-TUTAR
              PERFORM SUM-ACTIVE-HOLDS
              IF WS-HOLD-ERROR
                 MOVE '*UNAVAILABLE*' TO WBL-HELD
                 MOVE '*UNAVAILABLE*' TO WBL-AVAIL
              ELSE
                 MOVE WS-HELD-AMOUNT TO WS-EDIT-TUTAR
                 MOVE WS-EDIT-TUTAR TO WBL-HELD
                 COMPUTE WS-AVAIL-AMOUNT = IDX-TUTAR - WS-HELD-AMOUNT
                 MOVE WS-AVAIL-AMOUNT TO WS-EDIT-TUTAR
                 MOVE WS-EDIT-TUTAR TO WBL-AVAIL
              END-IF
              PERFORM READ-LAST-ACTIVITY
              MOVE WS-DATE-OUT TO WBL-LASTACT
              EVALUATE WS-LINE-NO
              END-EVALUATE
           END-IF.
       SHOW-BALANCE-LINE-EXIT. EXIT.
      *----
      * SUM-ACTIVE-HOLDS IDX-KEY'in bugun gecerli blokelerini
      * HOLDFILE uzerinde STARTBR/READNEXT ile toplar (IDXINQR ve
      * batch HOLDCHK ile ayni kural).
      *----
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N'  TO WS-HOLD-ERR-SW WS-HOLD-EOF-SW WS-HOLD-BR-SW
           MOVE EIBDATE TO DTCV-JULIAN-DATE
           ADD 1900000  TO DTCV-JULIAN-DATE
           MOVE '1'     TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           MOVE DTCV-GREG-DATE TO WS-TODAY
           MOVE IDX-ID  TO HLD-ID
           MOVE IDX-DVZ TO HLD-DVZ
           MOVE ZERO    TO HLD-SEQ
           EXEC CICS STARTBR FILE('HOLDFILE') RIDFLD(HLD-KEY)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-HOLD-BR-SW
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-HOLD-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-HOLD-ERR-SW WS-HOLD-EOF-SW
           END-EVALUATE
           PERFORM UNTIL WS-HOLD-EOF
              EXEC CICS READNEXT FILE('HOLDFILE') INTO(HLD-REC)
                        RIDFLD(HLD-KEY) RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                    MOVE 'Y' TO WS-HOLD-EOF-SW
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-HOLD-ERR-SW WS-HOLD-EOF-SW
                 WHEN HLD-ID NOT = IDX-ID OR HLD-DVZ NOT = IDX-DVZ
                    MOVE 'Y' TO WS-HOLD-EOF-SW
                 WHEN HLD-ACTIVE
                      AND HLD-START <= WS-TODAY
                      AND (HLD-EXPIRY = ZERO
                           OR HLD-EXPIRY >= WS-TODAY)
                    ADD HLD-AMOUNT TO WS-HELD-AMOUNT
              END-EVALUATE
           END-PERFORM
           IF WS-HOLD-BROWSE
              EXEC CICS ENDBR FILE('HOLDFILE') RESP(WS-RESP)
              END-EXEC
           END-IF.
       SUM-ACTIVE-HOLDS-EXIT. EXIT.
      *----
       READ-LAST-ACTIVITY.
           MOVE SPACES  TO WS-DATE-OUT
              END-IF
           END-IF.
       SHOW-PENDING-ALERT-EXIT. EXIT.
      *----
      * SHOW-GROUP-MEMBERS musterinin grubunu RELPATH uzerinden
      * bulur; musteri birden cok gruptaysa ilk grup gosterilir ve
      * grup satirinda belirtilir. Gruptaki diger uyeler RELFILE
      * uzerinde STARTBR/READNEXT ile gezilir.
      *----
       SHOW-GROUP-MEMBERS.
           MOVE 'N'  TO WS-GRP-FOUND-SW WS-GRP-EOF-SW
           MOVE ZERO TO WS-OTHER-COUNT
           MOVE SPACES TO WGL-SHOWN WGL-MORE
           MOVE WS-TARGET-ID TO REL-IDXID
           EXEC CICS STARTBR FILE('RELPATH') RIDFLD(REL-IDXID)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE('RELPATH') INTO(REL-REC)
                        RIDFLD(REL-IDXID) RESP(WS-RESP)
              END-EXEC
              IF (WS-RESP = DFHRESP(NORMAL)
                  OR WS-RESP = DFHRESP(DUPKEY))
                 AND REL-IDXID = WS-TARGET-ID
                 MOVE 'Y' TO WS-GRP-FOUND-SW
                 MOVE REL-GROUP-ID TO WS-GROUP-ID WGL-GROUP
                 PERFORM SET-ROLE-TEXT
                 MOVE WS-ROLE-TEXT TO WGL-ROLE
                 IF WS-RESP = DFHRESP(DUPKEY)
                    MOVE ' +MORE GROUPS' TO WGL-MORE
                 END-IF
              END-IF
              EXEC CICS ENDBR FILE('RELPATH') RESP(WS-RESP)
              END-EXEC
           END-IF
           IF NOT WS-GRP-FOUND
              MOVE 'NOT A MEMBER OF ANY HOUSEHOLD OR GROUP' TO GRPO
           ELSE
              MOVE WS-GROUP-ID TO REL-GROUP-ID
              MOVE ZERO        TO REL-IDXID
              EXEC CICS STARTBR FILE('RELFILE') RIDFLD(REL-KEY)
                        GTEQ RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-GRP-EOF-SW
              END-IF
              PERFORM UNTIL WS-GRP-EOF
                 EXEC CICS READNEXT FILE('RELFILE') INTO(REL-REC)
                           RIDFLD(REL-KEY) RESP(WS-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-GRP-EOF-SW
                    WHEN REL-GROUP-ID NOT = WS-GROUP-ID
                       MOVE 'Y' TO WS-GRP-EOF-SW
                    WHEN REL-IDXID NOT = WS-TARGET-ID
                       PERFORM SHOW-MEMBER-LINE
                 END-EVALUATE
              END-PERFORM
              EXEC CICS ENDBR FILE('RELFILE') RESP(WS-RESP)
              END-EXEC
              MOVE WS-OTHER-COUNT TO WGL-OTHERS
              IF WS-OTHER-COUNT > 4
                 MOVE ' (4 SHOWN)' TO WGL-SHOWN
              END-IF
              MOVE WS-GRP-LINE TO GRPO
           END-IF.
       SHOW-GROUP-MEMBERS-EXIT. EXIT.
      *----
      * SHOW-MEMBER-LINE diger uyeyi bos harita satirina yazar; ad
      * uyenin IDXFILE'daki ilk kaydindan okunur.
      *----
       SHOW-MEMBER-LINE.
           ADD 1 TO WS-OTHER-COUNT
           IF WS-OTHER-COUNT <= 4
              MOVE SPACES TO WS-MBR-LINE
              MOVE REL-IDXID TO WML-IDXID
              PERFORM SET-ROLE-TEXT
              MOVE WS-ROLE-TEXT TO WML-ROLE
              MOVE REL-IDXID TO IDX-ID
              MOVE ZERO      TO IDX-DVZ
              EXEC CICS READ FILE('IDXFILE') INTO(IDX-REC)
                        RIDFLD(IDX-KEY) GTEQ RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND IDX-ID = REL-IDXID
                 MOVE IDX-FULLN TO WML-NAME
              ELSE
                 MOVE '*NOT ON MASTER*' TO WML-NAME
              END-IF
              EVALUATE WS-OTHER-COUNT
                 WHEN 1 MOVE WS-MBR-LINE TO MBR1O
                 WHEN 2 MOVE WS-MBR-LINE TO MBR2O
                 WHEN 3 MOVE WS-MBR-LINE TO MBR3O
                 WHEN 4 MOVE WS-MBR-LINE TO MBR4O
              END-EVALUATE
           END-IF.
       SHOW-MEMBER-LINE-EXIT. EXIT.
      *----
       SET-ROLE-TEXT.
           EVALUATE TRUE
              WHEN REL-PRIMARY   MOVE 'PRIMARY'     TO WS-ROLE-TEXT
              WHEN REL-JOINT     MOVE 'JOINT'       TO WS-ROLE-TEXT
              WHEN REL-GUARANTOR MOVE 'GUARANTOR'   TO WS-ROLE-TEXT
              WHEN REL-COMPANY   MOVE 'REL.COMPANY' TO WS-ROLE-TEXT
              WHEN OTHER         MOVE REL-ROLE      TO WS-ROLE-TEXT
           END-EVALUATE.
       SET-ROLE-TEXT-EXIT. EXIT.
      *----
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('C360')
