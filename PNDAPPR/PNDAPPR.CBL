      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    PNDAPPR.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * PNDAPPR IDXINQR'da girilen bakiye/isim degisikliklerinin
      * ikinci operator tarafindan onaylandigi online (CICS) onay
      * ekranidir (mapset PNDAPMS, harita PNDMAP). Degisiklikler
      * PNDCHG kuyrugunda bekler (bkz. PNDREC.CPY):
      *   ENTER -> kuyruktaki siradaki bekleyen degisikligi goster
      *            (sona gelinince bastan aranir),
      *   PF5   -> gosterilen degisikligi onayla: master READ
      *            UPDATE ile kilitlenir, kaydin talepten beri
      *            degismedigi oncesi goruntuyle dogrulanir, bloke
      *            kontrolu yeniden yapilir, sonrasi goruntu REWRITE
      *            edilir ve batch bakimin jurnali ile AYNI duzende
      *            (bkz. JRNLREC.CPY) IJRN extrapartition TD
      *            kuyruguna yazilir; kuyruk JRNFILE'dan ayri,
      *            kendi sira/zincir ozeti olan IJRNFILE online
      *            jurnal dataset'idir (bkz. WNDWREC.CPY, CHAINCHK),
      *   PF6   -> gosterilen degisikligi reddet (master'a
      *            dokunulmaz),
      *   PF3   -> cikis.
      * Onay/red icin operatorun OPERAUTH profilinde 'K' (onaylayan)
      * fonksiyonu olmalidir ve degisikligi giren operator kendi
      * degisikligine karar veremez. Yeni bakiye onaylayanin
      * OPA-LIMIT'ini de asamaz. Master guncellemesi IDXINQR'in
      * eski dogrudan guncellemesi gibi bakim penceresi protokolune
      * uyar (bkz. WNDWREC.CPY).
      * Program pseudo-conversational calisir; gosterilen kaydin
      * anahtari COMMAREA'da tasinir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       WORKING-STORAGE SECTION.
      * DTCV-PARM ortak tarih donusum parametre blogudur
      * (bkz. DTCVPARM.CPY).
           COPY DTCVPARM.
      * IDX-REC master kayit goruntusudur (bkz. IDXREC.CPY); CICS
      * READ dogrudan bu alana yapilir.
           COPY IDXREC.
      * PND-REC bekleyen degisiklik kaydidir (bkz. PNDREC.CPY);
      * PNDCHG CICS'e PND-KEY anahtarli VSAM olarak tanimlidir.
           COPY PNDREC.
      * JRNL-REC bakim jurnal kaydidir (bkz. JRNLREC.CPY).
           COPY JRNLREC.
      * CHN-PARM jurnal zincir ozeti hesabinin (CHAINRTN)
      * arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      * OPA-REC operator yetki profilidir (bkz. OPAUTREC.CPY);
      * OPERAUTH CICS'e OPA-USERID anahtarli VSAM olarak tanimlidir.
           COPY OPAUTREC.
      * WND-REC bakim penceresi durum kaydidir (bkz. WNDWREC.CPY);
      * batch bakim penceresi acikken onay reddedilir, ucusta olan
      * online guncellemeler sayacla isaretlenir ki batch pencere o
      * sirada acilamasin.
           COPY WNDWREC.
      * HLD-REC bloke kaydidir (bkz. HOLDREC.CPY); HOLDFILE CICS'e
      * HLD-KEY anahtarli VSAM olarak tanimlidir ve gezinme ile
      * okunur.
           COPY HOLDREC.
      * PNDMAP'in DSECT kopyasi derleme oncesi BMS'ten uretilir.
           COPY PNDAPMS.
      * DFHAID attention-identifier sabitlerini tasiyan CICS
      * kitaplik kopyasidir.
           COPY DFHAID.
      * CA-PND-KEY ekranda gosterilen degisikligin anahtaridir;
      * CA-SHOWN-SW 'Y' iken PF5/PF6 bu kayda uygulanir.
       01  WS-COMMAREA.
           05 CA-PND-KEY        PIC X(18) VALUE LOW-VALUES.
           05 CA-SHOWN-SW       PIC X(01) VALUE 'N'.
              88 CA-SHOWN       VALUE 'Y'.
       01  WS-RESP              PIC S9(08) COMP.
       01  WS-EDIT-TUTAR        PIC -(13)9.99.
       01  WS-REQ-OUT           PIC X(24).
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-PND-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PND-FOUND      VALUE 'Y'.
      * Bloke toplama alanlari (IDXINQR kurgusu); bloke dosyasi
      * okunamazsa bakiyeyi dusuren degisiklik onaylanmaz.
       01  WS-TODAY             PIC 9(08).
       01  WS-HELD-AMOUNT       PIC S9(13)V99.
       01  WS-HOLD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-ERROR     VALUE 'Y'.
       01  WS-HOLD-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF       VALUE 'Y'.
       01  WS-HOLD-BR-SW        PIC X(01) VALUE 'N'.
           88 WS-HOLD-BROWSE    VALUE 'Y'.
       01  WS-JRNL-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-CHAIN-LOCK-SW     PIC X(01) VALUE 'N'.
           88 WS-CHAIN-LOCKED   VALUE 'Y'.
      * Sure asimi alanlari (PNDRPT kurgusu); giris anindan bu yana
      * WS-EXPIRY-HOURS saat gecmis degisiklik sabah taramasini
      * beklemeden burada 'E' durumuna alinir ve onaylanamaz.
       01  WS-EXPIRY-HOURS      PIC 9(03) VALUE 024.
       01  WS-NOW-TIME          PIC 9(06).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH         PIC 9(02).
           05 WS-NOW-MM         PIC 9(02).
           05 WS-NOW-SS         PIC 9(02).
       01  WS-PND-TIME          PIC 9(06).
       01  WS-PND-TIME-R REDEFINES WS-PND-TIME.
           05 WS-PND-HH         PIC 9(02).
           05 WS-PND-MM         PIC 9(02).
           05 WS-PND-SS         PIC 9(02).
       01  WS-AGE-MINUTES       PIC S9(09) VALUE ZERO.
       01  WS-LIMIT-MINUTES     PIC S9(09) VALUE ZERO.
      * WS-USERID oturumdaki operatorun kimligidir (CICS ASSIGN);
      * yetki kontrolunde kullanilir ve kuyruk kaydina onaylayan
      * olarak yazilir.
       01  WS-USERID            PIC X(08) VALUE SPACES.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-EXIT-MSG          PIC X(25)
           VALUE 'PNDAPPR SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-PND-KEY        PIC X(18).
           05 LK-SHOWN-SW       PIC X(01).
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
      *----
      * PROGRAM-CONTROL ilk cagrida bos haritayi gonderir; sonraki
      * cagrilarda tusa gore siradaki kaydi gosterir ya da
      * gosterilen kayda karar verir.
      *----
       PROGRAM-CONTROL.
           IF EIBCALEN = ZERO
              MOVE LOW-VALUES TO PNDMAPO
              MOVE 'PRESS ENTER TO SHOW THE FIRST PENDING CHANGE'
                   TO MSGO
              PERFORM SEND-FULL-MAP
           ELSE
              MOVE LK-PND-KEY  TO CA-PND-KEY
              MOVE LK-SHOWN-SW TO CA-SHOWN-SW
              EVALUATE EIBAID
                 WHEN DFHPF3
                    PERFORM EXIT-TRANSACTION
                 WHEN DFHPF5
                    PERFORM APPROVE-CHANGE
                 WHEN DFHPF6
                    PERFORM REJECT-CHANGE
                 WHEN OTHER
                    PERFORM SHOW-NEXT-PENDING
              END-EVALUATE
           END-IF
           PERFORM RETURN-TRANSID.
       PROGRAM-CONTROL-END. EXIT.
      *----
       SEND-FULL-MAP.
           EXEC CICS SEND MAP('PNDMAP') MAPSET('PNDAPMS')
                     FROM(PNDMAPO) ERASE
           END-EXEC.
       SEND-FULL-MAP-EXIT. EXIT.
      *----
       SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP('PNDMAP') MAPSET('PNDAPMS')
                     FROM(PNDMAPO) DATAONLY
           END-EXEC.
       SEND-DATAONLY-MAP-EXIT. EXIT.
      *----
      * SHOW-NEXT-PENDING gosterilen kayittan sonraki ilk bekleyen
      * degisikligi arar; sona gelinirse kuyruk bastan bir kez daha
      * taranir.
      *----
       SHOW-NEXT-PENDING.
           MOVE LOW-VALUES TO PNDMAPO
           PERFORM BROWSE-PENDING-QUEUE
           IF NOT WS-PND-FOUND AND CA-PND-KEY NOT = LOW-VALUES
              MOVE LOW-VALUES TO CA-PND-KEY
              PERFORM BROWSE-PENDING-QUEUE
           END-IF
           IF WS-PND-FOUND
              MOVE PND-KEY TO CA-PND-KEY
              MOVE 'Y'     TO CA-SHOWN-SW
              PERFORM FORMAT-PENDING-FIELDS
              MOVE 'PF5 APPROVES, PF6 REJECTS, ENTER SHOWS NEXT'
                   TO MSGO
           ELSE
              MOVE LOW-VALUES TO CA-PND-KEY
              MOVE 'N'        TO CA-SHOWN-SW
              MOVE 'NO CHANGES PENDING APPROVAL' TO MSGO
           END-IF
           PERFORM SEND-DATAONLY-MAP.
       SHOW-NEXT-PENDING-EXIT. EXIT.
      *----
      * BROWSE-PENDING-QUEUE PNDCHG'yi CA-PND-KEY'den itibaren
      * STARTBR/READNEXT ile gezer; gosterilmis kaydin kendisi
      * atlanir, ilk 'P' durumlu kayitta durulur.
      *----
       BROWSE-PENDING-QUEUE.
           MOVE 'N' TO WS-PND-FOUND-SW WS-BROWSE-EOF-SW
           MOVE CA-PND-KEY TO PND-KEY
           EXEC CICS STARTBR FILE('PNDCHG') RIDFLD(PND-KEY)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-IF
           PERFORM UNTIL WS-BROWSE-EOF
              EXEC CICS READNEXT FILE('PNDCHG') INTO(PND-REC)
                        RIDFLD(PND-KEY) RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 WHEN PND-KEY = CA-PND-KEY
                    CONTINUE
                 WHEN PND-PENDING
                    MOVE 'Y' TO WS-PND-FOUND-SW WS-BROWSE-EOF-SW
              END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR FILE('PNDCHG') RESP(WS-RESP)
           END-EXEC.
       BROWSE-PENDING-QUEUE-EXIT. EXIT.
      *----
      * FORMAT-PENDING-FIELDS kuyruk kaydini ekran alanlarina
      * tasir; degismeyen alanin yeni degeri yerine isaret basilir.
      *----
       FORMAT-PENDING-FIELDS.
           MOVE SPACES TO WS-REQ-OUT
           STRING PND-DATE(1:4) '-' PND-DATE(5:2) '-' PND-DATE(7:2)
                  ' ' PND-TIME(1:2) ':' PND-TIME(3:2) ':'
                  PND-TIME(5:2) ' ' PND-TERMID
                  DELIMITED BY SIZE
             INTO WS-REQ-OUT
           END-STRING
           MOVE WS-REQ-OUT  TO REQO
           EVALUATE TRUE
              WHEN PND-PENDING  MOVE 'PENDING'  TO STATO
              WHEN PND-APPROVED MOVE 'APPROVED' TO STATO
              WHEN PND-REJECTED MOVE 'REJECTED' TO STATO
              WHEN PND-EXPIRED  MOVE 'EXPIRED'  TO STATO
              WHEN OTHER        MOVE PND-STATUS TO STATO
           END-EVALUATE
           MOVE PND-MAKER   TO MAKERO
           MOVE PND-IDX-ID  TO IDO
           MOVE PND-IDX-DVZ TO DVZO
           MOVE PND-OLD-TUTAR TO WS-EDIT-TUTAR
           MOVE WS-EDIT-TUTAR TO OTUTARO
           IF PND-TUTAR-CHANGE
              MOVE PND-NEW-TUTAR TO WS-EDIT-TUTAR
              MOVE WS-EDIT-TUTAR TO NTUTARO
           ELSE
              MOVE '(NO CHANGE)' TO NTUTARO
           END-IF
           MOVE PND-OLD-FULLN TO ONAMEO
           IF PND-NAME-CHANGE
              MOVE PND-NEW-FULLN TO NNAMEO
           ELSE
              MOVE '(NO CHANGE)' TO NNAMEO
           END-IF.
       FORMAT-PENDING-FIELDS-EXIT. EXIT.
      *----
      * APPROVE-CHANGE gosterilen degisikligi onaylar: kuyruk kaydi
      * ve master READ UPDATE ile kilitlenir, master'in talepteki
      * oncesi goruntuyle ayni oldugu dogrulanir, sonrasi goruntu
      * REWRITE edilir, kuyruk kaydi 'A' olarak kapatilir ve
      * jurnal satiri yazilir.
      *----
       APPROVE-CHANGE.
           PERFORM CHECK-DECISION-ALLOWED
           IF PND-TUTAR-CHANGE AND OPA-LIMIT > ZERO
              AND PND-NEW-TUTAR > OPA-LIMIT
              EXEC CICS UNLOCK FILE('PNDCHG') RESP(WS-RESP)
              END-EXEC
              MOVE 'NEW BALANCE EXCEEDS APPROVER LIMIT' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           PERFORM ENTER-UPDATE-WINDOW
           MOVE PND-IDX-ID  TO IDX-ID
           MOVE PND-IDX-DVZ TO IDX-DVZ
           EXEC CICS READ FILE('IDXFILE') INTO(IDX-REC)
                     RIDFLD(IDX-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              PERFORM LEAVE-UPDATE-WINDOW
              MOVE 'RECORD NO LONGER ON MASTER - REJECT THE CHANGE'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM LEAVE-UPDATE-WINDOW
              MOVE 'MASTER FILE READ ERROR' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF IDX-REC NOT = PND-BEFORE
              EXEC CICS UNLOCK FILE('IDXFILE') RESP(WS-RESP)
              END-EXEC
              PERFORM LEAVE-UPDATE-WINDOW
              MOVE 'MASTER CHANGED SINCE REQUEST - REJECT THE CHANGE'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF PND-TUTAR-CHANGE AND PND-NEW-TUTAR < IDX-TUTAR
              PERFORM CHECK-HELD-AMOUNT
           END-IF
           MOVE PND-AFTER TO IDX-REC
           EXEC CICS REWRITE FILE('IDXFILE') FROM(IDX-REC)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM LEAVE-UPDATE-WINDOW
              MOVE 'REWRITE FAILED, RECORD NOT CHANGED' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           PERFORM LEAVE-UPDATE-WINDOW
           MOVE 'A' TO PND-STATUS
           PERFORM CLOSE-PENDING-CHANGE
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM FORMAT-PENDING-FIELDS
           IF MSGO = LOW-VALUES
              MOVE 'CHANGE APPROVED, MASTER UPDATED AND JOURNALED'
                   TO MSGO
           END-IF
           PERFORM SEND-DATAONLY-MAP.
       APPROVE-CHANGE-EXIT. EXIT.
      *----
      * REJECT-CHANGE gosterilen degisikligi reddeder; master'a
      * dokunulmaz, kuyruk kaydi 'R' olarak kapatilir.
      *----
       REJECT-CHANGE.
           PERFORM CHECK-DECISION-ALLOWED
           MOVE 'R' TO PND-STATUS
           PERFORM CLOSE-PENDING-CHANGE
           PERFORM FORMAT-PENDING-FIELDS
           IF MSGO = LOW-VALUES
              MOVE 'CHANGE REJECTED, MASTER NOT CHANGED' TO MSGO
           END-IF
           PERFORM SEND-DATAONLY-MAP.
       REJECT-CHANGE-EXIT. EXIT.
      *----
      * CHECK-DECISION-ALLOWED onay ve redde ortak kontrollerdir:
      * ekranda bir degisiklik gosterilmis olmali, operatorun 'K'
      * yetkisi bulunmali, kuyruk kaydi hala 'P' olmali ve karari
      * veren degisikligi giren operator olmamalidir. Suresi dolmus
      * bekleyen kayit PNDRPT'nin yaptigi gibi 'E' durumuna alinir
      * ve karar verilmez. Kuyruk kaydi burada READ UPDATE ile
      * kilitli birakilir.
      *----
       CHECK-DECISION-ALLOWED.
           MOVE LOW-VALUES TO PNDMAPO
           IF NOT CA-SHOWN
              MOVE 'NO CHANGE DISPLAYED, PRESS ENTER FIRST' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           PERFORM CHECK-APPROVER-AUTHORITY
           MOVE CA-PND-KEY TO PND-KEY
           EXEC CICS READ FILE('PNDCHG') INTO(PND-REC)
                     RIDFLD(PND-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PENDING QUEUE READ ERROR' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF NOT PND-PENDING
              EXEC CICS UNLOCK FILE('PNDCHG') RESP(WS-RESP)
              END-EXEC
              PERFORM FORMAT-PENDING-FIELDS
              MOVE 'N' TO CA-SHOWN-SW
              MOVE 'CHANGE ALREADY DECIDED OR EXPIRED' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           PERFORM CHECK-PENDING-EXPIRY
           IF PND-MAKER = WS-USERID
              EXEC CICS UNLOCK FILE('PNDCHG') RESP(WS-RESP)
              END-EXEC
              PERFORM FORMAT-PENDING-FIELDS
              MOVE 'MAKER CANNOT DECIDE OWN CHANGE' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       CHECK-DECISION-ALLOWED-EXIT. EXIT.
      *----
      * CHECK-PENDING-EXPIRY giris ani ile simdiki an arasindaki
      * dakika farkini (PNDRPT COMPUTE-PENDING-AGE kurgusu) sure
      * siniriyla karsilastirir. Sinira ulasan kayit 'E' olarak
      * kapatilir; master'a dokunulmaz, degisiklik gerekiyorsa
      * IDXINQR'dan yeniden girilir.
      *----
       CHECK-PENDING-EXPIRY.
           PERFORM GET-TODAY
           MOVE EIBTIME  TO WS-NOW-TIME
           MOVE PND-DATE TO DTCV-DATE-1
           MOVE WS-TODAY TO DTCV-DATE-2
           MOVE '2'      TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           IF NOT DTCV-RC-OK
              MOVE ZERO TO DTCV-DAYS-BETWEEN
           END-IF
           MOVE PND-TIME TO WS-PND-TIME
           COMPUTE WS-AGE-MINUTES = DTCV-DAYS-BETWEEN * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM
                   - WS-PND-HH * 60 - WS-PND-MM
           COMPUTE WS-LIMIT-MINUTES = WS-EXPIRY-HOURS * 60
           IF WS-AGE-MINUTES NOT < WS-LIMIT-MINUTES
              MOVE 'E'         TO PND-STATUS
              MOVE 'PNDAPPR'   TO PND-CHECKER
              MOVE WS-TODAY    TO PND-DEC-DATE
              MOVE WS-NOW-TIME TO PND-DEC-TIME
              EXEC CICS REWRITE FILE('PNDCHG') FROM(PND-REC)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE('PNDCHG') RESP(WS-RESP)
                 END-EXEC
              END-IF
              PERFORM FORMAT-PENDING-FIELDS
              MOVE 'N' TO CA-SHOWN-SW
              MOVE 'CHANGE EXPIRED - RE-ENTER IT IN IDXINQR' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       CHECK-PENDING-EXPIRY-EXIT. EXIT.
      *----
      * CHECK-APPROVER-AUTHORITY oturum kullanicisini OPERAUTH yetki
      * profilinde arar; 'K' fonksiyonu izinli olmayan operatorun
      * karari reddedilir. Kontrol kapali-durumda-guvenli calisir:
      * profil dosyasi okunamazsa da karar verilemez.
      *----
       CHECK-APPROVER-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE WS-USERID TO OPA-USERID
           EXEC CICS READ FILE('OPERAUTH') INTO(OPA-REC)
                     RIDFLD(OPA-USERID) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOT AUTHORIZED TO APPROVE (NO PROFILE)'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           MOVE ZERO TO WS-FUNC-COUNT
           INSPECT OPA-FUNCS TALLYING WS-FUNC-COUNT FOR ALL 'K'
           IF WS-FUNC-COUNT = ZERO
              MOVE 'NOT AUTHORIZED TO APPROVE (FUNCTION K)'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       CHECK-APPROVER-AUTHORITY-EXIT. EXIT.
      *----
      * CLOSE-PENDING-CHANGE kilitli kuyruk kaydina karari, karar
      * vereni ve karar zamanini yazar. Onayda master zaten
      * guncellenmis oldugundan yazim hatasi uyari olarak basilir;
      * kayit 'P' kalsa bile oncesi goruntu artik tutmadigi icin
      * ikinci kez onaylanamaz.
      *----
       CLOSE-PENDING-CHANGE.
           PERFORM GET-TODAY
           MOVE WS-USERID TO PND-CHECKER
           MOVE WS-TODAY  TO PND-DEC-DATE
           MOVE EIBTIME   TO PND-DEC-TIME
           EXEC CICS REWRITE FILE('PNDCHG') FROM(PND-REC)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'N' TO CA-SHOWN-SW
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WARNING: PENDING QUEUE STATUS NOT UPDATED'
                   TO MSGO
           END-IF.
       CLOSE-PENDING-CHANGE-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT bakiyeyi dusuren onayda yeni bakiyeyi
      * gecerli bloke toplamiyla karsilastirir; bloke toplaminin
      * altina inen ya da bloke dosyasi okunamadigi icin
      * dogrulanamayan onay kayit kilitleri birakilarak reddedilir.
      *----
       CHECK-HELD-AMOUNT.
           PERFORM SUM-ACTIVE-HOLDS
           IF WS-HOLD-ERROR OR PND-NEW-TUTAR < WS-HELD-AMOUNT
              EXEC CICS UNLOCK FILE('IDXFILE') RESP(WS-RESP)
              END-EXEC
              EXEC CICS UNLOCK FILE('PNDCHG') RESP(WS-RESP)
              END-EXEC
              PERFORM LEAVE-UPDATE-WINDOW
              IF WS-HOLD-ERROR
                 MOVE 'HOLD FILE UNAVAILABLE - BALANCE NOT REDUCED'
                      TO MSGO
              ELSE
                 MOVE 'NEW BALANCE BELOW HELD AMOUNT, NOT APPLIED'
                      TO MSGO
              END-IF
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
       GET-TODAY.
           MOVE EIBDATE TO DTCV-JULIAN-DATE
           ADD 1900000  TO DTCV-JULIAN-DATE
           MOVE '1'     TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           MOVE DTCV-GREG-DATE TO WS-TODAY.
       GET-TODAY-EXIT. EXIT.
      *----
      * SUM-ACTIVE-HOLDS IDX-KEY'in bugun gecerli blokelerini
      * HOLDFILE uzerinde STARTBR/READNEXT ile toplar (IDXINQR ve
      * batch HOLDCHK ile ayni kural).
      *----
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HELD-AMOUNT
           MOVE 'N'  TO WS-HOLD-ERR-SW WS-HOLD-EOF-SW WS-HOLD-BR-SW
           PERFORM GET-TODAY
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
      * ENTER-UPDATE-WINDOW pencere durumunu kontrol eder: batch
      * bakim penceresi acikken onay reddedilir; degilse ucustaki
      * guncelleme sayaci artirilir ki batch pencere bu sirada
      * acilamasin. Durum dosyasi okunamazsa da onay yapilmaz
      * (kapali-durumda-guvenli).
      *----
       ENTER-UPDATE-WINDOW.
           MOVE 'WINDOW  ' TO WND-KEY
           EXEC CICS READ FILE('WNDWSTAT') INTO(WND-REC)
                     RIDFLD(WND-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WINDOW STATUS UNAVAILABLE - APPROVALS DISABLED'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF WND-BATCH-OPEN
              MOVE 'MAINTENANCE WINDOW OPEN - APPROVE LATER'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           ADD 1 TO WND-ONLINE-CNT
           EXEC CICS REWRITE FILE('WNDWSTAT') FROM(WND-REC)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WINDOW STATUS UPDATE FAILED - TRY AGAIN'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       ENTER-UPDATE-WINDOW-EXIT. EXIT.
      *----
      * LEAVE-UPDATE-WINDOW ucustaki guncelleme sayacini dusurur;
      * onayin her cikis yolunda (basari ve hata) cagrilir.
      *----
       LEAVE-UPDATE-WINDOW.
           MOVE 'WINDOW  ' TO WND-KEY
           EXEC CICS READ FILE('WNDWSTAT') INTO(WND-REC)
                     RIDFLD(WND-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF WND-ONLINE-CNT > ZERO
                 SUBTRACT 1 FROM WND-ONLINE-CNT
              END-IF
              EXEC CICS REWRITE FILE('WNDWSTAT') FROM(WND-REC)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
       LEAVE-UPDATE-WINDOW-EXIT. EXIT.
      *----
      * WRITE-JOURNAL-RECORD onaylanan degisikligi batch bakimla
      * ayni jurnal duzeninde IJRN extrapartition TD kuyruguna
      * yazar. JRNL-USER degisikligi giren operatordur; onaylayan
      * kuyruk kaydinda (PND-CHECKER) kalir.
      * Online jurnal kendi zincirini tasir: sira ve bir onceki
      * satirin ozeti WNDWSTAT kaydindadir; kayit READ UPDATE ile
      * kilitliyken satir zincirlenip yazilir ve zincir basi
      * ilerletilir, boylece es zamanli onaylar zinciri bolemez.
      * Durum kaydi okunamazsa satir yine yazilir (kanit
      * kaybolmaz) ama zincirsiz kalir; CHAINCHK bunu raporlar.
      *----
       WRITE-JOURNAL-RECORD.
           INITIALIZE JRNL-REC
           PERFORM GET-TODAY
           MOVE WS-TODAY        TO JRNL-DATE
           MOVE EIBTIME         TO JRNL-TIME
           MOVE 'C'             TO JRNL-FUNC
           MOVE 'Y'             TO JRNL-BEF-SW
           MOVE 'Y'             TO JRNL-AFT-SW
           MOVE PND-BEFORE      TO JRNL-BEFORE
           MOVE PND-AFTER       TO JRNL-AFTER
           MOVE PND-MAKER       TO JRNL-USER
           MOVE 'N'             TO WS-CHAIN-LOCK-SW
           MOVE 'WINDOW  ' TO WND-KEY
           EXEC CICS READ FILE('WNDWSTAT') INTO(WND-REC)
                     RIDFLD(WND-KEY) UPDATE RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'           TO WS-CHAIN-LOCK-SW
              COMPUTE WS-JRNL-SEQ = WND-JRNL-SEQ + 1
              MOVE WS-JRNL-SEQ   TO JRNL-SEQ
              MOVE ZERO          TO CHN-CALLER-RC
              MOVE WND-JRNL-HASH TO CHN-HASH
              MOVE JRNL-REC      TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH      TO JRNL-HASH
           END-IF
           EXEC CICS WRITEQ TD QUEUE('IJRN') FROM(JRNL-REC)
                     LENGTH(LENGTH OF JRNL-REC) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WARNING: JOURNAL WRITE FAILED' TO MSGO
              IF WS-CHAIN-LOCKED
                 EXEC CICS UNLOCK FILE('WNDWSTAT') RESP(WS-RESP)
                 END-EXEC
              END-IF
           ELSE
              IF WS-CHAIN-LOCKED
                 MOVE WS-JRNL-SEQ TO WND-JRNL-SEQ
                 MOVE JRNL-HASH   TO WND-JRNL-HASH
                 EXEC CICS REWRITE FILE('WNDWSTAT') FROM(WND-REC)
                           RESP(WS-RESP)
                 END-EXEC
              ELSE
                 MOVE 'WARNING: JOURNAL WRITTEN WITHOUT CHAIN' TO MSGO
              END-IF
           END-IF.
       WRITE-JOURNAL-RECORD-EXIT. EXIT.
      *----
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('PNDA')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
       RETURN-TRANSID-EXIT. EXIT.
      *----
       EXIT-TRANSACTION.
           EXEC CICS SEND TEXT FROM(WS-EXIT-MSG)
                     LENGTH(LENGTH OF WS-EXIT-MSG) ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.
       EXIT-TRANSACTION-EXIT. EXIT.
