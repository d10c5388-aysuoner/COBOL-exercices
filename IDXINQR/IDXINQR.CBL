      * ekranidir (mapset IDXINQMS, harita IDXMAP).
      *   ENTER -> IDX-ID/IDX-DVZ ile sorgu: IDX-FULLN, IDX-JUL'un
      *            DTCVRTN '1' ile Gregoryan'a cevrilmis hali ve
      *            duzenlenmis IDX-TUTAR gosterilir; hesabin gecerli
      *            bloke toplami (HOLDFILE, bkz. HOLDREC.CPY) ve
      *            kullanilabilir bakiye (IDX-TUTAR eksi bloke)
      *            yaninda basilir.
      *   PF5   -> degisiklik talebi: yeni bakiye ve/veya isim
      *            alinir ve master'a dokunulmadan bekleyen
      *            degisiklik kuyruguna (PNDCHG, bkz. PNDREC.CPY)
      *            giren operator, zaman ve oncesi/sonrasi degerlerle
      *            yazilir. Master ancak baska bir operator PNDAPPR
      *            ekraninda onaylayinca guncellenir ve jurnale
      *            yazilir (dort goz ilkesi). Bakiyeyi dusuren yeni
      *            bakiye bloke toplaminin altinda kalamaz; onayda
      *            bu kontrol yeniden yapilir.
      *   PF3   -> cikis.
      * Program pseudo-conversational calisir; durum COMMAREA'da
      * tasinir.
      * IDX-REC master kayit goruntusudur (bkz. IDXREC.CPY); CICS
      * READ dogrudan bu alana yapilir.
           COPY IDXREC.
      * PND-REC bekleyen degisiklik kaydidir (bkz. PNDREC.CPY);
      * PNDCHG CICS'e PND-KEY anahtarli VSAM olarak tanimlidir.
           COPY PNDREC.
      * OPA-REC operator yetki profilidir (bkz. OPAUTREC.CPY);
      * OPERAUTH CICS'e OPA-USERID anahtarli VSAM olarak tanimlidir.
           COPY OPAUTREC.
      * HLD-REC bloke kaydidir (bkz. HOLDREC.CPY); HOLDFILE CICS'e
      * HLD-KEY anahtarli VSAM olarak tanimlidir ve gezinme ile
      * okunur.
           COPY HOLDREC.
      * IDXMAP'in DSECT kopyasi derleme oncesi BMS'ten uretilir.
           COPY IDXINQMS.
      * DFHAID attention-identifier sabitlerini (DFHPF3/DFHPF5...)
           05 WS-GREG-MM        PIC X(02).
           05 WS-GREG-DD        PIC X(02).
       01  WS-BDATE-OUT         PIC X(10).
      * WS-HELD-AMOUNT hesabin bugun gecerli bloke toplamidir;
      * WS-HOLD-ERR-SW bloke dosyasi okunamadiginda 'Y' olur ve
      * bakiyeyi dusuren guncelleme yapilmaz.
       01  WS-TODAY             PIC 9(08).
       01  WS-HELD-AMOUNT       PIC S9(13)V99.
       01  WS-AVAIL-AMOUNT      PIC S9(13)V99.
       01  WS-HOLD-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-ERROR     VALUE 'Y'.
       01  WS-HOLD-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-HOLD-EOF       VALUE 'Y'.
       01  WS-HOLD-BR-SW        PIC X(01) VALUE 'N'.
           88 WS-HOLD-BROWSE    VALUE 'Y'.
       01  WS-NEW-TUTAR         PIC 9(13)V99.
       01  WS-NTUTAR-X          PIC X(16).
       01  WS-NFULLN-X          PIC X(30).
       01  WS-NT-LEN            PIC S9(04) COMP VALUE ZERO.
       01  WS-NF-LEN            PIC S9(04) COMP VALUE ZERO.
      * WS-USERID oturumdaki operatorun kimligidir (CICS ASSIGN);
      * yetki kontrolunde kullanilir ve bekleyen degisiklige giren
      * operator olarak yazilir.
       01  WS-USERID            PIC X(08) VALUE SPACES.
       01  WS-FUNC-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-EXIT-MSG          PIC X(25)
                    PERFORM EXIT-TRANSACTION
                 WHEN DFHPF5
                    PERFORM RECEIVE-THE-MAP
                    PERFORM REQUEST-UPDATE
                 WHEN OTHER
                    PERFORM RECEIVE-THE-MAP
                    PERFORM INQUIRE-RECORD
              PERFORM RETURN-TRANSID
           END-IF
           PERFORM FORMAT-RECORD-FIELDS
           MOVE 'RECORD DISPLAYED, PF5 REQUESTS UPDATE FIELDS'
                TO MSGO
           PERFORM SEND-DATAONLY-MAP.
       INQUIRE-RECORD-EXIT. EXIT.
              MOVE '*INVALID* ' TO BDATEO
           END-IF
           MOVE IDX-TUTAR TO WS-EDIT-TUTAR
           MOVE WS-EDIT-TUTAR TO TUTARO
           PERFORM SUM-ACTIVE-HOLDS
           IF WS-HOLD-ERROR
              MOVE '*UNAVAILABLE*' TO HELDO
              MOVE '*UNAVAILABLE*' TO AVAILO
           ELSE
              MOVE WS-HELD-AMOUNT TO WS-EDIT-TUTAR
              MOVE WS-EDIT-TUTAR TO HELDO
              COMPUTE WS-AVAIL-AMOUNT = IDX-TUTAR - WS-HELD-AMOUNT
              MOVE WS-AVAIL-AMOUNT TO WS-EDIT-TUTAR
              MOVE WS-EDIT-TUTAR TO AVAILO
           END-IF.
       FORMAT-RECORD-FIELDS-EXIT. EXIT.
      *----
      * SUM-ACTIVE-HOLDS IDX-KEY'in bugun gecerli blokelerini
      * HOLDFILE uzerinde STARTBR/READNEXT ile toplar (batch
      * tarafindaki HOLDCHK ile ayni kural: durum 'A', baslangic
      * bugun ya da once, bitis sifir ya da bugun ya da sonra).
      * Dosyada anahtara ait kayit yoksa toplam sifirdir.
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
      * REQUEST-UPDATE degisiklik talebini dogrular ve bekleyen
      * degisiklik kuyruguna yazar: kayit kilitlenmeden okunur,
      * oncesi goruntu alinir, yeni bakiye/isim sonrasi goruntuye
      * tasinir. Master'a onaya kadar dokunulmaz.
      *----
       REQUEST-UPDATE.
           PERFORM CHECK-UPDATE-AUTHORITY
           PERFORM DEFAULT-KEY-FROM-COMMAREA
           IF IDI NOT NUMERIC OR DVZI NOT NUMERIC
           IF WS-NT-LEN > ZERO
              PERFORM EDIT-NEW-TUTAR
           END-IF
           EXEC CICS READ FILE('IDXFILE') INTO(IDX-REC)
                     RIDFLD(IDX-KEY) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'RECORD NOT FOUND ON MASTER' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'MASTER FILE READ ERROR' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF WS-NT-LEN > ZERO AND WS-NEW-TUTAR < IDX-TUTAR
              PERFORM CHECK-HELD-AMOUNT
           END-IF
           PERFORM WRITE-PENDING-CHANGE
           PERFORM FORMAT-RECORD-FIELDS
           MOVE 'CHANGE QUEUED, AWAITING SECOND-OPERATOR APPROVAL'
                TO MSGO
           PERFORM SEND-DATAONLY-MAP.
       REQUEST-UPDATE-EXIT. EXIT.
      *----
      * CHECK-HELD-AMOUNT bakiyeyi dusuren talepte yeni bakiyeyi
      * gecerli bloke toplamiyla karsilastirir; bloke toplaminin
      * altina inen ya da bloke dosyasi okunamadigi icin
      * dogrulanamayan talep kuyruga alinmaz.
      *----
       CHECK-HELD-AMOUNT.
           PERFORM SUM-ACTIVE-HOLDS
           IF WS-HOLD-ERROR OR WS-NEW-TUTAR < WS-HELD-AMOUNT
              IF WS-HOLD-ERROR
                 MOVE 'HOLD FILE UNAVAILABLE - BALANCE NOT REDUCED'
                      TO MSGO
              ELSE
                 MOVE 'NEW BALANCE BELOW HELD AMOUNT, NOT QUEUED'
                      TO MSGO
              END-IF
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       CHECK-HELD-AMOUNT-EXIT. EXIT.
      *----
      * WRITE-PENDING-CHANGE bekleyen degisiklik kaydini kurar ve
      * PNDCHG'ye yazar. Anahtar giris gunu, saati ve terminaldir;
      * ayni terminalden ayni saniyede ikinci talep DUPREC alir ve
      * operatordan PF5'i yinelemesi istenir.
      *----
       WRITE-PENDING-CHANGE.
           INITIALIZE PND-REC
           MOVE EIBDATE TO DTCV-JULIAN-DATE
           ADD 1900000  TO DTCV-JULIAN-DATE
           MOVE '1'     TO DTCV-FUNCTION
           CALL 'DTCVRTN' USING DTCV-PARM
           MOVE DTCV-GREG-DATE TO PND-DATE
           MOVE EIBTIME        TO PND-TIME
           MOVE EIBTRMID       TO PND-TERMID
           MOVE 'P'            TO PND-STATUS
           MOVE IDX-ID         TO PND-IDX-ID
           MOVE IDX-DVZ        TO PND-IDX-DVZ
           MOVE IDX-REC        TO PND-BEFORE
           MOVE IDX-TUTAR      TO PND-OLD-TUTAR PND-NEW-TUTAR
           MOVE IDX-FULLN      TO PND-OLD-FULLN PND-NEW-FULLN
           IF WS-NT-LEN > ZERO
              MOVE 'Y'          TO PND-TUTAR-SW
              MOVE WS-NEW-TUTAR TO PND-NEW-TUTAR IDX-TUTAR
           END-IF
           IF WS-NF-LEN > ZERO
              MOVE 'Y'          TO PND-NAME-SW
              MOVE WS-NFULLN-X  TO PND-NEW-FULLN IDX-FULLN
           END-IF
           MOVE IDX-REC        TO PND-AFTER
           MOVE PND-BEFORE     TO IDX-REC
           MOVE WS-USERID      TO PND-MAKER
           EXEC CICS WRITE FILE('PNDCHG') FROM(PND-REC)
                     RIDFLD(PND-KEY) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
              MOVE 'REQUEST COLLIDED, PRESS PF5 AGAIN' TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PENDING QUEUE WRITE FAILED, NOTHING CHANGED'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       WRITE-PENDING-CHANGE-EXIT. EXIT.
      *----
      * CHECK-UPDATE-AUTHORITY oturum kullanicisini OPERAUTH yetki
      * profilinde arar; profili olmayan ya da 'U' fonksiyonu
           END-IF.
       CHECK-UPDATE-AUTHORITY-EXIT. EXIT.
      *----
      * EDIT-NEW-TUTAR ekrandan gelen yeni bakiyeyi dogrular; nokta
      * icermeyen tam kurus girisi beklenir. Harita alani NUM
      * oldugundan giris saga dayali/sola sifir dolgulu gelir;
           COMPUTE WS-NEW-TUTAR =
                   FUNCTION NUMVAL(WS-NTUTAR-X) / 100
               ON SIZE ERROR
                   MOVE 'NEW BALANCE TOO LARGE, NOT QUEUED' TO MSGO
                   PERFORM SEND-DATAONLY-MAP
                   PERFORM RETURN-TRANSID
           END-COMPUTE
      * operatorun profil limiti asiliyorsa talep kuyruga alinmaz
      * (sifir limit limitsiz demektir)
           IF OPA-LIMIT > ZERO AND WS-NEW-TUTAR > OPA-LIMIT
              MOVE 'NEW BALANCE EXCEEDS OPERATOR LIMIT' TO MSGO
              PERFORM RETURN-TRANSID
           END-IF.
       EDIT-NEW-TUTAR-EXIT. EXIT.
      *----
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('IDXQ')
