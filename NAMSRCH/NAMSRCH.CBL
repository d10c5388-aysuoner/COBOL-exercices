      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    NAMSRCH.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * NAMSRCH servis masasinin musteri numarasini bilmeden
      * musteri bulabildigi online (CICS) ad arama ekranidir
      * (mapset NAMSRMS, harita NAMSMAP). IDXINQR ve CUST360
      * anahtar ister; burada operator tam ya da kismi adi girer
      * ve master IDX-FULLN alternatif indeksi uzerindeki IDXNAME
      * yolundan STARTBR/READNEXT ile gezilir (bkz. IDXREC.CPY).
      * Girilen metin IDX-FULLN'in basiyla karsilastirilir; ad
      * master'da nasil tutuluyorsa (ornek 'AHMET YIL') oyle
      * aranir.
      *   - eslesen kayitlar sayfa basina on satir gosterilir;
      *     ayni musterinin (IDX-ID) sayfadaki tum dvz kayitlari
      *     tek satira toplanir ve tuttugu dvz kodlari yan yana
      *     basilir (yediden fazlasi '+' ile bildirilir),
      *   - sayfalarin baslangic noktalari COMMAREA'da tutulur;
      *     PF8 sonraki, PF7 onceki sayfayi yeniden okur,
      *   - SELNO alanina satir numarasi yazilip ENTER'a basilinca
      *     musteri numarasi COMMAREA ile CUST360'a XCTL edilir ve
      *     musterinin 360 resmi dogrudan acilir.
      *   ENTER -> arama/secim, PF7 -> geri, PF8 -> ileri,
      *   PF3   -> cikis.
      * Program pseudo-conversational calisir; durum COMMAREA'da
      * tasinir (IDXINQR kurgusu).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       WORKING-STORAGE SECTION.
      * IDX-REC master kayit goruntusudur (bkz. IDXREC.CPY);
      * IDXNAME CICS'e IDX-FULLN alternatif indeksi uzerinden yol
      * olarak tanimlidir.
           COPY IDXREC.
      * NAMSMAP'in DSECT kopyasi derleme oncesi BMS'ten uretilir.
           COPY NAMSRMS.
      * DFHAID attention-identifier sabitlerini tasiyan CICS
      * kitaplik kopyasidir.
           COPY DFHAID.
      *----
      * WS-COMMAREA arama durumudur:
      *   CA-SEARCH-NAME/LEN -> aranan metin ve anlamli uzunlugu,
      *   CA-PAGE-NO         -> ekrandaki sayfa (0 henuz arama yok),
      *   CA-MORE-SW         -> ekrandaki sayfadan sonra eslesme var,
      *   CA-NEXT-POS        -> sonraki sayfanin baslangic noktasi,
      *   CA-LINE-ID         -> ekrandaki satirlarin musteri
      *                         numaralari (secim icin),
      *   CA-PAGE-START      -> her sayfanin baslangic noktasi.
      * Baslangic noktasi bir IDX-FULLN degeri ile o ada ait kac
      * kaydin onceki sayfalarda kaldigidir; tekrarli anahtarda
      * yol bir ad icindeki belirli kayda konumlanamadigindan
      * STARTBR adin basina yapilir ve bu kadar kayit atlanir.
      *----
       01  WS-COMMAREA.
           05 CA-SEARCH-NAME    PIC X(30) VALUE SPACES.
           05 CA-SEARCH-LEN     PIC 9(02) VALUE ZERO.
           05 CA-PAGE-NO        PIC 9(02) VALUE ZERO.
           05 CA-MORE-SW        PIC X(01) VALUE 'N'.
              88 CA-MORE        VALUE 'Y'.
           05 CA-NEXT-POS.
              10 CA-NEXT-FULLN  PIC X(30) VALUE SPACES.
              10 CA-NEXT-SKIP   PIC 9(03) VALUE ZERO.
           05 CA-LINE-IDS.
              10 CA-LINE-ID     PIC 9(05) OCCURS 10 TIMES.
           05 CA-PAGE-STARTS.
              10 CA-PAGE-START  OCCURS 20 TIMES.
                 15 CA-PS-FULLN PIC X(30).
                 15 CA-PS-SKIP  PIC 9(03).
      * WS-C360-COMMAREA CUST360'in COMMAREA duzenidir; 'S' baslangic
      * isareti CUST360'in haritayi beklemeden dogrudan sorgu
      * yapmasini saglar.
       01  WS-C360-COMMAREA.
           05 WC-LAST-ID        PIC 9(05).
           05 WC-START-SW       PIC X(01).
       01  WS-RESP              PIC S9(08) COMP.
       01  WS-NAME-IN           PIC X(30).
       01  WS-SEL-NO            PIC 9(02) VALUE ZERO.
       01  WS-IX                PIC 9(02) VALUE ZERO.
       01  WS-DX                PIC 9(02) VALUE ZERO.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       01  WS-BROWSE-SW         PIC X(01) VALUE 'N'.
           88 WS-BROWSING       VALUE 'Y'.
       01  WS-READ-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-READ-ERROR     VALUE 'Y'.
      * Sayfa konum alanlari: WS-CUR-FULLN/WS-CUR-DUPS son okunan
      * ad ve o addan bu gezinmede kacinci kayitta olundugu,
      * WS-SKIP-LEFT onceki sayfalarda kalip atlanacak kayit adedi.
       01  WS-CUR-FULLN         PIC X(30).
       01  WS-CUR-DUPS          PIC 9(03) VALUE ZERO.
       01  WS-SKIP-LEFT         PIC 9(03) VALUE ZERO.
      * WS-PAGE-TABLE sayfanin musteri satirlaridir; her satir
      * musterinin sayfadaki dvz kodlarini toplar.
       01  WS-LINE-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-PAGE-TABLE.
           05 WPT-LINE          OCCURS 10 TIMES.
              10 WPT-ID         PIC 9(05).
              10 WPT-FULLN      PIC X(30).
              10 WPT-DVZ-CNT    PIC 9(02).
              10 WPT-MORE-SW    PIC X(01).
                 88 WPT-MORE    VALUE 'Y'.
              10 WPT-DVZ        PIC 9(03) OCCURS 7 TIMES.
      * WS-NAME-LINE bir sonuc satirinin kurulum alanidir.
       01  WS-NAME-LINE.
           05 WNL-LN            PIC Z9.
           05 FILLER            PIC X(01).
           05 WNL-ID            PIC 9(05).
           05 FILLER            PIC X(02).
           05 WNL-FULLN         PIC X(30).
           05 FILLER            PIC X(02).
           05 WNL-DVZ-LIST.
              10 WNL-DVZ-ITEM   OCCURS 7 TIMES.
                 15 WNL-DVZ     PIC X(03).
                 15 FILLER      PIC X(01).
           05 WNL-MORE          PIC X(02).
       01  WS-EXIT-MSG          PIC X(25)
           VALUE 'NAMSRCH SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-SEARCH-NAME    PIC X(30).
           05 LK-SEARCH-LEN     PIC 9(02).
           05 LK-PAGE-NO        PIC 9(02).
           05 LK-MORE-SW        PIC X(01).
           05 LK-NEXT-POS       PIC X(33).
           05 LK-LINE-IDS       PIC X(50).
           05 LK-PAGE-STARTS    PIC X(660).
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
      *----
      * PROGRAM-CONTROL ilk cagrida bos haritayi gonderir; sonraki
      * cagrilarda tusa gore arama, sayfalama ya da secim yapar.
      * PF7/PF8 haritayi almaz, durum tamamen COMMAREA'dadir.
      * Ilk cagrida satir ve sayfa tablolari sifirlanarak doner ki
      * arama yapilmadan girilen satir numarasi bos satir olarak
      * reddedilsin.
      *----
       PROGRAM-CONTROL.
           IF EIBCALEN = ZERO
              MOVE ZEROES TO CA-LINE-IDS
              INITIALIZE CA-PAGE-STARTS
              MOVE LOW-VALUES TO NAMSMAPO
              MOVE 'ENTER A FULL OR PARTIAL NAME AND PRESS ENTER'
                   TO MSGO
              PERFORM SEND-FULL-MAP
           ELSE
              MOVE LK-SEARCH-NAME TO CA-SEARCH-NAME
              MOVE LK-SEARCH-LEN  TO CA-SEARCH-LEN
              MOVE LK-PAGE-NO     TO CA-PAGE-NO
              MOVE LK-MORE-SW     TO CA-MORE-SW
              MOVE LK-NEXT-POS    TO CA-NEXT-POS
              MOVE LK-LINE-IDS    TO CA-LINE-IDS
              MOVE LK-PAGE-STARTS TO CA-PAGE-STARTS
              EVALUATE EIBAID
                 WHEN DFHPF3
                    PERFORM EXIT-TRANSACTION
                 WHEN DFHPF7
                    PERFORM PAGE-BACKWARD
                 WHEN DFHPF8
                    PERFORM PAGE-FORWARD
                 WHEN OTHER
                    PERFORM RECEIVE-THE-MAP
                    PERFORM PROCESS-ENTRY
              END-EVALUATE
           END-IF
           PERFORM RETURN-TRANSID.
       PROGRAM-CONTROL-END. EXIT.
      *----
       SEND-FULL-MAP.
           EXEC CICS SEND MAP('NAMSMAP') MAPSET('NAMSRMS')
                     FROM(NAMSMAPO) ERASE
           END-EXEC.
       SEND-FULL-MAP-EXIT. EXIT.
      *----
       SEND-DATAONLY-MAP.
           EXEC CICS SEND MAP('NAMSMAP') MAPSET('NAMSRMS')
                     FROM(NAMSMAPO) DATAONLY
           END-EXEC.
       SEND-DATAONLY-MAP-EXIT. EXIT.
      *----
       RECEIVE-THE-MAP.
           EXEC CICS RECEIVE MAP('NAMSMAP') MAPSET('NAMSRMS')
                     INTO(NAMSMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO NAMSMAPO
              MOVE 'NO INPUT RECEIVED, ENTER A NAME OR A LINE NUMBER'
                   TO MSGO
              PERFORM SEND-DATAONLY-MAP
              PERFORM RETURN-TRANSID
           END-IF.
       RECEIVE-THE-MAP-EXIT. EXIT.
      *----
      * PROCESS-ENTRY ENTER tusunu isler: satir numarasi girildiyse
      * secim, ad girildiyse yeni arama yapilir. Giris alanlari
      * cikis alanlariyla ayni depoda oldugundan degerler harita
      * temizlenmeden once WS'e alinir.
      *----
       PROCESS-ENTRY.
           MOVE SPACES TO WS-NAME-IN
           IF NAMEL > ZERO
              MOVE NAMEI TO WS-NAME-IN
              INSPECT WS-NAME-IN REPLACING ALL LOW-VALUE BY SPACE
           END-IF
           EVALUATE TRUE
              WHEN SELNOL > ZERO AND SELNOI NUMERIC
                   AND SELNOI NOT = '00'
                 MOVE SELNOI TO WS-SEL-NO
                 PERFORM SELECT-CUSTOMER
              WHEN WS-NAME-IN NOT = SPACES
                 PERFORM START-NEW-SEARCH
              WHEN OTHER
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'ENTER A NAME OR A LINE NUMBER TO SELECT'
                      TO MSGO
                 PERFORM SEND-DATAONLY-MAP
           END-EVALUATE.
       PROCESS-ENTRY-EXIT. EXIT.
      *----
      * SELECT-CUSTOMER ekrandaki satirin musterisini CUST360'a
      * gecirir. Henuz arama yapilmamissa ya da satir bossa (musteri
      * numarasi sifir) aktarilmaz. XCTL basarili olursa kontrol
      * buraya donmez.
      *----
       SELECT-CUSTOMER.
           MOVE LOW-VALUES TO NAMSMAPO
           EVALUATE TRUE
              WHEN CA-PAGE-NO = ZERO
                 MOVE 'ENTER A NAME AND SEARCH BEFORE SELECTING'
                      TO MSGO
              WHEN WS-SEL-NO > 10
                 MOVE 'SELECT A LINE NUMBER SHOWN ON THIS PAGE'
                      TO MSGO
              WHEN CA-LINE-ID(WS-SEL-NO) NOT NUMERIC
                 MOVE 'SELECT A LINE NUMBER SHOWN ON THIS PAGE'
                      TO MSGO
              WHEN CA-LINE-ID(WS-SEL-NO) = ZERO
                 MOVE 'SELECT A LINE NUMBER SHOWN ON THIS PAGE'
                      TO MSGO
              WHEN OTHER
                 MOVE CA-LINE-ID(WS-SEL-NO) TO WC-LAST-ID
                 MOVE 'S' TO WC-START-SW
                 EXEC CICS XCTL PROGRAM('CUST360')
                           COMMAREA(WS-C360-COMMAREA)
                           LENGTH(LENGTH OF WS-C360-COMMAREA)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 'CUSTOMER 360 SCREEN IS NOT AVAILABLE' TO MSGO
           END-EVALUATE
           PERFORM SEND-DATAONLY-MAP.
       SELECT-CUSTOMER-EXIT. EXIT.
      *----
      * START-NEW-SEARCH aranan metnin anlamli uzunlugunu bulur ve
      * ilk sayfayi metnin kendisinden baslatir.
      *----
       START-NEW-SEARCH.
           MOVE WS-NAME-IN TO CA-SEARCH-NAME
           PERFORM VARYING WS-IX FROM 30 BY -1
                   UNTIL WS-IX = ZERO
                      OR CA-SEARCH-NAME(WS-IX:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           MOVE WS-IX TO CA-SEARCH-LEN
           MOVE ZEROES TO CA-LINE-IDS
           MOVE 1 TO CA-PAGE-NO
           MOVE CA-SEARCH-NAME TO CA-PS-FULLN(1)
           MOVE ZERO           TO CA-PS-SKIP(1)
           PERFORM FILL-PAGE.
       START-NEW-SEARCH-EXIT. EXIT.
      *----
       PAGE-FORWARD.
           EVALUATE TRUE
              WHEN CA-PAGE-NO = ZERO
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'ENTER A NAME TO SEARCH FIRST' TO MSGO
                 PERFORM SEND-DATAONLY-MAP
              WHEN NOT CA-MORE
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'NO MORE MATCHES, THIS IS THE LAST PAGE' TO MSGO
                 PERFORM SEND-DATAONLY-MAP
              WHEN CA-PAGE-NO >= 20
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'PAGE LIMIT REACHED, ENTER A LONGER NAME'
                      TO MSGO
                 PERFORM SEND-DATAONLY-MAP
              WHEN OTHER
                 ADD 1 TO CA-PAGE-NO
                 MOVE CA-NEXT-FULLN TO CA-PS-FULLN(CA-PAGE-NO)
                 MOVE CA-NEXT-SKIP  TO CA-PS-SKIP(CA-PAGE-NO)
                 PERFORM FILL-PAGE
           END-EVALUATE.
       PAGE-FORWARD-EXIT. EXIT.
      *----
       PAGE-BACKWARD.
           EVALUATE TRUE
              WHEN CA-PAGE-NO = ZERO
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'ENTER A NAME TO SEARCH FIRST' TO MSGO
                 PERFORM SEND-DATAONLY-MAP
              WHEN CA-PAGE-NO = 1
                 MOVE LOW-VALUES TO NAMSMAPO
                 MOVE 'THIS IS THE FIRST PAGE' TO MSGO
                 PERFORM SEND-DATAONLY-MAP
              WHEN OTHER
                 SUBTRACT 1 FROM CA-PAGE-NO
                 PERFORM FILL-PAGE
           END-EVALUATE.
       PAGE-BACKWARD-EXIT. EXIT.
      *----
      * FILL-PAGE CA-PAGE-NO sayfasini baslangic noktasindan okur:
      * IDXNAME yolu adin basina konumlanir, onceki sayfalarda
      * kalan kayitlar atlanir ve aranan metinle baslamayan ilk
      * adda ya da onbirinci musteride durulur. Onbirinci musterinin
      * konumu sonraki sayfanin baslangicidir.
      *----
       FILL-PAGE.
           MOVE LOW-VALUES TO NAMSMAPO
           MOVE ZERO   TO WS-LINE-COUNT WS-CUR-DUPS
           MOVE ZEROES TO CA-LINE-IDS
           MOVE 'N'    TO CA-MORE-SW WS-BROWSE-EOF-SW WS-BROWSE-SW
                          WS-READ-ERR-SW
           MOVE CA-PS-FULLN(CA-PAGE-NO) TO IDX-FULLN WS-CUR-FULLN
           MOVE CA-PS-SKIP(CA-PAGE-NO)  TO WS-SKIP-LEFT
           EXEC CICS STARTBR FILE('IDXNAME') RIDFLD(IDX-FULLN)
                     GTEQ RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-SW
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-READ-ERR-SW WS-BROWSE-EOF-SW
           END-EVALUATE
           PERFORM UNTIL WS-BROWSE-EOF
              EXEC CICS READNEXT FILE('IDXNAME') INTO(IDX-REC)
                        RIDFLD(IDX-FULLN) RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                      AND WS-RESP NOT = DFHRESP(DUPKEY)
                    MOVE 'Y' TO WS-READ-ERR-SW WS-BROWSE-EOF-SW
                 WHEN IDX-FULLN(1:CA-SEARCH-LEN)
                      NOT = CA-SEARCH-NAME(1:CA-SEARCH-LEN)
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 WHEN OTHER
                    PERFORM TAKE-NAME-RECORD
              END-EVALUATE
           END-PERFORM
           IF WS-BROWSING
              EXEC CICS ENDBR FILE('IDXNAME') RESP(WS-RESP)
              END-EXEC
           END-IF
           PERFORM SHOW-PAGE-LINES
           MOVE CA-SEARCH-NAME TO NAMEO
           MOVE CA-PAGE-NO     TO PAGEO
           MOVE SPACES         TO SELNOO
           EVALUATE TRUE
              WHEN WS-READ-ERROR
                 MOVE 'NAME INDEX READ ERROR, LIST MAY BE INCOMPLETE'
                      TO MSGO
              WHEN WS-LINE-COUNT = ZERO
                 MOVE 'NO CUSTOMER NAME STARTS WITH THIS TEXT'
                      TO MSGO
              WHEN CA-MORE
                 MOVE 'PF8 FOR MORE, OR ENTER A LINE NUMBER TO SELECT'
                      TO MSGO
              WHEN OTHER
                 MOVE 'END OF MATCHES, ENTER A LINE NUMBER TO SELECT'
                      TO MSGO
           END-EVALUATE
           PERFORM SEND-DATAONLY-MAP.
       FILL-PAGE-EXIT. EXIT.
      *----
      * TAKE-NAME-RECORD okunan kaydin ad icindeki sirasini tutar,
      * onceki sayfada gosterilmisse atlar; degilse kaydi sayfadaki
      * musteri satirina ekler ya da yeni satir acar. Sayfa doluysa
      * kaydin konumu sonraki sayfaya birakilir.
      *----
       TAKE-NAME-RECORD.
           IF IDX-FULLN = WS-CUR-FULLN
              ADD 1 TO WS-CUR-DUPS
           ELSE
              MOVE IDX-FULLN TO WS-CUR-FULLN
              MOVE 1         TO WS-CUR-DUPS
           END-IF
           IF WS-SKIP-LEFT > ZERO
              AND IDX-FULLN = CA-PS-FULLN(CA-PAGE-NO)
              SUBTRACT 1 FROM WS-SKIP-LEFT
           ELSE
              PERFORM VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-LINE-COUNT
                         OR WPT-ID(WS-IX) = IDX-ID
                 CONTINUE
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-IX <= WS-LINE-COUNT
                    PERFORM ADD-LINE-CURRENCY
                 WHEN WS-LINE-COUNT < 10
                    ADD 1 TO WS-LINE-COUNT
                    MOVE WS-LINE-COUNT TO WS-IX
                    MOVE IDX-ID    TO WPT-ID(WS-IX)
                                      CA-LINE-ID(WS-IX)
                    MOVE IDX-FULLN TO WPT-FULLN(WS-IX)
                    MOVE ZERO      TO WPT-DVZ-CNT(WS-IX)
                    MOVE 'N'       TO WPT-MORE-SW(WS-IX)
                    PERFORM ADD-LINE-CURRENCY
                 WHEN OTHER
                    MOVE 'Y'       TO CA-MORE-SW WS-BROWSE-EOF-SW
                    MOVE IDX-FULLN TO CA-NEXT-FULLN
                    COMPUTE CA-NEXT-SKIP = WS-CUR-DUPS - 1
              END-EVALUATE
           END-IF.
       TAKE-NAME-RECORD-EXIT. EXIT.
      *----
       ADD-LINE-CURRENCY.
           IF WPT-DVZ-CNT(WS-IX) >= 7
              MOVE 'Y' TO WPT-MORE-SW(WS-IX)
           ELSE
              ADD 1 TO WPT-DVZ-CNT(WS-IX)
              MOVE IDX-DVZ TO WPT-DVZ(WS-IX, WPT-DVZ-CNT(WS-IX))
           END-IF.
       ADD-LINE-CURRENCY-EXIT. EXIT.
      *----
      * SHOW-PAGE-LINES sayfa tablosunu harita satirlarina yazar;
      * bos kalan satirlar onceki sayfadan kalmasin diye bosluk
      * ile gonderilir.
      *----
       SHOW-PAGE-LINES.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
              MOVE SPACES TO WS-NAME-LINE
              IF WS-IX <= WS-LINE-COUNT
                 MOVE WS-IX            TO WNL-LN
                 MOVE WPT-ID(WS-IX)    TO WNL-ID
                 MOVE WPT-FULLN(WS-IX) TO WNL-FULLN
                 PERFORM VARYING WS-DX FROM 1 BY 1
                         UNTIL WS-DX > WPT-DVZ-CNT(WS-IX)
                    MOVE WPT-DVZ(WS-IX, WS-DX) TO WNL-DVZ(WS-DX)
                 END-PERFORM
                 IF WPT-MORE(WS-IX)
                    MOVE ' +' TO WNL-MORE
                 END-IF
              END-IF
              EVALUATE WS-IX
                 WHEN 1  MOVE WS-NAME-LINE TO LIN1O
                 WHEN 2  MOVE WS-NAME-LINE TO LIN2O
                 WHEN 3  MOVE WS-NAME-LINE TO LIN3O
                 WHEN 4  MOVE WS-NAME-LINE TO LIN4O
                 WHEN 5  MOVE WS-NAME-LINE TO LIN5O
                 WHEN 6  MOVE WS-NAME-LINE TO LIN6O
                 WHEN 7  MOVE WS-NAME-LINE TO LIN7O
                 WHEN 8  MOVE WS-NAME-LINE TO LIN8O
                 WHEN 9  MOVE WS-NAME-LINE TO LIN9O
                 WHEN 10 MOVE WS-NAME-LINE TO LIN10O
              END-EVALUATE
           END-PERFORM.
       SHOW-PAGE-LINES-EXIT. EXIT.
      *----
       RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('NMSR')
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
