      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    DCSDCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * DCSDCHK vefat/tereke durum dosyasinin (DCSDFILE, bkz.
      * DCSDREC.CPY) batch tarafindaki sorgu yardimcisidir (arayuz
      * icin bkz. DCSDPARM.CPY; HOLDCHK kurgusu). Kisi ACCT-SEQ ile
      * dogrudan okunur; musteri numarasiyla (IDX-ID) sorguda ilk
      * cagrida durum dosyasindaki her kisi capraz referanstan
      * (XREFFILE) musteri numarasina cozulup tabloya alinir ve
      * sonraki cagrilar tablodan cevaplanir. Dosyalar cagiran '9'
      * ile kapatana kadar acik tutulur.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCS-FILE   ASSIGN TO  DCSDFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY DCS-SEQ
                             STATUS     DCS-ST.
           SELECT XREF-FILE  ASSIGN TO  XREFFILE
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY XREF-SEQ
                             STATUS     XREF-ST.
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
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 DCS-ST            PIC 9(02).
              88 DCS-EOF        VALUE 10.
              88 DCS-SUCCESS    VALUE 00 97.
           05 XREF-ST           PIC 9(02).
              88 XREF-SUCCESS   VALUE 00 97.
      * WS-OPEN-SW durum dosyasinin cagrilar arasindaki halidir:
      * 'N' henuz acilmadi, 'Y' acik, 'X' dosya yok (kurulmamis),
      * 'D' acilamadi.
       01  WS-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-FILE-OPEN      VALUE 'Y'.
           88 WS-FILE-MISSING   VALUE 'X'.
      * WS-MAP-SW kisi->musteri tablosunun halidir: 'N' henuz
      * kurulmadi, 'Y' kuruldu, 'D' kurulamadi.
       01  WS-MAP-SW            PIC X(01) VALUE 'N'.
           88 WS-MAP-LOADED     VALUE 'Y'.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
      *----
      * DM-TABLE durum dosyasindaki her kisinin musteri numarasini
      * tutar; capraz referansi olmayan kisi tabloya alinmaz.
      *----
       01  DM-TABLE-COUNT       PIC 9(05) VALUE ZERO.
       01  DM-TABLE.
           05 DM-ENTRY OCCURS 5000 TIMES INDEXED BY DM-IDX.
              10 DM-IDXID       PIC 9(05).
              10 DM-SEQ         PIC X(04).
       LINKAGE SECTION.
           COPY DCSDPARM.
      *------------------------------
        PROCEDURE DIVISION USING DCSC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00  TO DCSC-RETURN-CODE
           PERFORM CLEAR-RESULT-FIELDS
           EVALUATE TRUE
              WHEN DCSC-FN-BY-SEQ
                 PERFORM OPEN-DCSD-FILE
                 EVALUATE TRUE
                    WHEN WS-FILE-OPEN
                       PERFORM READ-BY-SEQ
                    WHEN WS-FILE-MISSING
                       MOVE 04 TO DCSC-RETURN-CODE
                    WHEN OTHER
                       MOVE 16 TO DCSC-RETURN-CODE
                 END-EVALUATE
              WHEN DCSC-FN-BY-ID
                 PERFORM OPEN-DCSD-FILE
                 EVALUATE TRUE
                    WHEN WS-FILE-OPEN
                       PERFORM LOAD-CUSTOMER-MAP
                       IF WS-MAP-LOADED
                          PERFORM FIND-BY-IDXID
                       ELSE
                          MOVE 16 TO DCSC-RETURN-CODE
                       END-IF
                    WHEN WS-FILE-MISSING
                       MOVE 04 TO DCSC-RETURN-CODE
                    WHEN OTHER
                       MOVE 16 TO DCSC-RETURN-CODE
                 END-EVALUATE
              WHEN DCSC-FN-CLOSE
                 IF WS-FILE-OPEN
                    CLOSE DCS-FILE
                 END-IF
                 IF WS-MAP-LOADED
                    CLOSE XREF-FILE
                 END-IF
                 MOVE 'N'  TO WS-OPEN-SW WS-MAP-SW
                 MOVE ZERO TO DM-TABLE-COUNT
              WHEN OTHER
                 DISPLAY 'DCSDCHK UNKNOWN FUNCTION: ' DCSC-FUNCTION
                 MOVE 16 TO DCSC-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
       CLEAR-RESULT-FIELDS.
           MOVE 'N'    TO DCSC-DECEASED-SW
           MOVE SPACES TO DCSC-STATUS DCSC-STMT-ACTION
                          DCSC-ESTATE-NAME DCSC-ESTATE-ADDR1
                          DCSC-ESTATE-ADDR2 DCSC-ESTATE-CITY
           MOVE ZERO   TO DCSC-DEATH-DATE DCSC-NOTIFY-DATE.
       CLEAR-RESULT-FIELDS-EXIT. EXIT.
      *----
      * OPEN-DCSD-FILE dosyayi ilk cagrida INPUT acar. Dosya hic
      * kurulmamissa (durum 35) vefat yok kabul edilir ve durum
      * bir kez bildirilir; baska bir acilis hatasinda cagirana
      * RC 16 doner.
      *----
       OPEN-DCSD-FILE.
           IF WS-OPEN-SW = 'N'
              OPEN INPUT DCS-FILE
              EVALUATE TRUE
                 WHEN DCS-SUCCESS
                    MOVE 'Y' TO WS-OPEN-SW
                 WHEN DCS-ST = 35
                    DISPLAY 'DCSDFILE NOT DEFINED, NO DECEASED '
                            'CUSTOMERS'
                    MOVE 'X' TO WS-OPEN-SW
                 WHEN OTHER
                    DISPLAY 'DCSDFILE CANNOT OPEN, DCS-ST: ' DCS-ST
                    MOVE 'D' TO WS-OPEN-SW
              END-EVALUATE
           END-IF.
       OPEN-DCSD-FILE-EXIT. EXIT.
      *----
      * READ-BY-SEQ kisiyi anahtarla okur; olum tarihi sorgu
      * gunune kadar ise sonucu doldurur.
      *----
       READ-BY-SEQ.
           MOVE DCSC-SEQ TO DCS-SEQ
           PERFORM READ-DCSD-RECORD.
       READ-BY-SEQ-EXIT. EXIT.
      *----
       READ-DCSD-RECORD.
           READ DCS-FILE KEY IS DCS-SEQ
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM MOVE-RESULT-FIELDS
           END-READ
           IF NOT DCS-SUCCESS AND DCS-ST NOT = 23
              MOVE 16 TO DCSC-RETURN-CODE
           END-IF.
       READ-DCSD-RECORD-EXIT. EXIT.
      *----
       MOVE-RESULT-FIELDS.
           IF DCS-DEATH-DATE <= DCSC-DATE OR DCSC-DATE = ZERO
              MOVE 'Y'              TO DCSC-DECEASED-SW
              MOVE DCS-SEQ          TO DCSC-SEQ
              MOVE DCS-STATUS       TO DCSC-STATUS
              MOVE DCS-DEATH-DATE   TO DCSC-DEATH-DATE
              MOVE DCS-NOTIFY-DATE  TO DCSC-NOTIFY-DATE
              MOVE DCS-STMT-ACTION  TO DCSC-STMT-ACTION
              MOVE DCS-ESTATE-NAME  TO DCSC-ESTATE-NAME
              MOVE DCS-ESTATE-ADDR1 TO DCSC-ESTATE-ADDR1
              MOVE DCS-ESTATE-ADDR2 TO DCSC-ESTATE-ADDR2
              MOVE DCS-ESTATE-CITY  TO DCSC-ESTATE-CITY
           END-IF.
       MOVE-RESULT-FIELDS-EXIT. EXIT.
      *----
      * LOAD-CUSTOMER-MAP ilk musteri numarasi sorgusunda durum
      * dosyasini bastan sona gezer ve her kisiyi capraz
      * referanstan musteri numarasina cozer. Capraz referans
      * acilamazsa ya da tablo dolarsa esleme kurulamaz; eksik
      * tabloyla sessizce devam edilmez.
      *----
       LOAD-CUSTOMER-MAP.
           IF WS-MAP-SW = 'N'
              MOVE 'D' TO WS-MAP-SW
              OPEN INPUT XREF-FILE
              IF NOT XREF-SUCCESS
                 DISPLAY 'XREFFILE CANNOT OPEN, XREF-ST: ' XREF-ST
              ELSE
                 MOVE 'Y'        TO WS-MAP-SW
                 MOVE 'N'        TO WS-BROWSE-EOF-SW
                 MOVE ZERO       TO DM-TABLE-COUNT
                 MOVE LOW-VALUES TO DCS-SEQ
                 START DCS-FILE KEY IS >= DCS-SEQ
                    INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                 END-START
                 PERFORM UNTIL WS-BROWSE-EOF
                    READ DCS-FILE NEXT
                       AT END
                          MOVE 'Y' TO WS-BROWSE-EOF-SW
                       NOT AT END
                          PERFORM STORE-CUSTOMER-MAP
                    END-READ
                    IF NOT DCS-SUCCESS AND NOT DCS-EOF
                       DISPLAY 'DCSDFILE READ ERROR, DCS-ST: '
                               DCS-ST
                       MOVE 'D' TO WS-MAP-SW
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    END-IF
                 END-PERFORM
                 IF NOT WS-MAP-LOADED
                    CLOSE XREF-FILE
                 END-IF
              END-IF
           END-IF.
       LOAD-CUSTOMER-MAP-EXIT. EXIT.
      *----
       STORE-CUSTOMER-MAP.
           MOVE DCS-SEQ TO XREF-SEQ
           READ XREF-FILE
              INVALID KEY
                 DISPLAY 'DECEASED SEQ HAS NO XREF: ' DCS-SEQ
              NOT INVALID KEY
                 IF DM-TABLE-COUNT >= 5000
                    DISPLAY 'DECEASED CUSTOMER TABLE FULL'
                    MOVE 'D' TO WS-MAP-SW
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 ELSE
                    ADD 1 TO DM-TABLE-COUNT
                    SET DM-IDX TO DM-TABLE-COUNT
                    MOVE XREF-IDXID TO DM-IDXID(DM-IDX)
                    MOVE DCS-SEQ    TO DM-SEQ(DM-IDX)
                 END-IF
           END-READ.
       STORE-CUSTOMER-MAP-EXIT. EXIT.
      *----
      * FIND-BY-IDXID musteriye bagli kisileri tabloda arar; sorgu
      * gunune kadar vefat etmis ilk kisi sonucu doldurur.
      *----
       FIND-BY-IDXID.
           PERFORM VARYING DM-IDX FROM 1 BY 1
                     UNTIL DM-IDX > DM-TABLE-COUNT
                        OR DCSC-DECEASED
              IF DM-IDXID(DM-IDX) = DCSC-IDXID
                 MOVE DM-SEQ(DM-IDX) TO DCS-SEQ
                 PERFORM READ-DCSD-RECORD
              END-IF
           END-PERFORM.
       FIND-BY-IDXID-EXIT. EXIT.
