      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    HOLDCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * HOLDCHK bloke dosyasinin (HOLDFILE, bkz. HOLDREC.CPY)
      * batch tarafindaki sorgu yardimcisidir (arayuz icin bkz.
      * HOLDPARM.CPY). Verilen anahtarin verilen gunde gecerli
      * blokelerini toplar; IDX-TUTAR'i azaltan programlar yeni
      * bakiyeyi bu toplamla karsilastirir. Dosya ilk cagrida
      * acilir ve cagiran '9' ile kapatana kadar acik tutulur ki
      * hesap basina cagri dosyayi her seferinde acip kapatmasin.
      * Online taraf (IDXINQR, CUST360) dosyayi dogrudan CICS
      * STARTBR/READNEXT ile gezer.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO  HOLDFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS     HLD-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * HLD-FILE bloke dosyasidir (bkz. HOLDREC.CPY).
       FD  HLD-FILE.
           COPY HOLDREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 HLD-ST            PIC 9(02).
              88 HLD-EOF        VALUE 10.
              88 HLD-SUCCESS    VALUE 00 97.
      * WS-OPEN-SW dosya durumunu cagrilar arasinda tasir:
      * 'N' henuz acilmadi, 'Y' acik, 'X' dosya yok (kurulmamis),
      * 'D' acilamadi.
       01  WS-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-FILE-OPEN      VALUE 'Y'.
           88 WS-FILE-MISSING   VALUE 'X'.
           88 WS-FILE-DEAD      VALUE 'D'.
       01  WS-BROWSE-EOF-SW     PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.
       LINKAGE SECTION.
           COPY HOLDPARM.
      *------------------------------
        PROCEDURE DIVISION USING HLDC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00   TO HLDC-RETURN-CODE
           MOVE ZERO TO HLDC-HELD-AMOUNT HLDC-HOLD-COUNT
           EVALUATE TRUE
              WHEN HLDC-FN-HELD
                 PERFORM OPEN-HOLD-FILE
                 EVALUATE TRUE
                    WHEN WS-FILE-OPEN
                       PERFORM SUM-ACTIVE-HOLDS
                    WHEN WS-FILE-MISSING
                       MOVE 04 TO HLDC-RETURN-CODE
                    WHEN OTHER
                       MOVE 16 TO HLDC-RETURN-CODE
                 END-EVALUATE
              WHEN HLDC-FN-CLOSE
                 IF WS-FILE-OPEN
                    CLOSE HLD-FILE
                 END-IF
                 MOVE 'N' TO WS-OPEN-SW
              WHEN OTHER
                 DISPLAY 'HOLDCHK UNKNOWN FUNCTION: ' HLDC-FUNCTION
                 MOVE 16 TO HLDC-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * OPEN-HOLD-FILE dosyayi ilk cagrida INPUT acar. Dosya hic
      * kurulmamissa (durum 35) bloke yok kabul edilir ve durum
      * bir kez bildirilir; baska bir acilis hatasinda cagirana
      * RC 16 doner.
      *----
       OPEN-HOLD-FILE.
           IF WS-OPEN-SW = 'N'
              OPEN INPUT HLD-FILE
              EVALUATE TRUE
                 WHEN HLD-SUCCESS
                    MOVE 'Y' TO WS-OPEN-SW
                 WHEN HLD-ST = 35
                    DISPLAY 'HOLDFILE NOT DEFINED, NO HOLDS APPLIED'
                    MOVE 'X' TO WS-OPEN-SW
                 WHEN OTHER
                    DISPLAY 'HOLDFILE CANNOT OPEN, HLD-ST: ' HLD-ST
                    MOVE 'D' TO WS-OPEN-SW
              END-EVALUATE
           END-IF.
       OPEN-HOLD-FILE-EXIT. EXIT.
      *----
      * SUM-ACTIVE-HOLDS anahtarin ilk blokesine START ile konumlanir
      * ve anahtar degisene kadar READ NEXT ile gezer; verilen gunde
      * gecerli olan blokelerin tutarlari toplanir.
      *----
       SUM-ACTIVE-HOLDS.
           MOVE 'N'      TO WS-BROWSE-EOF-SW
           MOVE HLDC-ID  TO HLD-ID
           MOVE HLDC-DVZ TO HLD-DVZ
           MOVE ZERO     TO HLD-SEQ
           START HLD-FILE KEY IS >= HLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           IF NOT WS-BROWSE-EOF AND NOT HLD-SUCCESS
              MOVE 16 TO HLDC-RETURN-CODE
              MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-IF
           PERFORM UNTIL WS-BROWSE-EOF
              READ HLD-FILE NEXT
                 AT END
                    MOVE 'Y' TO WS-BROWSE-EOF-SW
                 NOT AT END
                    IF HLD-ID NOT = HLDC-ID OR HLD-DVZ NOT = HLDC-DVZ
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                    ELSE
                       IF HLD-ACTIVE
                          AND HLD-START <= HLDC-DATE
                          AND (HLD-EXPIRY = ZERO
                               OR HLD-EXPIRY >= HLDC-DATE)
                          ADD HLD-AMOUNT TO HLDC-HELD-AMOUNT
                          ADD 1          TO HLDC-HOLD-COUNT
                       END-IF
                    END-IF
              END-READ
              IF NOT HLD-SUCCESS AND NOT HLD-EOF
                 MOVE 16  TO HLDC-RETURN-CODE
                 MOVE 'Y' TO WS-BROWSE-EOF-SW
              END-IF
           END-PERFORM.
       SUM-ACTIVE-HOLDS-EXIT. EXIT.
