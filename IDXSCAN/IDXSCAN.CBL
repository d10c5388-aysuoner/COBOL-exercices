      * raporda (SCANRPT) tur basina kayit sayilariyla dokulur.
      * Bir kayit birden cok kontrole takilabilir ve her takildigi
      * kontrol icin ayri satir alir. Bulgu varsa RETURN-CODE 04.
      * Master kayitlari canli IDX-FILE yerine gece master
      * ozetinden (IDXXTR, bkz. IDXXREC.CPY) okunur; ozet IDXXCHK
      * ile dogrulanmadan hicbir kayit islenmez (RC 97).
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
           SELECT RPT-FILE   ASSIGN TO  SCANRPT
                             STATUS     RPT-ST.
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC             PIC X(100).
      * Hata turu sayaclari ve rapor alanlari.
      *----
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
      * WS-RUN-DATE ozetin ait olmasi gereken is gunudur (sistem
      * tarihi).
       01  WS-RUN-DATE          PIC 9(08).
       01  WS-ERR-TOTAL         PIC 9(07) VALUE ZERO.
       01  WS-CNT-BADJUL        PIC 9(07) VALUE ZERO.
       01  WS-CNT-BADDVZ        PIC 9(07) VALUE ZERO.
       01  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * IDX-REC ozetten okunan detayin master duzenindeki kopyasidir
      * (bkz. IDXREC.CPY); kayit isleyen paragraflar degismemistir.
           COPY IDXREC.
      * IDXX-PARM gece master ozeti dogrulayicisinin (IDXXCHK)
      * arayuzudur (bkz. IDXXPARM.CPY).
           COPY IDXXPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           PERFORM VERIFY-EXTRACT
           OPEN INPUT  IDXX-FILE
           OPEN INPUT  CURR-FILE
           OPEN OUTPUT RPT-FILE
           IF (NOT IDX-SUCCESS OR NOT RPT-SUCCESS
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * VERIFY-EXTRACT gece master ozetini acmadan once IDXXCHK
      * ile dogrulatir: baska bir gunun ozeti ya da eksik/bozuk
      * bir ozet ile hicbir dosyaya dokunulmadan RC 97 ile
      * cikilir.
      *----
       VERIFY-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           INITIALIZE IDXX-PARM
           MOVE '1'           TO IDXX-FUNCTION
           MOVE 'IDXSCAN'     TO IDXX-PROGRAM
           MOVE WS-RUN-DATE   TO IDXX-RUN-DATE
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
       SCAN-MASTER-FILE.
           PERFORM READ-IDX-RECORD
              PERFORM READ-IDX-RECORD
           END-PERFORM.
       SCAN-MASTER-FILE-EXIT. EXIT.
      *----
      * READ-IDX-RECORD ozetten bir DETAY kaydi okur ve IDX-REC'e
      * acar; zarf kayitlari (H/T) atlanir.
      *----
       READ-IDX-RECORD.
           READ IDXX-FILE
           PERFORM UNTIL NOT IDX-SUCCESS OR IDXX-DETAIL
              READ IDXX-FILE
           END-PERFORM
           IF IDX-SUCCESS
              ADD 1 TO WS-READ-COUNT
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-IDX-RECORD-EXIT. EXIT.
      *----
      * CHECK-ONE-RECORD kaydin dort kontrolunu uygular; takilan her
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE RPT-FILE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-READ-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
