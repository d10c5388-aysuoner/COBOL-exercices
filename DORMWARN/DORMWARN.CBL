      *                          sistem tarihi.
      * Hareket gecmisi bosken IDXARCH'taki bos gecmis korumasinin
      * aynisi uygulanir (RC 08, hicbir uyari uretilmez).
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
           SELECT ACT-FILE   ASSIGN TO  ACTIVITY
                             STATUS     ACT-ST.
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * IDXX-FILE gece master ozetidir (bkz. IDXXREC.CPY); detay
      * kayitlari okundukca IDX-REC'e acilir.
       FD  IDXX-FILE RECORDING MODE F.
           COPY IDXXREC.
      *****
      * ACT-FILE hareket gecmisidir (bkz. ACTREC.CPY).
       FD  ACT-FILE RECORDING MODE F.
       01  WS-SCAN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-WARN-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ACT-REC-COUNT     PIC 9(07) VALUE ZERO.
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
      * LS-PARM JCL EXEC adiminda PARM ile gelen esikleri ve istege
      * bagli calisma gununu tasir.
           COMPUTE WS-WARN-CUTOFF =
                   WS-WORK-YY * 10000 + WS-WORK-MM * 100 + 1.
       COMPUTE-WARN-CUTOFF-EXIT. EXIT.
      *----
      * VERIFY-EXTRACT gece master ozetini acmadan once IDXXCHK
      * ile dogrulatir: baska bir gunun ozeti ya da eksik/bozuk
      * bir ozet ile hicbir dosyaya dokunulmadan RC 97 ile
      * cikilir. Dogal sirada COMPUTE-WARN-CUTOFF'tan sonra
      * calisir; ayrica PERFORM edilmez.
      *----
       VERIFY-EXTRACT.
           INITIALIZE IDXX-PARM
           MOVE '1'           TO IDXX-FUNCTION
           MOVE 'DORMWARN'    TO IDXX-PROGRAM
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
       PROGRAM-CONTROL.
           PERFORM SORT-ACTIVITY-HISTORY
       READ-ACT-RECORD-EXIT. EXIT.
      *----
       FILE-OPEN-CONTROL.
           OPEN INPUT  IDXX-FILE
           OPEN INPUT  ACTSRT-FILE
           OPEN OUTPUT WARN-FILE
           IF (NOT IDX-SUCCESS OR NOT ACTS-SUCCESS
              PERFORM READ-NEXT-MASTER
           END-PERFORM.
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
              MOVE IXD-ID    TO IDX-ID
              MOVE IXD-DVZ   TO IDX-DVZ
              MOVE IXD-FULLN TO IDX-FULLN
              MOVE IXD-JUL   TO IDX-JUL
              MOVE IXD-TUTAR TO IDX-TUTAR
           END-IF.
       READ-NEXT-MASTER-EXIT. EXIT.
      *----
       READ-NEXT-ACTIVITY.
      *----
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE IDXX-FILE
               CLOSE ACTSRT-FILE
               CLOSE WARN-FILE
               PERFORM WRITE-AUDIT-RECORD
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
              MOVE WS-WARN-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
