      * 88'nin bagliliklari 88'nin yaninda yer alan degerlerden biri ise
      * 88 true deger alir. değil ise 88 0 degerine sahiptir.
       01 EXIT-FLAG            PIC X(1) VALUE 'N'.
      * WS-SAVE-RC calistirmanin donus kodunu PROGRAM-EXIT'teki
      * yardimci kapanis cagrilari boyunca korur.
       01 WS-SAVE-RC           PIC 9(02).
       01  FILE-FLAGS.
           05 PRT-ST           PIC 9(02).
              88 PRT-SUCCESS   VALUE 00 97.
       01  WS-EXCP-REASON        PIC X(04).
       01  WS-EXCP-SEV           PIC X(01).
      *----
      * Vefat durumu sorgusu (bkz. DCSDPARM.CPY): vefat bildirilmis
      * kisi rapora, ALERT-FILE'a ve yas esigi ekstresine girmez.
      * WS-DCSD-ERR-SW durum dosyasi okunamadiginda 'Y' olur;
      * kisiler atlanmadan islenir ve calistirma RC 04 ile biter.
      *----
           COPY DCSDPARM.
       01  WS-DCSD-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DCSD-ERR-SW        PIC X(01) VALUE 'N'.
           88 WS-DCSD-ERROR      VALUE 'Y'.
      *----
      * Sayfa duzeni alanlari: her WS-LINES-PER-PAGE satirda bir
      * rapor basligi ve kolon basliklari yeniden basilir.
      * WS-LINE-COUNT 99'dan baslar ki ilk yazimda baslik bassin.
       01  WS-HDG-COLUMNS        PIC X(75).
       01  WS-BLANK-LINE         PIC X(75) VALUE SPACES.
       01  WS-TOTALS-LABEL       PIC X(75).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----
      * LS-PARM JCL EXEC adiminda PARM='nnn' ile gelen calisma zamani
      * parametresini tasir (geleneksel PARM-LEN/PARM-DATA duzeni).
           SORT SORT-WORK-FILE ON DESCENDING KEY SW-DAYDIFF
                INPUT PROCEDURE  IS BUILD-SORT-WORK-FILE
                OUTPUT PROCEDURE IS WRITE-SORTED-OUTPUT
           DISPLAY 'DECEASED CUSTOMERS SKIPPED: ' WS-DCSD-COUNT
           IF WS-DCSD-ERROR
              MOVE 04 TO RETURN-CODE
           ELSE
              MOVE 00 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       READ-NEXT-RECORD-END. EXIT.
       BUILD-SORT-WORK-FILE.
           PERFORM READ-RECORD
           PERFORM UNTIL ACCT-EOF
               PERFORM CHECK-DECEASED
               IF DCSC-DECEASED
                  ADD 1 TO WS-DCSD-COUNT
               ELSE
                  PERFORM BUILD-SORT-WORK-RECORD
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.
       BUILD-SORT-WORK-FILE-EXIT. EXIT.
      *----
      * CHECK-DECEASED kisinin calisma gunune kadar vefat edip
      * etmedigini DCSDCHK'tan sorar. Durum dosyasi okunamazsa
      * kisi islenir; hata bir kez bildirilir.
      *----
       CHECK-DECEASED.
           MOVE '1'         TO DCSC-FUNCTION
           MOVE ACCT-SEQ    TO DCSC-SEQ
           MOVE WS-SYS-DATE TO DCSC-DATE
           CALL 'DCSDCHK' USING DCSC-PARM
           IF DCSC-RC-FILE-ERROR AND NOT WS-DCSD-ERROR
              DISPLAY 'DECEASED STATUS NOT AVAILABLE, NO CUSTOMER '
                      'SKIPPED'
              MOVE 'Y' TO WS-DCSD-ERR-SW
           END-IF.
       CHECK-DECEASED-EXIT. EXIT.
      *----
       READ-RECORD.
           READ ACCT-REC
      * olarak hem de bir surucu programdan CALL ile calisabilir;
      * RETURN-CODE cagirana (ya da isletim sistemine) GOBACK ile
      * doner.
      * Yardimcilar kapatilirken calistirmanin donus kodu korunur.
       PROGRAM-EXIT.
           IF EXIT-FLAG = 'Y' THEN
               CLOSE ACCT-REC
               IF WS-EXCP-OPEN
                  CLOSE EXCP-LOG-FILE
               END-IF
               MOVE RETURN-CODE TO WS-SAVE-RC
               INITIALIZE DCSC-PARM
               MOVE '9' TO DCSC-FUNCTION
               CALL 'DCSDCHK' USING DCSC-PARM
               MOVE WS-SAVE-RC TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF.
      * yazim sessizce atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-REC-COUNT      TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
