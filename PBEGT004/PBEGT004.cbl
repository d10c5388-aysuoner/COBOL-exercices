      * COPY edilir; PBEGT004 de tarih donusumleri icin DTCVRTN'i
      * digerleriyle ayni CALL arayuzu uzerinden kullanir.
           COPY DTCVPARM.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *-------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
      * buyurdu. AUDIT DD saglanmamissa yazim sessizce atlanir.
      *----
       WRITE-AUDIT-RECORD.
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE WS-BATCH-COUNT    TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
                 PERFORM COUNT-BUSINESS-DAYS
              WHEN DTCV-FN-IS-BUSDAY
                 PERFORM TEST-IS-BUSINESS-DAY
              WHEN DTCV-FN-ADD-DAYS
                 PERFORM ADD-DAYS-TO-DATE
              WHEN OTHER
                 MOVE 04 TO DTCV-RETURN-CODE
                 DISPLAY 'DTCVRTN: INVALID DTCV-FUNCTION: '
              MOVE WS-IS-BUSDAY-SW TO DTCV-BUSDAY-SW
           END-IF.
       TEST-IS-BUSINESS-DAY-EXIT. EXIT.
      *----
      * ADD-DAYS-TO-DATE DTCV-DATE-1'e DTCV-DAYS-BETWEEN kadar takvim
      * gunu ekler (negatif deger geriye gider) ve sonucu
      * DTCV-GREG-DATE'e koyar; vade ve ileri tarih hesaplari icin.
      *----
       ADD-DAYS-TO-DATE.
           MOVE 00 TO DTCV-RETURN-CODE
           COMPUTE WS-DATE-RC = FUNCTION TEST-DATE-YYYYMMDD(DTCV-DATE-1)
           IF WS-DATE-RC NOT = 0
              MOVE 04   TO DTCV-RETURN-CODE
              MOVE ZERO TO DTCV-GREG-DATE
           ELSE
              COMPUTE WS-WORK-INT =
                      FUNCTION INTEGER-OF-DATE(DTCV-DATE-1)
                      + DTCV-DAYS-BETWEEN
              COMPUTE DTCV-GREG-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.
       ADD-DAYS-TO-DATE-EXIT. EXIT.
       END PROGRAM DTCVRTN.
