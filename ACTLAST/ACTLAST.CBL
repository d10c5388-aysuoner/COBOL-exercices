      *----
       01  WS-ACT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-KEY-COUNT         PIC 9(07) VALUE ZERO.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
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
              MOVE WS-KEY-COUNT      TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
