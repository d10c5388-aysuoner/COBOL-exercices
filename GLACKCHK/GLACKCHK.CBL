       FILE SECTION.
      * GL-FILE gonderilen posting batch'leridir; duzen SORTREP6'nin
      * WRITE-GL-POSTING-FILE ciktisinin aynisidir ('H' header,
      * 'D'/'C' posting, 'T' trailer; bkz. GLPOREC.CPY).
       FD  GL-FILE RECORDING MODE F.
           COPY GLPOREC.
      *****
      * ACK-FILE muhasebe sisteminin batch basina onay satiridir.
       FD  ACK-FILE RECORDING MODE F.
       01  WS-ACK-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PROBLEM-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-EDIT-COUNT        PIC Z(06)9.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
      * atlanir.
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
