          88 WS-EXCP-OPEN  VALUE 'Y'.
          88 WS-EXCP-DEAD  VALUE 'D'.
       01 WS-EXCP-KEY    PIC X(12).
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *----------------------------------
       PROCEDURE DIVISION.
         MAIN-PROCEDURE SECTION.
       AUDIT-LOGGING SECTION.
      *> writes one row to the shared AUDIT-FILE for this run, the
      *> same as PBEGT004/SORTREP6/BDAYCALC do at PROGRAM-EXIT
           MOVE RETURN-CODE TO CHN-CALLER-RC
           MOVE 'A' TO CHN-FILE-ID
           CALL 'CHAINCTL' USING CHN-PARM
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-SUCCESS
              INITIALIZE AUDIT-REC
              MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-RUNTIME
              MOVE ZERO               TO AUD-RECCOUNT
              MOVE RETURN-CODE        TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
