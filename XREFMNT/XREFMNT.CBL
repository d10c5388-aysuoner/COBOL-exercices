      * Gecersiz fonksiyon kodu, bos ACCT-SEQ ya da numerik olmayan
      * IDX-ID tasiyan satirlar uygulanmadan sayilir ve SYSOUT'a
      * bildirilir; red varsa RETURN-CODE 04 ile bitilir.
      * Uygulanan her degisiklik oncesi ve sonrasi goruntusuyle
      * referans dosyalari degisiklik jurnaline (REFJRN, bkz.
      * REFJREC.CPY) eklenir; silmede oncesi goruntu icin kayit
      * once okunur.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
                             STATUS     XREF-ST.
           SELECT TRN-FILE   ASSIGN TO  XREFTRN
                             STATUS     TRN-ST.
           SELECT OPTIONAL REFJ-FILE ASSIGN TO  REFJRN
                             STATUS     REFJ-ST.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO  AUDITLOG
                             STATUS     AUDIT-ST.
      *------------------------------
           05 TRN-IDXID      PIC X(05).
           05 FILLER         PIC X(10).
      *****
      * REFJ-FILE referans dosyalari degisiklik jurnalidir
      * (bkz. REFJREC.CPY).
       FD  REFJ-FILE RECORDING MODE F.
           COPY REFJREC.
      *****
      * AUDIT-FILE paylasilan calistirma-gecmisi dosyasidir
      * (bkz. AUDITREC.CPY).
       FD  AUDIT-FILE RECORDING MODE F.
           05 TRN-ST            PIC 9(02).
              88 TRN-EOF        VALUE 10.
              88 TRN-SUCCESS    VALUE 00 97.
           05 REFJ-ST           PIC 9(02).
              88 REFJ-EOF       VALUE 10.
              88 REFJ-SUCCESS   VALUE 00 05 97.
           05 AUDIT-ST          PIC 9(02).
              88 AUDIT-SUCCESS  VALUE 00 97.
       01  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-APPLY-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(07) VALUE ZERO.
      * WS-REFJ-SEQ REFJRN'in son sira numarasidir; calismalar
      * arasinda kesintisiz devam eder.
       01  WS-REFJ-SEQ          PIC 9(07) VALUE ZERO.
      * CHN-PARM JRNFILE/AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) arayuzudur (bkz. CHNPARM.CPY).
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION.
      *------------------------------
       PROGRAM-CONTROL.
           OPEN I-O   XREF-FILE
           OPEN INPUT TRN-FILE
           PERFORM LOAD-REFJ-TAIL
           OPEN EXTEND REFJ-FILE
           IF (NOT XREF-SUCCESS OR NOT TRN-SUCCESS
                                OR NOT REFJ-SUCCESS)
              DISPLAY 'XREF MAINTENANCE FILES CANNOT OPEN'
              DISPLAY 'XREF-ST: ' XREF-ST
              DISPLAY 'TRN-ST: '  TRN-ST
              DISPLAY 'REFJ-ST: ' REFJ-ST
              MOVE 99 TO RETURN-CODE
           ELSE
              PERFORM READ-TRN-RECORD
           END-IF
           CLOSE XREF-FILE
           CLOSE TRN-FILE
           CLOSE REFJ-FILE
           MOVE 'Y' TO EXIT-FLAG
           PERFORM PROGRAM-EXIT.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-REFJ-TAIL REFJRN'i sonuna kadar okuyup son sira
      * numarasini alir; dosya yoksa sira sifirdan baslar.
      *----
       LOAD-REFJ-TAIL.
           MOVE ZERO TO WS-REFJ-SEQ
           OPEN INPUT REFJ-FILE
           IF REFJ-SUCCESS
              PERFORM READ-REFJ-RECORD
              PERFORM UNTIL REFJ-EOF OR NOT REFJ-SUCCESS
                 MOVE REFJ-SEQ TO WS-REFJ-SEQ
                 PERFORM READ-REFJ-RECORD
              END-PERFORM
              CLOSE REFJ-FILE
           END-IF.
       LOAD-REFJ-TAIL-EXIT. EXIT.
      *----
       READ-REFJ-RECORD.
           READ REFJ-FILE.
       READ-REFJ-RECORD-EXIT. EXIT.
      *----
       READ-TRN-RECORD.
           READ TRN-FILE
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'IDX-ID NOT NUMERIC: ' TRN-SEQ ' ' TRN-IDXID
           ELSE
              MOVE SPACES  TO REFJ-REC
              MOVE TRN-SEQ TO XREF-SEQ
              EVALUATE TRUE
                 WHEN TRN-ADD
                    MOVE SPACES    TO XREF-REC
                    MOVE TRN-SEQ   TO XREF-SEQ
                    MOVE TRN-IDXID TO XREF-IDXID
                    WRITE XREF-REC
                       INVALID KEY
                                  XREF-SEQ
                       NOT INVALID KEY
                          ADD 1 TO WS-APPLY-COUNT
                          MOVE 'N'      TO REFJ-BEF-SW
                          MOVE 'Y'      TO REFJ-AFT-SW
                          MOVE XREF-REC TO REFJ-AFTER
                          PERFORM WRITE-REFJ-RECORD
                    END-WRITE
                 WHEN TRN-CHANGE
                    READ XREF-FILE
                          DISPLAY 'XREF CHANGE FAILED, NOT FOUND: '
                                  XREF-SEQ
                       NOT INVALID KEY
                          MOVE XREF-REC  TO REFJ-BEFORE
                          MOVE TRN-IDXID TO XREF-IDXID
                          REWRITE XREF-REC
                             INVALID KEY
                                        XREF-SEQ
                             NOT INVALID KEY
                                ADD 1 TO WS-APPLY-COUNT
                                MOVE 'Y'      TO REFJ-BEF-SW
                                MOVE 'Y'      TO REFJ-AFT-SW
                                MOVE XREF-REC TO REFJ-AFTER
                                PERFORM WRITE-REFJ-RECORD
                          END-REWRITE
                    END-READ
                 WHEN TRN-DELETE
                    READ XREF-FILE
                       INVALID KEY
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'XREF DELETE FAILED, NOT FOUND: '
                                  XREF-SEQ
                       NOT INVALID KEY
                          MOVE XREF-REC TO REFJ-BEFORE
                          DELETE XREF-FILE
                             INVALID KEY
                                ADD 1 TO WS-REJECT-COUNT
                                DISPLAY 'XREF DELETE FAILED: '
                                        XREF-SEQ
                             NOT INVALID KEY
                                ADD 1 TO WS-APPLY-COUNT
                                MOVE 'Y' TO REFJ-BEF-SW
                                MOVE 'N' TO REFJ-AFT-SW
                                PERFORM WRITE-REFJ-RECORD
                          END-DELETE
                    END-READ
              END-EVALUATE
           END-IF
           END-IF
           END-IF.
       APPLY-XREF-TRANSACTION-EXIT. EXIT.
      *----
      * WRITE-REFJ-RECORD goruntuleri doldurulmus jurnal satirini
      * zaman damgasi, sira, fonksiyon ve anahtarla tamamlayip
      * REFJRN'e ekler.
      *----
       WRITE-REFJ-RECORD.
           ADD 1 TO WS-REFJ-SEQ
           MOVE FUNCTION CURRENT-DATE(1:8) TO REFJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO REFJ-TIME
           MOVE WS-REFJ-SEQ      TO REFJ-SEQ
           MOVE 'X'              TO REFJ-FILE-ID
           MOVE TRN-FUNC         TO REFJ-FUNC
           MOVE TRN-SEQ          TO REFJ-KEY
      * xref bakimi operatorsuz bir batch adimidir; kimlik olarak
      * program adi jurnallenir
           MOVE 'XREFMNT'        TO REFJ-USER
           WRITE REFJ-REC.
       WRITE-REFJ-RECORD-EXIT. EXIT.
      *----
      * GOBACK kullanilir cunku XREFMNT hem tek basina bir is adimi
      * olarak hem de bir surucu programdan CALL ile calisabilir.
      *----
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
              MOVE WS-READ-COUNT     TO AUD-RECCOUNT
              MOVE RETURN-CODE       TO AUD-RETCODE
              MOVE AUDIT-REC TO CHN-DATA
              CALL 'CHAINRTN' USING CHN-PARM
              MOVE CHN-HASH  TO AUD-HASH
              WRITE AUDIT-REC
              CLOSE AUDIT-FILE
           ELSE
