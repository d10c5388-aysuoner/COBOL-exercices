      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CHKPCTL.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CHKPCTL uzun sureli gece adimlarinin paylasilan kontrol
      * noktasi/yeniden baslatma yardimcisidir (arayuz icin bkz.
      * CHKPPARM.CPY, dosya duzeni icin CHKPREC.CPY). Program + is
      * gunu basina tek kontrol kaydi tutar: cagiran her N kayitta
      * son commit edilen anahtari ve kontrol toplamlarini '2' ile
      * yazar, yeniden calistirmada '1' ile geri okur, basariyla
      * bitince '3' ile siler. BATCHDRV adim seviyesinde, CHKPCTL
      * adim icinde kayit seviyesinde yeniden baslatir.
      * Dosya ilk cagrida I-O acilir, hic kurulmamissa (durum 35)
      * bos olarak kurulur (WNDWCTL kurgusu) ve cagiran '9' ile
      * kapatana kadar acik tutulur (DCSDCHK kurgusu).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKP-FILE   ASSIGN TO  CHKPCTLF
                             ORGANIZATION INDEXED
                             ACCESS     RANDOM
                             RECORD KEY CKP-KEY
                             STATUS     CKP-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * CKP-FILE kontrol noktasi dosyasidir (bkz. CHKPREC.CPY).
       FD  CKP-FILE.
           COPY CHKPREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 CKP-ST            PIC 9(02).
              88 CKP-SUCCESS    VALUE 00 97.
      * WS-OPEN-SW kontrol dosyasinin cagrilar arasindaki halidir:
      * 'N' henuz acilmadi, 'Y' acik, 'D' acilamadi.
       01  WS-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-FILE-OPEN      VALUE 'Y'.
       LINKAGE SECTION.
           COPY CHKPPARM.
      *------------------------------
        PROCEDURE DIVISION USING CHKP-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO CHKP-RETURN-CODE
           EVALUATE TRUE
              WHEN CHKP-FN-READ OR CHKP-FN-WRITE OR CHKP-FN-CLEAR
                 PERFORM OPEN-CHECKPOINT-FILE
                 IF NOT WS-FILE-OPEN
                    MOVE 16 TO CHKP-RETURN-CODE
                 ELSE
                    EVALUATE TRUE
                       WHEN CHKP-FN-READ
                          PERFORM READ-RESTART-POINT
                       WHEN CHKP-FN-WRITE
                          PERFORM WRITE-CHECKPOINT
                       WHEN CHKP-FN-CLEAR
                          PERFORM CLEAR-CHECKPOINT
                    END-EVALUATE
                 END-IF
              WHEN CHKP-FN-CLOSE
                 IF WS-FILE-OPEN
                    CLOSE CKP-FILE
                 END-IF
                 MOVE 'N' TO WS-OPEN-SW
              WHEN OTHER
                 DISPLAY 'CHKPCTL UNKNOWN FUNCTION: ' CHKP-FUNCTION
                 MOVE 16 TO CHKP-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * OPEN-CHECKPOINT-FILE dosyayi ilk cagrida I-O acar; ilk
      * kullanimda (durum 35) dosya bos olarak kurulur. Acilis
      * hatasi bir kez bildirilir, sonraki cagrilar RC 16 alir.
      *----
       OPEN-CHECKPOINT-FILE.
           IF WS-OPEN-SW = 'N'
              OPEN I-O CKP-FILE
              IF CKP-ST = 35
                 OPEN OUTPUT CKP-FILE
                 IF CKP-SUCCESS
                    CLOSE CKP-FILE
                    OPEN I-O CKP-FILE
                 END-IF
              END-IF
              IF CKP-SUCCESS
                 MOVE 'Y' TO WS-OPEN-SW
              ELSE
                 DISPLAY 'CHKPCTLF CANNOT OPEN, CKP-ST: ' CKP-ST
                 MOVE 'D' TO WS-OPEN-SW
              END-IF
           END-IF.
       OPEN-CHECKPOINT-FILE-EXIT. EXIT.
      *----
      * READ-RESTART-POINT program/is gunu kaydini okur; kayit
      * varsa son anahtar ve toplamlar cagirana doner.
      *----
       READ-RESTART-POINT.
           MOVE CHKP-PROGRAM  TO CKP-PROGRAM
           MOVE CHKP-RUN-DATE TO CKP-RUN-DATE
           READ CKP-FILE KEY IS CKP-KEY
              INVALID KEY
                 MOVE SPACES TO CHKP-LAST-KEY CHKP-TOTALS
                 MOVE ZERO   TO CHKP-REC-COUNT CHKP-CHKPT-COUNT
                                CHKP-STAMP
                 MOVE 04     TO CHKP-RETURN-CODE
              NOT INVALID KEY
                 MOVE CKP-LAST-KEY    TO CHKP-LAST-KEY
                 MOVE CKP-REC-COUNT   TO CHKP-REC-COUNT
                 MOVE CKP-CHKPT-COUNT TO CHKP-CHKPT-COUNT
                 MOVE CKP-STAMP       TO CHKP-STAMP
                 MOVE CKP-TOTALS      TO CHKP-TOTALS
           END-READ
           IF NOT CKP-SUCCESS AND CKP-ST NOT = 23
              DISPLAY 'CHKPCTLF READ FAILED, CKP-ST: ' CKP-ST
              MOVE 16 TO CHKP-RETURN-CODE
           END-IF.
       READ-RESTART-POINT-EXIT. EXIT.
      *----
      * WRITE-CHECKPOINT kaydi cagiranin son anahtari ve
      * toplamlariyla yeniler; is gununun ilk kontrol noktasi
      * kaydi olusturur.
      *----
       WRITE-CHECKPOINT.
           ADD 1 TO CHKP-CHKPT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHKP-STAMP
           INITIALIZE CKP-REC
           MOVE CHKP-PROGRAM     TO CKP-PROGRAM
           MOVE CHKP-RUN-DATE    TO CKP-RUN-DATE
           MOVE CHKP-LAST-KEY    TO CKP-LAST-KEY
           MOVE CHKP-REC-COUNT   TO CKP-REC-COUNT
           MOVE CHKP-CHKPT-COUNT TO CKP-CHKPT-COUNT
           MOVE CHKP-STAMP       TO CKP-STAMP
           MOVE CHKP-TOTALS      TO CKP-TOTALS
           REWRITE CKP-REC
              INVALID KEY
                 WRITE CKP-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-REWRITE
           IF NOT CKP-SUCCESS
              DISPLAY 'CHKPCTLF WRITE FAILED, CKP-ST: ' CKP-ST
                      ' ' CHKP-PROGRAM ' ' CHKP-RUN-DATE
              MOVE 16 TO CHKP-RETURN-CODE
           END-IF.
       WRITE-CHECKPOINT-EXIT. EXIT.
      *----
      * CLEAR-CHECKPOINT basariyla biten calistirmanin kaydini
      * siler; kayit yoksa (kontrol noktasina hic ulasilmamis)
      * yapilacak is yoktur.
      *----
       CLEAR-CHECKPOINT.
           MOVE CHKP-PROGRAM  TO CKP-PROGRAM
           MOVE CHKP-RUN-DATE TO CKP-RUN-DATE
           DELETE CKP-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE
           IF NOT CKP-SUCCESS AND CKP-ST NOT = 23
              DISPLAY 'CHKPCTLF DELETE FAILED, CKP-ST: ' CKP-ST
                      ' ' CHKP-PROGRAM ' ' CHKP-RUN-DATE
              MOVE 16 TO CHKP-RETURN-CODE
           END-IF.
       CLEAR-CHECKPOINT-EXIT. EXIT.
