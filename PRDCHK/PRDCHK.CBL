      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    PRDCHK.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * PRDCHK muhasebe donemi kilidinin CALL ile cagrilan
      * yardimcisidir (arayuz icin bkz. PRDCPARM.CPY). Posting
      * yapan programlar kaydin tarihini verir; PRDCHK PRDCTL
      * dosyasindan (bkz. PRDREC.CPY) tarihin ayinin durumunu bulur:
      *   satiri yok / 'O' -> acik, RC 00,
      *   'K'              -> kapanista, RC 00 (bir kez not edilir),
      *   'R'              -> yeniden acma bugun dahil yururlukte
      *                       ise RC 00 (kim/ne zamana kadar bir kez
      *                       not edilir); suresi gecmisse kapali,
      *   'C'              -> kapali, RC 08.
      * Tablo ilk cagrida bellege yuklenir ve cagiran '9' ile
      * birakana kadar tutulur (GLACCT kurgusu). Dosya henuz yoksa
      * tum donemler aciktir; dosya okunamaz ya da tablo dolarsa
      * her cagriya RC 16 doner ve kayit reddedilir
      * (kapali-durumda-guvenli).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRD-FILE ASSIGN TO  PRDCTL
                             STATUS     PRD-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * PRD-FILE muhasebe donemi kontrol dosyasidir.
       FD  PRD-FILE RECORDING MODE F.
           COPY PRDREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 PRD-ST            PIC 9(02).
              88 PRD-EOF        VALUE 10.
              88 PRD-SUCCESS    VALUE 00 97.
      * WS-LOAD-SW tablonun durumunu cagrilar arasinda tasir:
      * 'N' henuz yuklenmedi, 'Y' yuklendi, 'D' yuklenemedi.
       01  WS-LOAD-SW           PIC X(01) VALUE 'N'.
           88 WS-TABLE-LOADED   VALUE 'Y'.
           88 WS-TABLE-DEAD     VALUE 'D'.
      *----
      * PRD-TABLE her ayin PRDCTL'deki en son durumudur.
      * PMT-NOTED-SW kapanista/yeniden acik donemin bu calistirmada
      * SYSOUT'a yazilip yazilmadigidir.
      *----
       01  PRD-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  PRD-TABLE.
           05 PMT-ENTRY OCCURS 600 TIMES INDEXED BY PMT-IDX.
              10 PMT-MONTH        PIC 9(06).
              10 PMT-STATUS       PIC X(01).
              10 PMT-USERID       PIC X(08).
              10 PMT-UNTIL        PIC 9(08).
              10 PMT-NOTED-SW     PIC X(01).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-CHECK-MONTH       PIC 9(06).
       01  WS-TODAY             PIC 9(08).
       LINKAGE SECTION.
           COPY PRDCPARM.
      *------------------------------
        PROCEDURE DIVISION USING PRDC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO PRDC-RETURN-CODE
           EVALUATE TRUE
              WHEN PRDC-FN-CHECK
                 MOVE 'O' TO PRDC-STATUS
                 PERFORM LOAD-PERIOD-TABLE
                 IF WS-TABLE-LOADED
                    PERFORM CHECK-PERIOD
                 ELSE
                    MOVE 16 TO PRDC-RETURN-CODE
                 END-IF
              WHEN PRDC-FN-CLOSE
                 MOVE ZERO TO PRD-TABLE-COUNT
                 MOVE 'N'  TO WS-LOAD-SW
              WHEN OTHER
                 DISPLAY 'PRDCHK UNKNOWN FUNCTION: ' PRDC-FUNCTION
                 MOVE 16 TO PRDC-RETURN-CODE
           END-EVALUATE
           MOVE PRDC-CALLER-RC TO RETURN-CODE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-PERIOD-TABLE tabloyu ilk cagrida yukler. OPTIONAL
      * dosya henuz yoksa (durum 05) tablo bos yuklenmis sayilir;
      * diger acma/okuma hatalari bir kez bildirilir ve tablo
      * kullanilamaz isaretlenir.
      *----
       LOAD-PERIOD-TABLE.
           IF WS-LOAD-SW = 'N'
              OPEN INPUT PRD-FILE
              IF NOT PRD-SUCCESS
                 IF PRD-ST = 05
                    CLOSE PRD-FILE
                    MOVE 'Y' TO WS-LOAD-SW
                 ELSE
                    DISPLAY 'PRDCTL CANNOT OPEN, PRD-ST: ' PRD-ST
                    MOVE 'D' TO WS-LOAD-SW
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-LOAD-SW
                 PERFORM READ-PRD-RECORD
                 PERFORM UNTIL PRD-EOF OR WS-TABLE-DEAD
                    PERFORM STORE-PERIOD-STATUS
                    PERFORM READ-PRD-RECORD
                 END-PERFORM
                 CLOSE PRD-FILE
              END-IF
           END-IF.
       LOAD-PERIOD-TABLE-EXIT. EXIT.
      *----
       READ-PRD-RECORD.
           READ PRD-FILE
           IF NOT PRD-SUCCESS AND NOT PRD-EOF
              DISPLAY 'PRDCTL READ ERROR, PRD-ST: ' PRD-ST
              MOVE 'D' TO WS-LOAD-SW
           END-IF.
       READ-PRD-RECORD-EXIT. EXIT.
      *----
      * STORE-PERIOD-STATUS bir durum satirini tabloya yazar; ayin
      * satiri varsa yenisi eskisinin yerine gecer (dosya sirasi
      * zaman sirasidir). Tablo dolarsa eksik tabloyla karar
      * verilmez.
      *----
       STORE-PERIOD-STATUS.
           MOVE PRD-MONTH TO WS-CHECK-MONTH
           PERFORM FIND-PERIOD
           IF NOT WS-FOUND
              IF PRD-TABLE-COUNT >= 600
                 DISPLAY 'PERIOD TABLE CAPACITY EXCEEDED'
                 MOVE 'D' TO WS-LOAD-SW
              ELSE
                 ADD 1 TO PRD-TABLE-COUNT
                 SET PMT-IDX TO PRD-TABLE-COUNT
                 MOVE PRD-MONTH TO PMT-MONTH(PMT-IDX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-IF
           IF WS-FOUND
              MOVE PRD-STATUS       TO PMT-STATUS(PMT-IDX)
              MOVE PRD-USERID       TO PMT-USERID(PMT-IDX)
              MOVE PRD-REOPEN-UNTIL TO PMT-UNTIL(PMT-IDX)
              MOVE 'N'              TO PMT-NOTED-SW(PMT-IDX)
           END-IF.
       STORE-PERIOD-STATUS-EXIT. EXIT.
      *----
      * FIND-PERIOD WS-CHECK-MONTH'in satirini arar; bulursa
      * PMT-IDX onu gosterir.
      *----
       FIND-PERIOD.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > PRD-TABLE-COUNT
              IF PMT-MONTH(WS-SRCH-IDX) = WS-CHECK-MONTH
                 MOVE 'Y' TO WS-FOUND-SW
                 SET PMT-IDX TO WS-SRCH-IDX
                 MOVE PRD-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM.
       FIND-PERIOD-EXIT. EXIT.
      *----
      * CHECK-PERIOD tarihin ayinin durumuna gore karar verir.
      * Yeniden acmanin suresi sistem gunune gore olculur; posting
      * tarihi geriye donuk olsa da izin bugun biter.
      *----
       CHECK-PERIOD.
           MOVE PRDC-DATE(1:6) TO WS-CHECK-MONTH
           PERFORM FIND-PERIOD
           IF WS-FOUND
              MOVE PMT-STATUS(PMT-IDX) TO PRDC-STATUS
              EVALUATE PMT-STATUS(PMT-IDX)
                 WHEN 'C'
                    MOVE 08 TO PRDC-RETURN-CODE
                 WHEN 'R'
                    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                    IF PMT-UNTIL(PMT-IDX) < WS-TODAY
                       MOVE 'C' TO PRDC-STATUS
                       MOVE 08  TO PRDC-RETURN-CODE
                    ELSE
                       IF PMT-NOTED-SW(PMT-IDX) NOT = 'Y'
                          DISPLAY 'PERIOD ' WS-CHECK-MONTH
                                  ' REOPENED BY ' PMT-USERID(PMT-IDX)
                                  ' UNTIL ' PMT-UNTIL(PMT-IDX)
                                  ' - ENTRIES ACCEPTED FOR '
                                  PRDC-PROGRAM
                          MOVE 'Y' TO PMT-NOTED-SW(PMT-IDX)
                       END-IF
                    END-IF
                 WHEN 'K'
                    IF PMT-NOTED-SW(PMT-IDX) NOT = 'Y'
                       DISPLAY 'PERIOD ' WS-CHECK-MONTH
                               ' IS CLOSING - ENTRIES ACCEPTED FOR '
                               PRDC-PROGRAM
                       MOVE 'Y' TO PMT-NOTED-SW(PMT-IDX)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       CHECK-PERIOD-EXIT. EXIT.
