      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    GLACCT.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * GLACCT GL hesap eslestirme yardimcisidir (arayuz icin bkz.
      * GLACPARM.CPY). GL arayuz dosyasi yazan programlar kaynak
      * program, posting turu ve dvz'i verir; GLACCT GLMAP
      * dosyasindan (bkz. GLMPREC.CPY) borc ve alacak GL
      * hesaplarini doner. Dvz'e ozel satir yoksa ayni kaynak ve
      * turun 000 (tum dvz'ler) satiri kullanilir.
      * Tablo ilk cagrida bellege yuklenir ve cagiran '9' ile
      * birakana kadar tutulur (WHTCALC kurgusu). Dosya okunamazsa,
      * tablo dolarsa ya da ayni anahtar iki kez gelirse tablo
      * kullanilamaz isaretlenir ve her cagriya RC 16 doner; yanlis
      * hesaba posting gitmektense hesapsiz kayit raporlanir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLM-FILE   ASSIGN TO  GLMAP
                             STATUS     GLM-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * GLM-FILE GL hesap eslestirme dosyasidir (bkz. GLMPREC.CPY).
       FD  GLM-FILE RECORDING MODE F.
           COPY GLMPREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 GLM-ST            PIC 9(02).
              88 GLM-EOF        VALUE 10.
              88 GLM-SUCCESS    VALUE 00 97.
      * WS-LOAD-SW tablonun durumunu cagrilar arasinda tasir:
      * 'N' henuz yuklenmedi, 'Y' yuklendi, 'D' yuklenemedi.
       01  WS-LOAD-SW           PIC X(01) VALUE 'N'.
           88 WS-TABLE-LOADED   VALUE 'Y'.
           88 WS-TABLE-DEAD     VALUE 'D'.
      *----
      * GLM-TABLE GLMAP'ten yuklenen kaynak/tur/dvz hesaplari.
      *----
       01  GLM-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  GLM-TABLE.
           05 GMT-ENTRY OCCURS 500 TIMES INDEXED BY GMT-IDX.
              10 GMT-KEY.
                 15 GMT-SOURCE    PIC X(08).
                 15 GMT-POSTTYPE  PIC X(04).
                 15 GMT-DVZ       PIC 9(03).
              10 GMT-DR-ACCOUNT   PIC X(12).
              10 GMT-CR-ACCOUNT   PIC X(12).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      * WS-ANY-IDX dvz'e ozel satir yoksa kullanilacak 000
      * satirinin yeridir.
       01  WS-ANY-IDX           PIC 9(03).
       LINKAGE SECTION.
           COPY GLACPARM.
      *------------------------------
        PROCEDURE DIVISION USING GLAC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO GLAC-RETURN-CODE
           EVALUATE TRUE
              WHEN GLAC-FN-LOOKUP
                 MOVE SPACES TO GLAC-DR-ACCOUNT GLAC-CR-ACCOUNT
                 PERFORM LOAD-GL-MAP
                 IF WS-TABLE-LOADED
                    PERFORM FIND-GL-ACCOUNTS
                 ELSE
                    MOVE 16 TO GLAC-RETURN-CODE
                 END-IF
              WHEN GLAC-FN-CLOSE
                 MOVE ZERO TO GLM-TABLE-COUNT
                 MOVE 'N'  TO WS-LOAD-SW
              WHEN OTHER
                 DISPLAY 'GLACCT UNKNOWN FUNCTION: ' GLAC-FUNCTION
                 MOVE 16 TO GLAC-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-GL-MAP tabloyu ilk cagrida yukler. Dosya acilamazsa
      * ya da okunamazsa durum bir kez bildirilir ve tablo
      * kullanilamaz isaretlenir.
      *----
       LOAD-GL-MAP.
           IF WS-LOAD-SW = 'N'
              OPEN INPUT GLM-FILE
              IF NOT GLM-SUCCESS
                 DISPLAY 'GLMAP CANNOT OPEN, GLM-ST: ' GLM-ST
                 MOVE 'D' TO WS-LOAD-SW
              ELSE
                 MOVE 'Y' TO WS-LOAD-SW
                 PERFORM READ-GLM-RECORD
                 PERFORM UNTIL GLM-EOF OR WS-TABLE-DEAD
                    PERFORM STORE-GL-MAPPING
                    PERFORM READ-GLM-RECORD
                 END-PERFORM
                 CLOSE GLM-FILE
              END-IF
           END-IF.
       LOAD-GL-MAP-EXIT. EXIT.
      *----
       READ-GLM-RECORD.
           READ GLM-FILE
           IF NOT GLM-SUCCESS AND NOT GLM-EOF
              DISPLAY 'GLMAP READ ERROR, GLM-ST: ' GLM-ST
              MOVE 'D' TO WS-LOAD-SW
           END-IF.
       READ-GLM-RECORD-EXIT. EXIT.
      *----
      * STORE-GL-MAPPING bir eslestirme satirini tabloya ekler;
      * tablo dolarsa ya da anahtar tekrarlanirsa eksik/belirsiz
      * tabloyla hesap verilmez (kapali-durumda-guvenli).
      *----
       STORE-GL-MAPPING.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > GLM-TABLE-COUNT
              IF GMT-KEY(WS-SRCH-IDX) = GLM-KEY
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE GLM-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-FOUND
                 DISPLAY 'GLMAP DUPLICATE KEY: ' GLM-SOURCE ' '
                         GLM-POSTTYPE ' ' GLM-DVZ
                 MOVE 'D' TO WS-LOAD-SW
              WHEN GLM-TABLE-COUNT >= 500
                 DISPLAY 'GL MAPPING TABLE CAPACITY EXCEEDED'
                 MOVE 'D' TO WS-LOAD-SW
              WHEN OTHER
                 ADD 1 TO GLM-TABLE-COUNT
                 SET GMT-IDX TO GLM-TABLE-COUNT
                 MOVE GLM-KEY        TO GMT-KEY(GMT-IDX)
                 MOVE GLM-DR-ACCOUNT TO GMT-DR-ACCOUNT(GMT-IDX)
                 MOVE GLM-CR-ACCOUNT TO GMT-CR-ACCOUNT(GMT-IDX)
           END-EVALUATE.
       STORE-GL-MAPPING-EXIT. EXIT.
      *----
      * FIND-GL-ACCOUNTS kaynak/tur/dvz satirini arar; yoksa ayni
      * kaynak ve turun 000 satirini kullanir. Ikisi de yoksa
      * RC 04 doner.
      *----
       FIND-GL-ACCOUNTS.
           MOVE 'N'  TO WS-FOUND-SW
           MOVE ZERO TO WS-ANY-IDX
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > GLM-TABLE-COUNT
              IF GMT-SOURCE(WS-SRCH-IDX) = GLAC-SOURCE
                 AND GMT-POSTTYPE(WS-SRCH-IDX) = GLAC-POSTTYPE
                 EVALUATE GMT-DVZ(WS-SRCH-IDX)
                    WHEN GLAC-DVZ
                       MOVE 'Y' TO WS-FOUND-SW
                       SET GMT-IDX TO WS-SRCH-IDX
                       MOVE GLM-TABLE-COUNT TO WS-SRCH-IDX
                    WHEN ZERO
                       MOVE WS-SRCH-IDX TO WS-ANY-IDX
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-ANY-IDX > ZERO
              MOVE 'Y' TO WS-FOUND-SW
              SET GMT-IDX TO WS-ANY-IDX
           END-IF
           IF WS-FOUND
              MOVE GMT-DR-ACCOUNT(GMT-IDX) TO GLAC-DR-ACCOUNT
              MOVE GMT-CR-ACCOUNT(GMT-IDX) TO GLAC-CR-ACCOUNT
           ELSE
              MOVE 04 TO GLAC-RETURN-CODE
           END-IF.
       FIND-GL-ACCOUNTS-EXIT. EXIT.
