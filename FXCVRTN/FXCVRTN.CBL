      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    FXCVRTN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * FXCVRTN dvz cevirim yardimcisidir (arayuz icin bkz.
      * FXCVPARM.CPY). Tutari TRY'ye ceviren ya da iki dvz arasinda
      * TRY uzerinden capraz ceviren raporlar kuru FXMASTER'dan
      * kendileri yuklemez; hepsi ayni gecerlilik kurali (kur gununu
      * asmayan en son satir) ve ayni yuvarlama (hedef dvz'in
      * CURRREF ondalik hanesi) ile buradan alir.
      * CURRREF ilk cagrida, FXMASTER kurlari kur gunu icin
      * bellege yuklenir; baska bir gun istenirse kurlar o gun icin
      * yeniden yuklenir. Tablolar cagiran '9' ile birakana kadar
      * tutulur (GLACCT kurgusu). Dosyalardan biri okunamaz ya da
      * tablo dolarsa her cagriya RC 16 doner; eksik tabloyla
      * cevirim yapilmaz (kapali-durumda-guvenli).
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE-FILE ASSIGN TO  FXMASTER
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY FXM-KEY
                             STATUS     FXRATE-ST.
           SELECT CURR-FILE  ASSIGN TO  CURRREF
                             ORGANIZATION INDEXED
                             ACCESS     SEQUENTIAL
                             RECORD KEY CUR-NUM
                             STATUS     CURR-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * FXRATE-FILE dvz kuru master dosyasidir (bkz. FXRTREC.CPY).
       FD  FXRATE-FILE.
           COPY FXRTREC.
      *****
      * CURR-FILE dvz referans master'idir (bkz. CURRREC.CPY).
       FD  CURR-FILE.
           COPY CURRREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 FXRATE-ST         PIC 9(02).
              88 FXRATE-EOF     VALUE 10.
              88 FXRATE-SUCCESS VALUE 00 97.
           05 CURR-ST           PIC 9(02).
              88 CURR-EOF       VALUE 10.
              88 CURR-SUCCESS   VALUE 00 97.
      * WS-LOAD-SW tablolarin durumunu cagrilar arasinda tasir:
      * 'N' henuz yuklenmedi, 'Y' yuklendi, 'D' yuklenemedi.
      * WS-RATE-DATE kur tablosunun yuklendigi kur gunudur.
       01  WS-LOAD-SW           PIC X(01) VALUE 'N'.
           88 WS-TABLE-LOADED   VALUE 'Y'.
           88 WS-TABLE-DEAD     VALUE 'D'.
       01  WS-RATE-DATE         PIC 9(08) VALUE ZERO.
      *----
      * FX-RATE-TABLE kur gunu icin gecerli kurlari ve her kurun
      * gecerlilik tarihini tutar.
      *----
       01  FX-TABLE-COUNT       PIC 9(03) VALUE ZERO.
       01  FX-RATE-TABLE.
           05 FX-ENTRY OCCURS 500 TIMES INDEXED BY FX-IDX.
              10 FX-DVZ          PIC 9(03).
              10 FX-EFFDATE      PIC 9(08).
              10 FX-RATE         PIC 9(03)V9(06).
      *----
      * CUR-TABLE dvz referans master'indan yuklenen ondalik hane
      * bilgisidir.
      *----
       01  CUR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  CUR-TABLE.
           05 CUR-ENTRY OCCURS 500 TIMES INDEXED BY CUR-IDX.
              10 CT-NUM          PIC 9(03).
              10 CT-DECS         PIC 9(01).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
      *----
      * Cevirim alanlari: WS-LOOKUP-* FIND-FX-RATE'in girdi ve
      * ciktisidir; WS-TARGET-* sonucun yuvarlanacagi dvz'dir.
      *----
       01  WS-LOOKUP-DVZ        PIC 9(03).
       01  WS-LOOKUP-RATE       PIC 9(03)V9(06).
       01  WS-LOOKUP-EFFDATE    PIC 9(08).
       01  WS-TO-RATE           PIC 9(03)V9(06).
       01  WS-TARGET-DVZ        PIC 9(03).
       01  WS-TARGET-DECS       PIC 9(01).
       01  WS-SIZE-ERR-SW       PIC X(01) VALUE 'N'.
           88 WS-SIZE-ERROR     VALUE 'Y'.
      * WS-AMOUNT-Dn sonucun n ondalik haneye yuvarlandigi alandir.
       01  WS-AMOUNT-D0         PIC S9(15).
       01  WS-AMOUNT-D1         PIC S9(15)V9.
       01  WS-AMOUNT-D2         PIC S9(15)V99.
       01  WS-AMOUNT-D3         PIC S9(15)V9(03).
       LINKAGE SECTION.
           COPY FXCVPARM.
      *------------------------------
        PROCEDURE DIVISION USING FXCV-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO FXCV-RETURN-CODE
           EVALUATE TRUE
              WHEN FXCV-FN-TO-TRY OR FXCV-FN-CROSS OR FXCV-FN-RATE
                 MOVE ZERO TO FXCV-AMOUNT-OUT
                              FXCV-FROM-RATE FXCV-FROM-EFFDATE
                              FXCV-TO-RATE   FXCV-TO-EFFDATE
                 PERFORM LOAD-TABLES
                 EVALUATE TRUE
                    WHEN NOT WS-TABLE-LOADED
                       MOVE 16 TO FXCV-RETURN-CODE
                    WHEN FX-TABLE-COUNT = ZERO
                       MOVE 12 TO FXCV-RETURN-CODE
                    WHEN OTHER
                       PERFORM CONVERT-AMOUNT
                 END-EVALUATE
                 MOVE FX-TABLE-COUNT TO FXCV-RATE-COUNT
              WHEN FXCV-FN-CLOSE
                 MOVE ZERO TO FX-TABLE-COUNT CUR-TABLE-COUNT
                              WS-RATE-DATE
                 MOVE 'N'  TO WS-LOAD-SW
              WHEN OTHER
                 DISPLAY 'FXCVRTN UNKNOWN FUNCTION: ' FXCV-FUNCTION
                 MOVE 16 TO FXCV-RETURN-CODE
           END-EVALUATE
           MOVE FXCV-CALLER-RC TO RETURN-CODE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-TABLES dvz referans tablosunu ilk cagrida, kur
      * tablosunu ise kur gunu degistikce yukler. Yuklenemeyen
      * tablo '9' gelene kadar yeniden denenmez.
      *----
       LOAD-TABLES.
           IF WS-LOAD-SW = 'N'
              PERFORM LOAD-CURRENCY-TABLE
           END-IF
           IF WS-TABLE-LOADED AND FXCV-DATE NOT = WS-RATE-DATE
              PERFORM LOAD-FX-RATES
           END-IF.
       LOAD-TABLES-EXIT. EXIT.
      *----
       LOAD-CURRENCY-TABLE.
           OPEN INPUT CURR-FILE
           IF NOT CURR-SUCCESS
              DISPLAY 'CURRREF CANNOT OPEN, CURR-ST: ' CURR-ST
              MOVE 'D' TO WS-LOAD-SW
           ELSE
              MOVE 'Y' TO WS-LOAD-SW
              PERFORM READ-CURR-RECORD
              PERFORM UNTIL CURR-EOF OR WS-TABLE-DEAD
                 IF CUR-TABLE-COUNT >= 500
                    DISPLAY 'CURRENCY TABLE CAPACITY EXCEEDED'
                    MOVE 'D' TO WS-LOAD-SW
                 ELSE
                    ADD 1 TO CUR-TABLE-COUNT
                    SET CUR-IDX TO CUR-TABLE-COUNT
                    MOVE CUR-NUM  TO CT-NUM(CUR-IDX)
                    MOVE CUR-DECS TO CT-DECS(CUR-IDX)
                    PERFORM READ-CURR-RECORD
                 END-IF
              END-PERFORM
              CLOSE CURR-FILE
           END-IF.
       LOAD-CURRENCY-TABLE-EXIT. EXIT.
      *----
       READ-CURR-RECORD.
           READ CURR-FILE
           IF NOT CURR-SUCCESS AND NOT CURR-EOF
              DISPLAY 'CURRREF READ ERROR, CURR-ST: ' CURR-ST
              MOVE 'D' TO WS-LOAD-SW
           END-IF.
       READ-CURR-RECORD-EXIT. EXIT.
      *-------
      * LOAD-FX-RATES FXMASTER'i anahtar (dvz+gecerlilik tarihi)
      * sirasinda okuyup kur gununde gecerli olan kurlari yukler.
      * Ayni dvz icin artan tarihli satirlar sirayla geldiginden,
      * kur gununu asmayan her satir bir oncekinin uzerine yazilir
      * ve tabloda o gun icin gecerli son kur kalir.
      *-------
       LOAD-FX-RATES.
           MOVE ZERO      TO FX-TABLE-COUNT
           MOVE FXCV-DATE TO WS-RATE-DATE
           OPEN INPUT FXRATE-FILE
           IF NOT FXRATE-SUCCESS
              DISPLAY 'FXMASTER CANNOT OPEN, FXRATE-ST: ' FXRATE-ST
              MOVE 'D' TO WS-LOAD-SW
           ELSE
              PERFORM READ-FXRATE-RECORD
              PERFORM UNTIL FXRATE-EOF OR WS-TABLE-DEAD
                 IF FXM-EFFDATE <= WS-RATE-DATE
                    PERFORM STORE-FX-RATE
                 END-IF
                 PERFORM READ-FXRATE-RECORD
              END-PERFORM
              CLOSE FXRATE-FILE
           END-IF.
       LOAD-FX-RATES-EXIT. EXIT.
      *----
       READ-FXRATE-RECORD.
           READ FXRATE-FILE
           IF NOT FXRATE-SUCCESS AND NOT FXRATE-EOF
              DISPLAY 'FXMASTER READ ERROR, FXRATE-ST: ' FXRATE-ST
              MOVE 'D' TO WS-LOAD-SW
           END-IF.
       READ-FXRATE-RECORD-EXIT. EXIT.
      *----
      * STORE-FX-RATE FXM-DVZ'e ait tablo satirini bulur, yoksa yeni
      * satir acar ve kuru gunceller. Tablo dolarsa eksik tabloyla
      * cevirim yapilmaz.
      *----
       STORE-FX-RATE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > FX-TABLE-COUNT
              IF FX-DVZ(WS-SRCH-IDX) = FXM-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 SET FX-IDX TO WS-SRCH-IDX
                 MOVE FX-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM
           IF NOT WS-FOUND
              IF FX-TABLE-COUNT >= 500
                 DISPLAY 'FX RATE TABLE CAPACITY EXCEEDED'
                 MOVE 'D' TO WS-LOAD-SW
              ELSE
                 ADD 1 TO FX-TABLE-COUNT
                 SET FX-IDX TO FX-TABLE-COUNT
                 MOVE FXM-DVZ TO FX-DVZ(FX-IDX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-IF
           IF WS-FOUND
              MOVE FXM-EFFDATE TO FX-EFFDATE(FX-IDX)
              MOVE FXM-RATE    TO FX-RATE(FX-IDX)
           END-IF.
       STORE-FX-RATE-EXIT. EXIT.
      *----
      * CONVERT-AMOUNT istenen islemi yapar: kaynak dvz'in kuru
      * her islemde, hedef dvz'in kuru yalnizca capraz cevirimde
      * bulunur. TRY'ye cevirimde hedef kur 1'dir.
      *----
       CONVERT-AMOUNT.
           MOVE FXCV-FROM-DVZ     TO WS-LOOKUP-DVZ
           PERFORM FIND-FX-RATE
           MOVE WS-LOOKUP-RATE    TO FXCV-FROM-RATE
           MOVE WS-LOOKUP-EFFDATE TO FXCV-FROM-EFFDATE
           EVALUATE TRUE
              WHEN FXCV-FN-TO-TRY
                 MOVE 001.000000 TO WS-TO-RATE
                 MOVE 949        TO WS-TARGET-DVZ
                 PERFORM ROUND-TO-TARGET
              WHEN FXCV-FN-CROSS
                 MOVE FXCV-TO-DVZ       TO WS-LOOKUP-DVZ
                 PERFORM FIND-FX-RATE
                 MOVE WS-LOOKUP-RATE    TO FXCV-TO-RATE WS-TO-RATE
                 MOVE WS-LOOKUP-EFFDATE TO FXCV-TO-EFFDATE
                 MOVE FXCV-TO-DVZ       TO WS-TARGET-DVZ
                 PERFORM ROUND-TO-TARGET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CONVERT-AMOUNT-EXIT. EXIT.
      *----
      * FIND-FX-RATE WS-LOOKUP-DVZ'in kurunu bulur. TRY'nin kuru 1
      * ve gecerlilik tarihi sifirdir. Kuru olmayan dvz icin oran 1
      * kabul edilir, durum SYSOUT'a bildirilir ve RC 04 doner
      * (raporlarin eski 'FX RATE NOT FOUND' kurgusu).
      *----
       FIND-FX-RATE.
           MOVE 'N'        TO WS-FOUND-SW
           MOVE 001.000000 TO WS-LOOKUP-RATE
           MOVE ZERO       TO WS-LOOKUP-EFFDATE
           PERFORM VARYING FX-IDX FROM 1 BY 1
                     UNTIL FX-IDX > FX-TABLE-COUNT
              IF FX-DVZ(FX-IDX) = WS-LOOKUP-DVZ
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE FX-RATE(FX-IDX)    TO WS-LOOKUP-RATE
                 MOVE FX-EFFDATE(FX-IDX) TO WS-LOOKUP-EFFDATE
                 SET FX-IDX TO FX-TABLE-COUNT
              END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-LOOKUP-DVZ NOT = 949
              DISPLAY 'FX RATE NOT FOUND, DVZ: ' WS-LOOKUP-DVZ
                      ' - RATE 1 ASSUMED'
              MOVE 04 TO FXCV-RETURN-CODE
           END-IF.
       FIND-FX-RATE-EXIT. EXIT.
      *----
      * ROUND-TO-TARGET tutari kaynak kurla TRY'ye, hedef kurla
      * hedef dvz'e cevirir ve hedef dvz'in CURRREF ondalik
      * hanesine yuvarlar. Tasmada tutar sifir ve RC 08 doner.
      *----
       ROUND-TO-TARGET.
           PERFORM FIND-CURRENCY-DECS
           MOVE 'N' TO WS-SIZE-ERR-SW
           EVALUATE WS-TARGET-DECS
              WHEN 0
                 COMPUTE WS-AMOUNT-D0 ROUNDED =
                         FXCV-AMOUNT-IN * FXCV-FROM-RATE / WS-TO-RATE
                     ON SIZE ERROR
                         MOVE 'Y' TO WS-SIZE-ERR-SW
                 END-COMPUTE
                 MOVE WS-AMOUNT-D0 TO FXCV-AMOUNT-OUT
              WHEN 1
                 COMPUTE WS-AMOUNT-D1 ROUNDED =
                         FXCV-AMOUNT-IN * FXCV-FROM-RATE / WS-TO-RATE
                     ON SIZE ERROR
                         MOVE 'Y' TO WS-SIZE-ERR-SW
                 END-COMPUTE
                 MOVE WS-AMOUNT-D1 TO FXCV-AMOUNT-OUT
              WHEN 2
                 COMPUTE WS-AMOUNT-D2 ROUNDED =
                         FXCV-AMOUNT-IN * FXCV-FROM-RATE / WS-TO-RATE
                     ON SIZE ERROR
                         MOVE 'Y' TO WS-SIZE-ERR-SW
                 END-COMPUTE
                 MOVE WS-AMOUNT-D2 TO FXCV-AMOUNT-OUT
              WHEN OTHER
                 COMPUTE WS-AMOUNT-D3 ROUNDED =
                         FXCV-AMOUNT-IN * FXCV-FROM-RATE / WS-TO-RATE
                     ON SIZE ERROR
                         MOVE 'Y' TO WS-SIZE-ERR-SW
                 END-COMPUTE
                 MOVE WS-AMOUNT-D3 TO FXCV-AMOUNT-OUT
           END-EVALUATE
           IF WS-SIZE-ERROR
              MOVE ZERO TO FXCV-AMOUNT-OUT
              MOVE 08   TO FXCV-RETURN-CODE
           END-IF.
       ROUND-TO-TARGET-EXIT. EXIT.
      *----
      * FIND-CURRENCY-DECS hedef dvz'in ondalik hanesini bulur;
      * CURRREF'te olmayan dvz 2 ondalik kabul edilir (SORTREP6'daki
      * FIND-CURRENCY kurgusu).
      *----
       FIND-CURRENCY-DECS.
           MOVE 2 TO WS-TARGET-DECS
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > CUR-TABLE-COUNT
              IF CT-NUM(WS-SRCH-IDX) = WS-TARGET-DVZ
                 MOVE CT-DECS(WS-SRCH-IDX) TO WS-TARGET-DECS
                 MOVE CUR-TABLE-COUNT TO WS-SRCH-IDX
              END-IF
           END-PERFORM.
       FIND-CURRENCY-DECS-EXIT. EXIT.
