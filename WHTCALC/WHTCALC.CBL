      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    WHTCALC.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * WHTCALC faiz stopaji hesap yardimcisidir (arayuz icin bkz.
      * WHTPARM.CPY). Faiz alacaklandiran programlar (ACCRPOST,
      * TDMATR) brut faizi, dvz'i, mevduat turunu ve valor gununu
      * verir; WHTCALC TAXRATES tablosundan (bkz. WHTRREC.CPY)
      * gecerli orani bulur ve vergi ile net faizi doner. Vergi
      * FEECALC'in ROUNDED / ON SIZE ERROR kurgusuyla hesaplanir.
      * Tablo ilk cagrida bellege yuklenir ve cagiran '9' ile
      * birakana kadar tutulur ki hesap basina cagri dosyayi her
      * seferinde okumasin (HOLDCHK kurgusu). Tablo okunamazsa her
      * cagriya RC 16 doner; cagiran stopajsiz faiz yazmaz.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHR-FILE   ASSIGN TO  TAXRATES
                             STATUS     WHR-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * WHR-FILE stopaj oran tablosudur (bkz. WHTRREC.CPY).
       FD  WHR-FILE RECORDING MODE F.
           COPY WHTRREC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 WHR-ST            PIC 9(02).
              88 WHR-EOF        VALUE 10.
              88 WHR-SUCCESS    VALUE 00 97.
      * WS-LOAD-SW tablonun durumunu cagrilar arasinda tasir:
      * 'N' henuz yuklenmedi, 'Y' yuklendi, 'D' yuklenemedi.
       01  WS-LOAD-SW           PIC X(01) VALUE 'N'.
           88 WS-TABLE-LOADED   VALUE 'Y'.
           88 WS-TABLE-DEAD     VALUE 'D'.
      *----
      * WHT-TABLE TAXRATES'ten yuklenen dvz/tur/yururluk oranlari.
      *----
       01  WHT-TABLE-COUNT      PIC 9(03) VALUE ZERO.
       01  WHT-TABLE.
           05 WTR-ENTRY OCCURS 300 TIMES INDEXED BY WTR-IDX.
              10 WTR-DVZ        PIC 9(03).
              10 WTR-DEPTYPE    PIC X(01).
              10 WTR-EFFDATE    PIC 9(08).
              10 WTR-RATE       PIC 9V9(04).
       01  WS-SRCH-IDX          PIC 9(03).
       01  WS-BEST-DATE         PIC 9(08).
       01  WS-RATE-SW           PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND     VALUE 'Y'.
       LINKAGE SECTION.
           COPY WHTPARM.
      *------------------------------
        PROCEDURE DIVISION USING WHTC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00   TO WHTC-RETURN-CODE
           EVALUATE TRUE
              WHEN WHTC-FN-CALC
                 MOVE ZERO       TO WHTC-RATE WHTC-TAX
                 MOVE WHTC-GROSS TO WHTC-NET
                 PERFORM LOAD-TAX-RATES
                 IF WS-TABLE-LOADED
                    PERFORM CALCULATE-WITHHOLDING
                 ELSE
                    MOVE ZERO TO WHTC-NET
                    MOVE 16   TO WHTC-RETURN-CODE
                 END-IF
              WHEN WHTC-FN-CLOSE
                 MOVE ZERO TO WHT-TABLE-COUNT
                 MOVE 'N'  TO WS-LOAD-SW
              WHEN OTHER
                 DISPLAY 'WHTCALC UNKNOWN FUNCTION: ' WHTC-FUNCTION
                 MOVE 16 TO WHTC-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-TAX-RATES tabloyu ilk cagrida yukler. Dosya acilamazsa
      * ya da okunamazsa durum bir kez bildirilir ve tablo
      * kullanilamaz isaretlenir.
      *----
       LOAD-TAX-RATES.
           IF WS-LOAD-SW = 'N'
              OPEN INPUT WHR-FILE
              IF NOT WHR-SUCCESS
                 DISPLAY 'TAXRATES CANNOT OPEN, WHR-ST: ' WHR-ST
                 MOVE 'D' TO WS-LOAD-SW
              ELSE
                 MOVE 'Y' TO WS-LOAD-SW
                 PERFORM READ-WHR-RECORD
                 PERFORM UNTIL WHR-EOF OR WS-TABLE-DEAD
                    PERFORM STORE-TAX-RATE
                    PERFORM READ-WHR-RECORD
                 END-PERFORM
                 CLOSE WHR-FILE
              END-IF
           END-IF.
       LOAD-TAX-RATES-EXIT. EXIT.
      *----
       READ-WHR-RECORD.
           READ WHR-FILE
           IF NOT WHR-SUCCESS AND NOT WHR-EOF
              DISPLAY 'TAXRATES READ ERROR, WHR-ST: ' WHR-ST
              MOVE 'D' TO WS-LOAD-SW
           END-IF.
       READ-WHR-RECORD-EXIT. EXIT.
      *----
      * STORE-TAX-RATE bir oran satirini tabloya ekler; tablo
      * dolarsa eksik tabloyla hesap yapilmaz (kapali-durumda-
      * guvenli).
      *----
       STORE-TAX-RATE.
           IF WHT-TABLE-COUNT >= 300
              DISPLAY 'TAX RATE TABLE CAPACITY EXCEEDED'
              MOVE 'D' TO WS-LOAD-SW
           ELSE
              ADD 1 TO WHT-TABLE-COUNT
              SET WTR-IDX TO WHT-TABLE-COUNT
              MOVE WHR-DVZ     TO WTR-DVZ(WTR-IDX)
              MOVE WHR-DEPTYPE TO WTR-DEPTYPE(WTR-IDX)
              MOVE WHR-EFFDATE TO WTR-EFFDATE(WTR-IDX)
              MOVE WHR-RATE    TO WTR-RATE(WTR-IDX)
           END-IF.
       STORE-TAX-RATE-EXIT. EXIT.
      *----
      * CALCULATE-WITHHOLDING dvz ve tur icin valor gununde
      * yururlukte olan en yeni orani bulur, vergiyi yuvarlayarak
      * hesaplar ve net faizi doner.
      *----
       CALCULATE-WITHHOLDING.
           MOVE 'N'  TO WS-RATE-SW
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                     UNTIL WS-SRCH-IDX > WHT-TABLE-COUNT
              IF WTR-DVZ(WS-SRCH-IDX) = WHTC-DVZ
                 AND WTR-DEPTYPE(WS-SRCH-IDX) = WHTC-DEPTYPE
                 AND WTR-EFFDATE(WS-SRCH-IDX) <= WHTC-DATE
                 AND WTR-EFFDATE(WS-SRCH-IDX) >= WS-BEST-DATE
                 MOVE 'Y' TO WS-RATE-SW
                 MOVE WTR-EFFDATE(WS-SRCH-IDX) TO WS-BEST-DATE
                 MOVE WTR-RATE(WS-SRCH-IDX)    TO WHTC-RATE
              END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
              MOVE 04 TO WHTC-RETURN-CODE
           ELSE
              COMPUTE WHTC-TAX ROUNDED = WHTC-GROSS * WHTC-RATE
                  ON SIZE ERROR
                      MOVE 08 TO WHTC-RETURN-CODE
              END-COMPUTE
              IF WHTC-RC-OVERFLOW
                 MOVE ZERO TO WHTC-TAX WHTC-NET
              ELSE
                 COMPUTE WHTC-NET = WHTC-GROSS - WHTC-TAX
              END-IF
           END-IF.
       CALCULATE-WITHHOLDING-EXIT. EXIT.
