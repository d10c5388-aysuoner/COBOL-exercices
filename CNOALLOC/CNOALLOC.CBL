      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CNOALLOC.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CNOALLOC musteri numarasinin (IDX-ID) merkezi tahsis ve
      * kontrol hanesi yardimcisidir (arayuz icin bkz. CNOPARM.CPY;
      * HOLDCHK kurgusu). Numara dort haneli taban + bir Luhn
      * kontrol hanesidir. Aralik ve siradaki taban aralik kontrol
      * dosyasinda (CNORANGE, bkz. CNORREC.CPY) tutulur.
      *   '1' siradaki tabani kontrol hanesiyle numaraya cevirir;
      *       numara canli master'da (IDXFILE) ya da arsiv
      *       katalogunda (ARCCATLG) varsa atlanir ve bir sonraki
      *       taban denenir. Verilen her numara kontrol kaydina
      *       hemen yazilir (REWRITE) ki yarida kesilen bir
      *       calistirma ayni numarayi ikinci kez vermesin.
      *   '2' numaranin kontrol hanesini dogrular; aralik altindaki
      *       eski numaralar kontrolsuz kabul edilir ('L').
      * Master ve katalog ilk '1' cagrisinda acilir ve cagiran '9'
      * ile kapatana kadar acik kalir; aralik degerleri ilk
      * cagrida kontrol dosyasindan okunur.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNR-FILE   ASSIGN TO  CNORANGE
                             STATUS     CNR-ST.
           SELECT IDX-FILE   ASSIGN TO  IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY IDX-KEY
                             ALTERNATE RECORD KEY IDX-FULLN
                                        WITH DUPLICATES
                             STATUS     IDX-ST.
           SELECT OPTIONAL CAT-FILE ASSIGN TO  ARCCATLG
                             ORGANIZATION INDEXED
                             ACCESS     DYNAMIC
                             RECORD KEY CAT-KEY
                             STATUS     CAT-ST.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       FILE SECTION.
      * CNR-FILE musteri numarasi aralik kontrol dosyasidir (bkz.
      * CNORREC.CPY).
       FD  CNR-FILE RECORDING MODE F.
           COPY CNORREC.
      *****
      * IDX-FILE musteri bakiye master'idir (bkz. IDXREC.CPY).
       FD  IDX-FILE.
           COPY IDXREC.
      *****
      * CAT-FILE arsiv katalogudur (bkz. ARCCATRC.CPY).
       FD  CAT-FILE.
           COPY ARCCATRC.
      *****
       WORKING-STORAGE SECTION.
       01  FILE-FLAGS.
           05 CNR-ST            PIC 9(02).
              88 CNR-SUCCESS    VALUE 00 97.
           05 IDX-ST            PIC 9(02).
              88 IDX-EOF        VALUE 10.
              88 IDX-SUCCESS    VALUE 00 97.
           05 CAT-ST            PIC 9(02).
              88 CAT-EOF        VALUE 10.
              88 CAT-SUCCESS    VALUE 00 05 97.
      * WS-RANGE-SW aralik degerlerinin cagrilar arasindaki halidir:
      * 'N' henuz okunmadi, 'Y' okundu, 'X' dosya yok (kurulmamis),
      * 'D' okunamadi.
       01  WS-RANGE-SW          PIC X(01) VALUE 'N'.
           88 WS-RANGE-LOADED   VALUE 'Y'.
           88 WS-RANGE-MISSING  VALUE 'X'.
       01  WS-RANGE-LOW         PIC 9(04) VALUE ZERO.
       01  WS-RANGE-HIGH        PIC 9(04) VALUE ZERO.
      * WS-LOOKUP-SW master/katalog dosyalarinin halidir: 'N' henuz
      * acilmadi, 'Y' acik, 'D' acilamadi. Katalog henuz hic
      * kurulmamissa (OPTIONAL, durum 05) arsivde numara yok
      * sayilir.
       01  WS-LOOKUP-SW         PIC X(01) VALUE 'N'.
           88 WS-LOOKUP-OPEN    VALUE 'Y'.
       01  WS-CAT-SW            PIC X(01) VALUE 'N'.
           88 WS-CAT-PRESENT    VALUE 'Y'.
       01  WS-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01  WS-IN-USE-SW         PIC X(01) VALUE 'N'.
           88 WS-IN-USE         VALUE 'Y'.
      *----
      * WS-CD-ID kontrol hanesi hesabinda numaranin taban ve
      * kontrol hanesi gorunumudur.
      *----
       01  WS-CD-ID             PIC 9(05).
       01  WS-CD-ID-PARTS REDEFINES WS-CD-ID.
           05 WS-CD-BASE        PIC 9(04).
           05 WS-CD-BASE-DIGITS REDEFINES WS-CD-BASE.
              10 WS-CD-DIGIT    PIC 9(01) OCCURS 4 TIMES.
           05 WS-CD-CHECK       PIC 9(01).
       01  WS-CD-EXPECTED       PIC 9(01).
       01  WS-CD-SUM            PIC 9(03).
       01  WS-CD-DOUBLE         PIC 9(02).
       01  WS-CD-QUOT           PIC 9(03).
       01  WS-CD-REM            PIC 9(01).
       01  WS-RANGE-FIRST-ID    PIC 9(05).
       01  WS-RANGE-LAST-ID     PIC 9(05).
       LINKAGE SECTION.
           COPY CNOPARM.
      *------------------------------
        PROCEDURE DIVISION USING CNOC-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO CNOC-RETURN-CODE
           EVALUATE TRUE
              WHEN CNOC-FN-ALLOCATE
                 MOVE ZERO TO CNOC-IDXID CNOC-SKIP-COUNT
                 PERFORM ALLOCATE-NUMBER
              WHEN CNOC-FN-VALIDATE
                 PERFORM LOAD-RANGE
                 EVALUATE TRUE
                    WHEN WS-RANGE-LOADED
                       PERFORM VALIDATE-NUMBER
                    WHEN WS-RANGE-MISSING
                       MOVE 'L' TO CNOC-CHECK-SW
                       MOVE 04  TO CNOC-RETURN-CODE
                    WHEN OTHER
                       MOVE 'N' TO CNOC-CHECK-SW
                       MOVE 16  TO CNOC-RETURN-CODE
                 END-EVALUATE
              WHEN CNOC-FN-CLOSE
                 IF WS-LOOKUP-OPEN
                    CLOSE IDX-FILE
                    IF WS-CAT-PRESENT
                       CLOSE CAT-FILE
                    END-IF
                 END-IF
                 MOVE 'N' TO WS-LOOKUP-SW WS-CAT-SW WS-RANGE-SW
              WHEN OTHER
                 DISPLAY 'CNOALLOC UNKNOWN FUNCTION: ' CNOC-FUNCTION
                 MOVE 16 TO CNOC-RETURN-CODE
           END-EVALUATE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * LOAD-RANGE aralik degerlerini ilk cagrida kontrol
      * dosyasindan okur. Dosya hic kurulmamissa (durum 35) durum
      * bir kez bildirilir.
      *----
       LOAD-RANGE.
           IF WS-RANGE-SW = 'N'
              OPEN INPUT CNR-FILE
              EVALUATE TRUE
                 WHEN CNR-SUCCESS
                    READ CNR-FILE
                    IF CNR-SUCCESS
                       PERFORM STORE-RANGE
                    ELSE
                       DISPLAY 'CNORANGE READ ERROR, CNR-ST: ' CNR-ST
                       MOVE 'D' TO WS-RANGE-SW
                    END-IF
                    CLOSE CNR-FILE
                 WHEN CNR-ST = 35
                    DISPLAY 'CNORANGE NOT DEFINED, CHECK DIGIT NOT '
                            'ENFORCED'
                    MOVE 'X' TO WS-RANGE-SW
                 WHEN OTHER
                    DISPLAY 'CNORANGE CANNOT OPEN, CNR-ST: ' CNR-ST
                    MOVE 'D' TO WS-RANGE-SW
              END-EVALUATE
           END-IF.
       LOAD-RANGE-EXIT. EXIT.
      *----
       STORE-RANGE.
           MOVE 'Y'            TO WS-RANGE-SW
           MOVE CNR-RANGE-LOW  TO WS-RANGE-LOW
           MOVE CNR-RANGE-HIGH TO WS-RANGE-HIGH
           COMPUTE WS-RANGE-FIRST-ID = WS-RANGE-LOW * 10
           COMPUTE WS-RANGE-LAST-ID  = WS-RANGE-HIGH * 10 + 9.
       STORE-RANGE-EXIT. EXIT.
      *----
      * VALIDATE-NUMBER aralik icindeki numaranin son hanesini
      * tabandan hesaplanan kontrol hanesiyle karsilastirir.
      *----
       VALIDATE-NUMBER.
           IF CNOC-IDXID < WS-RANGE-FIRST-ID OR
              CNOC-IDXID > WS-RANGE-LAST-ID
              MOVE 'L' TO CNOC-CHECK-SW
           ELSE
              MOVE CNOC-IDXID TO WS-CD-ID
              PERFORM COMPUTE-CHECK-DIGIT
              IF WS-CD-CHECK = WS-CD-EXPECTED
                 MOVE 'Y' TO CNOC-CHECK-SW
              ELSE
                 MOVE 'N' TO CNOC-CHECK-SW
              END-IF
           END-IF.
       VALIDATE-NUMBER-EXIT. EXIT.
      *----
      * COMPUTE-CHECK-DIGIT WS-CD-BASE icin Luhn kontrol hanesini
      * hesaplar: kontrol hanesinin hemen solundaki haneden
      * baslayarak birer atlayarak haneler ikiye katlanir (9'u
      * gecen sonuctan 9 cikarilir), toplam 10'un katina
      * tamamlanir. Tek hane hatalarini ve yan yana hane
      * yer degisikliklerinin hemen hepsini yakalar.
      *----
       COMPUTE-CHECK-DIGIT.
           MOVE WS-CD-DIGIT(1) TO WS-CD-SUM
           ADD  WS-CD-DIGIT(3) TO WS-CD-SUM
           COMPUTE WS-CD-DOUBLE = WS-CD-DIGIT(2) * 2
           IF WS-CD-DOUBLE > 9
              SUBTRACT 9 FROM WS-CD-DOUBLE
           END-IF
           ADD WS-CD-DOUBLE TO WS-CD-SUM
           COMPUTE WS-CD-DOUBLE = WS-CD-DIGIT(4) * 2
           IF WS-CD-DOUBLE > 9
              SUBTRACT 9 FROM WS-CD-DOUBLE
           END-IF
           ADD WS-CD-DOUBLE TO WS-CD-SUM
           DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOT
                  REMAINDER WS-CD-REM
           IF WS-CD-REM = ZERO
              MOVE ZERO TO WS-CD-EXPECTED
           ELSE
              COMPUTE WS-CD-EXPECTED = 10 - WS-CD-REM
           END-IF.
       COMPUTE-CHECK-DIGIT-EXIT. EXIT.
      *----
      * ALLOCATE-NUMBER kontrol kaydini guncelleme icin okur,
      * siradaki bos numarayi bulur ve kaydi geri yazar. Kayit
      * her tahsiste ayrica acilip kapatilir; bir sonraki cagri
      * guncel degerle baslar.
      *----
       ALLOCATE-NUMBER.
           PERFORM OPEN-LOOKUP-FILES
           IF WS-LOOKUP-OPEN
              OPEN I-O CNR-FILE
              EVALUATE TRUE
                 WHEN CNR-SUCCESS
                    READ CNR-FILE
                    IF CNR-SUCCESS
                       PERFORM STORE-RANGE
                       PERFORM FIND-FREE-NUMBER
                    ELSE
                       DISPLAY 'CNORANGE READ ERROR, CNR-ST: ' CNR-ST
                       MOVE 16 TO CNOC-RETURN-CODE
                    END-IF
                    CLOSE CNR-FILE
                 WHEN CNR-ST = 35
                    DISPLAY 'CNORANGE NOT DEFINED, NO NUMBER '
                            'ALLOCATED'
                    MOVE 04 TO CNOC-RETURN-CODE
                 WHEN OTHER
                    DISPLAY 'CNORANGE CANNOT OPEN, CNR-ST: ' CNR-ST
                    MOVE 16 TO CNOC-RETURN-CODE
              END-EVALUATE
           ELSE
              MOVE 16 TO CNOC-RETURN-CODE
           END-IF.
       ALLOCATE-NUMBER-EXIT. EXIT.
      *----
      * FIND-FREE-NUMBER siradaki tabandan baslayarak master'da ve
      * katalogda olmayan ilk numarayi arar. Atlanan her numara
      * kontrol kaydinda sayilir; aralik sonuna gelinirse RC 08.
      *----
       FIND-FREE-NUMBER.
           MOVE 'N' TO WS-FOUND-SW
           IF CNR-NEXT-BASE < CNR-RANGE-LOW
              MOVE CNR-RANGE-LOW TO CNR-NEXT-BASE
           END-IF
           PERFORM UNTIL WS-FOUND OR NOT CNOC-RC-OK
              IF CNR-NEXT-BASE > CNR-RANGE-HIGH
                 DISPLAY 'CUSTOMER NUMBER RANGE EXHAUSTED: '
                         CNR-RANGE-LOW '-' CNR-RANGE-HIGH
                 MOVE 08 TO CNOC-RETURN-CODE
              ELSE
                 MOVE CNR-NEXT-BASE TO WS-CD-BASE
                 PERFORM COMPUTE-CHECK-DIGIT
                 MOVE WS-CD-EXPECTED TO WS-CD-CHECK
                 PERFORM CHECK-NUMBER-IN-USE
                 IF CNOC-RC-OK
                    ADD 1 TO CNR-NEXT-BASE
                    IF WS-IN-USE
                       ADD 1 TO CNR-SKIP-COUNT CNOC-SKIP-COUNT
                    ELSE
                       MOVE 'Y' TO WS-FOUND-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FOUND
              ADD 1 TO CNR-ALLOC-COUNT
              MOVE WS-CD-ID  TO CNR-LAST-IDXID CNOC-IDXID
              MOVE CNOC-DATE TO CNR-LAST-DATE
              MOVE CNOC-USER TO CNR-LAST-USER
           END-IF
           IF WS-FOUND OR CNOC-SKIP-COUNT > ZERO
              REWRITE CNR-REC
              IF NOT CNR-SUCCESS
                 DISPLAY 'CNORANGE REWRITE ERROR, CNR-ST: ' CNR-ST
                 MOVE ZERO TO CNOC-IDXID
                 MOVE 16   TO CNOC-RETURN-CODE
              END-IF
           END-IF.
       FIND-FREE-NUMBER-EXIT. EXIT.
      *----
      * CHECK-NUMBER-IN-USE numaranin herhangi bir dvz ile
      * master'da ya da katalogda bulunup bulunmadigina bakar:
      * anahtar (numara + dvz 000) ile START edilir ve ilk kaydin
      * numarasi karsilastirilir.
      *----
       CHECK-NUMBER-IN-USE.
           MOVE 'N'      TO WS-IN-USE-SW
           MOVE WS-CD-ID TO IDX-ID
           MOVE ZERO     TO IDX-DVZ
           START IDX-FILE KEY IS >= IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM READ-NEXT-MASTER
           END-START
           IF NOT IDX-SUCCESS AND NOT IDX-EOF AND IDX-ST NOT = 23
              DISPLAY 'IDXFILE READ ERROR, IDX-ST: ' IDX-ST
              MOVE 16 TO CNOC-RETURN-CODE
           END-IF
           IF WS-CAT-PRESENT AND NOT WS-IN-USE AND CNOC-RC-OK
              MOVE WS-CD-ID TO CAT-ID
              MOVE ZERO     TO CAT-DVZ
              START CAT-FILE KEY IS >= CAT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM READ-NEXT-CATALOG
              END-START
              IF NOT CAT-SUCCESS AND NOT CAT-EOF AND CAT-ST NOT = 23
                 DISPLAY 'ARCCATLG READ ERROR, CAT-ST: ' CAT-ST
                 MOVE 16 TO CNOC-RETURN-CODE
              END-IF
           END-IF.
       CHECK-NUMBER-IN-USE-EXIT. EXIT.
      *----
       READ-NEXT-MASTER.
           READ IDX-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF IDX-ID = WS-CD-ID
                    MOVE 'Y' TO WS-IN-USE-SW
                 END-IF
           END-READ.
       READ-NEXT-MASTER-EXIT. EXIT.
      *----
       READ-NEXT-CATALOG.
           READ CAT-FILE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 IF CAT-ID = WS-CD-ID
                    MOVE 'Y' TO WS-IN-USE-SW
                 END-IF
           END-READ.
       READ-NEXT-CATALOG-EXIT. EXIT.
      *----
      * OPEN-LOOKUP-FILES master'i ve katalogu ilk tahsiste INPUT
      * acar. Master acilamazsa numara verilmez; katalog henuz
      * kurulmamissa arsivde numara yok sayilir.
      *----
       OPEN-LOOKUP-FILES.
           IF WS-LOOKUP-SW = 'N'
              MOVE 'D' TO WS-LOOKUP-SW
              OPEN INPUT IDX-FILE
              IF NOT IDX-SUCCESS
                 DISPLAY 'IDXFILE CANNOT OPEN, IDX-ST: ' IDX-ST
              ELSE
                 OPEN INPUT CAT-FILE
                 EVALUATE TRUE
                    WHEN CAT-ST = 05
                       CLOSE CAT-FILE
                       MOVE 'Y' TO WS-LOOKUP-SW
                    WHEN CAT-SUCCESS
                       MOVE 'Y' TO WS-LOOKUP-SW WS-CAT-SW
                    WHEN OTHER
                       DISPLAY 'ARCCATLG CANNOT OPEN, CAT-ST: ' CAT-ST
                       CLOSE IDX-FILE
                 END-EVALUATE
              END-IF
           END-IF.
       OPEN-LOOKUP-FILES-EXIT. EXIT.
