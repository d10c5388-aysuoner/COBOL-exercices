      *------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------
       PROGRAM-ID.    CHAINRTN.
       AUTHOR.        AYSU ONER.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *------------------------------
      * CHAINRTN JRNFILE/AUDITLOG zincir ozetinin hesaplayicisidir
      * (arayuz icin bkz. CHNPARM.CPY). CHN-HASH'teki bir onceki
      * satirin ozeti ile CHN-DATA'daki satir iceriginden yeni
      * ozeti hesaplar ve CHN-HASH'e koyar. Dosyaya dokunmaz;
      * batch yazanlar, online PNDAPPR ve CHAINCHK dogrulamasi
      * ayni hesabi buradan kullanir.
      * Ozet iki ayri asal modulde yuruyen iki 8 haneli toplamdir;
      * her byte'in sira degeri ve konumu ikisine de girer, ikinci
      * toplam birinciyi de karistirir. Tek bir byte'in degismesi,
      * yer degistirmesi ya da bir satirin silinmesi sonraki tum
      * ozetleri degistirir.
      *------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------
        DATA DIVISION.
      *------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SUM-1             PIC 9(08).
       01  WS-SUM-2             PIC 9(08).
       01  WS-WORK              PIC 9(12).
       01  WS-BYTE-VAL          PIC 9(03).
       01  WS-POS               PIC 9(03).
       01  WS-MOD-1             PIC 9(08) VALUE 99999989.
       01  WS-MOD-2             PIC 9(08) VALUE 99999971.
       01  WS-NEW-HASH.
           05 WS-NEW-SUM-1      PIC 9(08).
           05 WS-NEW-SUM-2      PIC 9(08).
       LINKAGE SECTION.
           COPY CHNPARM.
      *------------------------------
        PROCEDURE DIVISION USING CHN-PARM.
      *------------------------------
       PROGRAM-CONTROL.
           MOVE 00 TO CHN-RETURN-CODE
           IF CHN-HASH(1:8) IS NUMERIC
              MOVE CHN-HASH(1:8) TO WS-SUM-1
           ELSE
              MOVE ZERO TO WS-SUM-1
           END-IF
           IF CHN-HASH(9:8) IS NUMERIC
              MOVE CHN-HASH(9:8) TO WS-SUM-2
           ELSE
              MOVE ZERO TO WS-SUM-2
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > LENGTH OF CHN-DATA
              PERFORM ADD-ONE-BYTE
           END-PERFORM
           MOVE WS-SUM-1 TO WS-NEW-SUM-1
           MOVE WS-SUM-2 TO WS-NEW-SUM-2
           MOVE WS-NEW-HASH TO CHN-HASH
           MOVE CHN-CALLER-RC TO RETURN-CODE
           GOBACK.
       PROGRAM-CONTROL-END. EXIT.
      *----
      * ADD-ONE-BYTE bir byte'i iki toplama katar.
      *----
       ADD-ONE-BYTE.
           COMPUTE WS-BYTE-VAL = FUNCTION ORD(CHN-DATA(WS-POS:1))
           COMPUTE WS-WORK = WS-SUM-1 * 251 + WS-BYTE-VAL + WS-POS
           COMPUTE WS-SUM-1 = FUNCTION MOD(WS-WORK, WS-MOD-1)
           COMPUTE WS-WORK = WS-SUM-2 * 241 + WS-BYTE-VAL * 31
                           + WS-SUM-1
           COMPUTE WS-SUM-2 = FUNCTION MOD(WS-WORK, WS-MOD-2).
       ADD-ONE-BYTE-EXIT. EXIT.
