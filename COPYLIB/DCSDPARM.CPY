      *----------------------------------------------------------
      * DCSDPARM - DCSDCHK vefat durumu sorgu yardimcisinin CALL
      * arayuzunde kullanilan parametre blogudur. Musteriye
      * uyari, ucret ya da ekstre ureten batch programlar
      * (BDAYCALC, AGEBAND, FEECALC, STMTGEN) kisinin verilen
      * gunde vefat etmis olup olmadigini buradan ogrenir.
      *
      * DCSC-FUNCTION degerleri:
      *   '1' -> ACCT-SEQ ile sorgu.
      *          Girdi : DCSC-SEQ, DCSC-DATE
      *   '2' -> musteri numarasi (IDX-ID) ile sorgu; kisi capraz
      *          referans (XREFFILE) uzerinden bulunur. Musteriye
      *          bagli kisilerden biri vefat etmisse musteri
      *          vefat etmis sayilir.
      *          Girdi : DCSC-IDXID, DCSC-DATE
      *          Cikti (her ikisi): DCSC-DECEASED-SW ve bulunursa
      *                  DCSC-SEQ, tarihler, ekstre talimati,
      *                  tereke adresi, DCSC-RETURN-CODE
      *   '9' -> dosyalari kapat (calistirma sonunda).
      * Olum tarihi DCSC-DATE'ten sonra olan kayit dikkate alinmaz.
      * DCSDFILE ilk cagrida acilir ve '9' gelene kadar acik kalir;
      * '2' icin kisi->musteri eslemesi ilk cagrida tabloya alinir.
      * DCSC-RETURN-CODE:
      *   00 tamam,
      *   04 durum dosyasi henuz kurulmamis (vefat yok sayilir),
      *   16 durum dosyasi ya da capraz referans okunamadi; vefat
      *      yok sayilir, cagiran durumu raporlar ve RC 04 ile
      *      biter.
      *----------------------------------------------------------
       01  DCSC-PARM.
           05  DCSC-FUNCTION       PIC X(01).
               88  DCSC-FN-BY-SEQ       VALUE '1'.
               88  DCSC-FN-BY-ID        VALUE '2'.
               88  DCSC-FN-CLOSE        VALUE '9'.
           05  DCSC-SEQ            PIC X(04).
           05  DCSC-IDXID          PIC 9(05).
           05  DCSC-DATE           PIC 9(08).
           05  DCSC-DECEASED-SW    PIC X(01).
               88  DCSC-DECEASED        VALUE 'Y'.
           05  DCSC-STATUS         PIC X(01).
               88  DCSC-ESTATE-CLOSED   VALUE 'C'.
           05  DCSC-DEATH-DATE     PIC 9(08).
           05  DCSC-NOTIFY-DATE    PIC 9(08).
           05  DCSC-STMT-ACTION    PIC X(01).
               88  DCSC-STMT-ESTATE     VALUE 'E'.
               88  DCSC-STMT-SUPPRESS   VALUE 'S'.
           05  DCSC-ESTATE-NAME    PIC X(30).
           05  DCSC-ESTATE-ADDR1   PIC X(30).
           05  DCSC-ESTATE-ADDR2   PIC X(30).
           05  DCSC-ESTATE-CITY    PIC X(15).
           05  DCSC-RETURN-CODE    PIC 9(02).
               88  DCSC-RC-OK           VALUE 00 04.
               88  DCSC-RC-NO-FILE      VALUE 04.
               88  DCSC-RC-FILE-ERROR   VALUE 16.
