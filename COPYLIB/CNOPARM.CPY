      *----------------------------------------------------------
      * CNOPARM - CNOALLOC musteri numarasi tahsis/kontrol
      * yardimcisinin CALL arayuzunde kullanilan parametre
      * blogudur. Yeni musteri acan program (ACCTMNT 'A') bos
      * IDX-ID icin numarayi buradan alir; musteri numarasi kabul
      * eden programlar (MAINTEDT, ACCTMNT, SORTREP6 zarf
      * dogrulamasi) kontrol hanesini buradan dogrulatir.
      *
      * CNOC-FUNCTION degerleri:
      *   '1' -> siradaki bos numarayi kontrol hanesiyle tahsis et.
      *          Canli master'da (IDXFILE) ya da arsiv katalogunda
      *          (ARCCATLG) bulunan numara hicbir zaman yeniden
      *          verilmez, atlanir.
      *          Girdi : CNOC-DATE, CNOC-USER
      *          Cikti : CNOC-IDXID, CNOC-SKIP-COUNT,
      *                  CNOC-RETURN-CODE
      *   '2' -> numaranin kontrol hanesini dogrula.
      *          Girdi : CNOC-IDXID
      *          Cikti : CNOC-CHECK-SW, CNOC-RETURN-CODE
      *   '9' -> dosyalari kapat (calistirma sonunda).
      * CNOC-CHECK-SW:
      *   'Y' numara aralik icinde ve kontrol hanesi dogru,
      *   'L' numara aralik altinda (eski numara, kontrol yok),
      *   'N' numara aralik icinde ve kontrol hanesi yanlis.
      * CNOC-RETURN-CODE:
      *   00 tamam,
      *   04 aralik kontrol dosyasi henuz kurulmamis; '2' her
      *      numarayi eski numara ('L') sayar, '1' numara veremez,
      *   08 aralik tukendi, numara verilemedi,
      *   16 kontrol dosyasi, master ya da katalog okunamadi/
      *      yazilamadi.
      *----------------------------------------------------------
       01  CNOC-PARM.
           05  CNOC-FUNCTION       PIC X(01).
               88  CNOC-FN-ALLOCATE     VALUE '1'.
               88  CNOC-FN-VALIDATE     VALUE '2'.
               88  CNOC-FN-CLOSE        VALUE '9'.
           05  CNOC-IDXID          PIC 9(05).
           05  CNOC-DATE           PIC 9(08).
           05  CNOC-USER           PIC X(08).
           05  CNOC-CHECK-SW       PIC X(01).
               88  CNOC-ID-VALID        VALUE 'Y' 'L'.
               88  CNOC-ID-LEGACY       VALUE 'L'.
               88  CNOC-ID-INVALID      VALUE 'N'.
           05  CNOC-SKIP-COUNT     PIC 9(05).
           05  CNOC-RETURN-CODE    PIC 9(02).
               88  CNOC-RC-OK           VALUE 00.
               88  CNOC-RC-NO-RANGE     VALUE 04.
               88  CNOC-RC-EXHAUSTED    VALUE 08.
               88  CNOC-RC-FILE-ERROR   VALUE 16.
