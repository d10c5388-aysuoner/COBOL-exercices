      *----------------------------------------------------------
      * REFJREC - referans dosyalari degisiklik jurnalinin (REFJRN)
      * kayit duzenidir. IDX-FILE'in bakim jurnali (JRNFILE) gibi,
      * hesap master'ini (ACCTREC, ACCTMNT) ve capraz referans
      * dosyasini (XREFFILE, XREFMNT) guncelleyen programlar
      * uyguladiklari her basarili degisiklik icin bu duzende bir
      * satir ekler; CDCFEED gece veri ambari beslemesini bu
      * dosyadan da uretir.
      *   REFJ-SEQ    -> calismalar arasinda kesintisiz artar;
      *                  yazan program son sirayi dosyayi sonuna
      *                  kadar okuyarak bulur (iki yazan program
      *                  ayni pencerede ardisik adimlardir),
      *   REFJ-FILE-ID -> 'A' ACCTREC, 'X' XREFFILE,
      *   REFJ-FUNC   -> 'A' ekleme, 'C' degisim, 'D' silme,
      *   REFJ-KEY    -> ACCT-SEQ (iki dosyanin ortak anahtari),
      *   REFJ-BEFORE/REFJ-AFTER -> kaydin islem oncesi/sonrasi
      *                  ham goruntusu (ACCTREC 50, XREFFILE 20
      *                  byte, kalan bosluk); eklemede oncesi,
      *                  silmede sonrasi yoktur ve ilgili switch 'N'
      *                  tasir,
      *   REFJ-USER   -> degisikligi yapan kullanici ya da
      *                  operatorsuz batch adiminda program adi.
      *----------------------------------------------------------
       01  REFJ-REC.
           05  REFJ-DATE       PIC 9(08).
           05  REFJ-TIME       PIC 9(06).
           05  REFJ-SEQ        PIC 9(07).
           05  REFJ-FILE-ID    PIC X(01).
               88  REFJ-ACCT        VALUE 'A'.
               88  REFJ-XREF        VALUE 'X'.
           05  REFJ-FUNC       PIC X(01).
           05  REFJ-BEF-SW     PIC X(01).
               88  REFJ-HAS-BEFORE  VALUE 'Y'.
           05  REFJ-AFT-SW     PIC X(01).
               88  REFJ-HAS-AFTER   VALUE 'Y'.
           05  REFJ-KEY        PIC X(04).
           05  REFJ-BEFORE     PIC X(50).
           05  REFJ-AFTER      PIC X(50).
           05  REFJ-USER       PIC X(08).
           05  FILLER          PIC X(11).
