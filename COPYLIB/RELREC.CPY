      *----------------------------------------------------------
      * RELREC - musteri iliski/grup dosyasinin (RELFILE) kayit
      * duzenidir. XREFFILE bir ACCT-SEQ'i tek IDX-ID'ye baglar;
      * burada ise birden cok musteri numarasi (es, es, ortak
      * sirket...) tek bir hane ya da grup kimligi altinda
      * toplanir. Her uye bir kayittir.
      * Dosya REL-KEY (grup + musteri) ile INDEXED tutulur; ayni
      * musteri birden cok gruba girebilir (ornegin bir haneye
      * uye, baska bir grupta kefil). Musteriden gruba gitmek
      * icin REL-IDXID uzerinde tekrarli alternatif anahtar
      * vardir (online taraf RELPATH yolu ile okur).
      * RELMNT kayitlari ekler/degistirir/siler; GRPEXPO grup
      * riski raporunu, CUST360 grup uyelerini buradan okur.
      *----------------------------------------------------------
       01  REL-REC.
           05  REL-KEY.
               10  REL-GROUP-ID    PIC X(06).
               10  REL-IDXID       PIC 9(05).
      * REL-ROLE uyenin gruptaki rolu: 'P' ana musteri (grupta en
      * fazla bir tane), 'J' ortak hesap sahibi, 'G' kefil, 'C'
      * iliskili sirket.
           05  REL-ROLE            PIC X(01).
               88  REL-PRIMARY          VALUE 'P'.
               88  REL-JOINT            VALUE 'J'.
               88  REL-GUARANTOR        VALUE 'G'.
               88  REL-COMPANY          VALUE 'C'.
               88  REL-ROLE-VALID       VALUE 'P' 'J' 'G' 'C'.
      * REL-LINK-DATE uyenin gruba baglandigi gundur.
           05  REL-LINK-DATE       PIC 9(08).
      * REL-USER/REL-CHGDATE son degisikligi yapan kullanici ve
      * gunudur.
           05  REL-USER            PIC X(08).
           05  REL-CHGDATE         PIC 9(08).
           05  FILLER              PIC X(14).
