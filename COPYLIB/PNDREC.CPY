      *----------------------------------------------------------
      * PNDREC - online bekleyen degisiklik kuyrugunun (PNDCHG)
      * kayit duzenidir. IDXINQR PF5 ile girilen bakiye/isim
      * degisikligi master'a dogrudan yazilmaz; burada bekleyen
      * degisiklik olarak tutulur ve ancak baska bir operator
      * PNDAPPR ekraninda onaylarsa master guncellenip jurnale
      * yazilir (dort goz ilkesi).
      * Dosya PND-KEY (giris gunu + saati + terminal) ile INDEXED
      * tutulur; karar verilen kayit silinmez, durumu degisir ve
      * denetim izi olarak kalir.
      *   PND-STATUS 'P' -> onay bekliyor,
      *              'A' -> onaylandi, master guncellendi,
      *              'R' -> reddedildi,
      *              'E' -> sure doldu (PNDRPT sabah calismasi).
      * PND-BEFORE/PND-AFTER IDX-REC'in ham (paketli) oncesi/
      * sonrasi goruntusudur (JRNLREC duzeni); onayda master'in
      * PND-BEFORE ile ayni olmasi aranir, arada degismis kayit
      * onaylanamaz. Eski/yeni bakiye ve isim ekran ve rapor icin
      * ayrica acik tutulur.
      *----------------------------------------------------------
       01  PND-REC.
           05  PND-KEY.
               10  PND-DATE        PIC 9(08).
               10  PND-TIME        PIC 9(06).
               10  PND-TERMID      PIC X(04).
           05  PND-STATUS          PIC X(01).
               88  PND-PENDING          VALUE 'P'.
               88  PND-APPROVED         VALUE 'A'.
               88  PND-REJECTED         VALUE 'R'.
               88  PND-EXPIRED          VALUE 'E'.
           05  PND-IDX-ID          PIC 9(05).
           05  PND-IDX-DVZ         PIC 9(03).
      * PND-TUTAR-SW/PND-NAME-SW hangi alanin degistigini isaretler.
           05  PND-TUTAR-SW        PIC X(01).
               88  PND-TUTAR-CHANGE     VALUE 'Y'.
           05  PND-NAME-SW         PIC X(01).
               88  PND-NAME-CHANGE      VALUE 'Y'.
           05  PND-OLD-TUTAR       PIC S9(13)V99.
           05  PND-NEW-TUTAR       PIC S9(13)V99.
           05  PND-OLD-FULLN       PIC X(30).
           05  PND-NEW-FULLN       PIC X(30).
           05  PND-BEFORE          PIC X(47).
           05  PND-AFTER           PIC X(47).
      * PND-MAKER degisikligi giren, PND-CHECKER onaylayan/
      * reddeden operatordur; karar gunu ve saati ile birlikte.
           05  PND-MAKER           PIC X(08).
           05  PND-CHECKER         PIC X(08).
           05  PND-DEC-DATE        PIC 9(08).
           05  PND-DEC-TIME        PIC 9(06).
           05  FILLER              PIC X(17).
