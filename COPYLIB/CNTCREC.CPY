      *----------------------------------------------------------
      * CNTCREC - musteri iletisim master'inin (CONTFILE) kayit
      * duzenidir. Kisiye (ACCT-SEQ, BDAYCALC hesap sira numarasi)
      * SMS, e-posta ya da posta ile ulasmak icin gereken bilgiler
      * burada tutulur; dosya CNT-SEQ ile INDEXED'dir, kisi basina
      * en fazla bir kayit vardir. CNTCMNT kayitlari ekler/
      * degistirir/siler; NOTIFGEN gece bildirim adiminda kanal
      * secimi ve izin kontrolu icin okur.
      *----------------------------------------------------------
       01  CNT-REC.
           05  CNT-SEQ         PIC X(04).
      * CNT-MOBILE ulke koduyla birlikte yalniz rakam tasir
      * (orn. 905321234567), bosluk = cep telefonu yok.
           05  CNT-MOBILE      PIC X(15).
           05  CNT-EMAIL       PIC X(50).
           05  CNT-ADDR1       PIC X(30).
           05  CNT-ADDR2       PIC X(30).
           05  CNT-CITY        PIC X(15).
           05  CNT-POSTCODE    PIC X(05).
      * CNT-PREF-CHANNEL kisinin tercih ettigi kanaldir.
           05  CNT-PREF-CHANNEL PIC X(01).
               88  CNT-PREF-SMS      VALUE 'S'.
               88  CNT-PREF-EMAIL    VALUE 'E'.
               88  CNT-PREF-POST     VALUE 'P'.
      * CNT-CONSENT-xxx kanal basina ticari ileti (pazarlama) izni
      * 'Y'/'N'dir. Hizmet ve mevzuat bildirimleri (ekstre, uyuyan
      * hesap uyarisi, yas esigi) izne bagli degildir; yalnizca
      * pazarlama sinifindaki bildirimler izin ister (bkz.
      * NOTFREC.CPY). CNT-CONSENT-DATE izinlerden biri en son
      * degistiginde islem gunudur.
           05  CNT-CONSENT-SMS  PIC X(01).
               88  CNT-SMS-CONSENTED   VALUE 'Y'.
           05  CNT-CONSENT-EMAIL PIC X(01).
               88  CNT-EMAIL-CONSENTED VALUE 'Y'.
           05  CNT-CONSENT-POST PIC X(01).
               88  CNT-POST-CONSENTED  VALUE 'Y'.
           05  CNT-CONSENT-DATE PIC 9(08).
      * CNT-CHGDATE son degisikligin islem gunudur.
           05  CNT-CHGDATE     PIC 9(08).
           05  FILLER          PIC X(11).
