      *----------------------------------------------------------
      * OPAUTREC - operator yetki profili dosyasinin (OPERAUTH)
      * kayit duzenidir. IDXINQR PF5 degisiklik talebini ve PNDAPPR
      * onay/red kararini kabul etmeden, SORTREP6 'M' bakim
      * calismasini, HOLDMNT bloke bakimini, ODLMNT limit bakimini,
      * TDMNT vadeli mevduat bakimini, DCSDMNT vefat bildirimi
      * bakimini ve RELMNT musteri grup bakimini baslatmadan once
      * kullanici burada aranir.
      * OPA-FUNCS kullanicinin izinli fonksiyon kodlarinin
      * listesidir (bosluklarla doldurulur):
      *   'U' -> online bakiye/isim degisikligi girme (IDXINQR PF5),
      *   'M' -> batch master bakim calistirma (SORTREP6 'M'),
      *   'H' -> bloke koyma/degistirme/kaldirma (HOLDMNT),
      *   'L' -> kredili mevduat limiti tanimlama (ODLMNT),
      *   'T' -> vadeli mevduat acma/talimat degistirme (TDMNT),
      *   'E' -> vefat/tereke bildirimi kaydetme (DCSDMNT),
      *   'R' -> hane/grup iliskisi kurma/degistirme (RELMNT),
      *   'K' -> online degisikligi onaylama/reddetme (PNDAPPR).
      * Sekiz harfle OPA-FUNCS doludur; sonraki fonksiyon kodlari
      * eski FILLER'dan acilan OPA-FUNCS-EXT'te tutulur (kayit
      * uzunlugu degismemistir):
      *   'P' -> kapanmis muhasebe donemini yeniden acma (PRDCLOSE).
      * OPA-LIMIT online degisiklikte girilebilen ve onaylanabilen
      * en buyuk yeni bakiyedir (mutlak tutar); sifir limitsiz
      * demektir.
      * OPA-IDXID operatorun kendisinin musteri numarasidir (yoksa
      * sifir); OPRANAL operatorun kendi ya da ayni hane/grup
      * (RELFILE) hesaplarina yaptigi degisikligi bununla bulur.
      * Online taraf dosyayi OPA-USERID anahtarli VSAM olarak,
      * batch taraf sirali olarak okur.
      *----------------------------------------------------------
           05  OPA-USERID      PIC X(08).
           05  OPA-FUNCS       PIC X(08).
           05  OPA-LIMIT       PIC 9(13)V99.
           05  OPA-IDXID       PIC 9(05).
           05  OPA-FUNCS-EXT   PIC X(04).
