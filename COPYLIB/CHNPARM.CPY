      *----------------------------------------------------------
      * CHNPARM - JRNFILE ve AUDITLOG zincir ozeti yardimcilarinin
      * (CHAINCTL, CHAINRTN) CALL arayuzunde kullanilan parametre
      * blogudur. Bu iki dosyanin her satiri bir onceki satirin
      * ozeti ile kendi iceriginden hesaplanan bir zincir ozeti
      * tasir (JRNL-HASH, AUD-HASH); aradan satir silinir ya da bir
      * satir degistirilirse zincir o noktada kopar ve CHAINCHK
      * dogrulamasi bunu raporlar.
      * Kullanim (batch yazan program):
      *   - dosyayi OPEN EXTEND ile acmadan ONCE CHN-FILE-ID
      *     ('J' JRNFILE, 'A' AUDITLOG) ile CHAINCTL cagrilir;
      *     dosyanin son satirinin ozeti CHN-HASH'e, jurnalde son
      *     JRNL-SEQ CHN-LAST-SEQ'e gelir (jurnal sirasi calismalar
      *     arasinda kesintisiz devam eder),
      *   - her WRITE'tan once ozet alani bos kayit CHN-DATA'ya
      *     tasinip CHAINRTN cagrilir; yeni ozet CHN-HASH'e gelir,
      *     kayda tasinir ve bir sonraki satirin zinciri olur.
      * CHAINRTN dosyaya dokunmaz, yalnizca hesaplar; online taraf
      * (PNDAPPR) onu zincir basini WNDWSTAT'ta tutarak kullanir.
      * CHN-HASH bos ya da sayisal degilse zincir basi (sifir)
      * kabul edilir.
      * CHN-CALLER-RC: CALL donusunde cagiranin RETURN-CODE'u
      * cagrilanin degerini alir; cagiran kendi RETURN-CODE'unu
      * CALL'dan once buraya koyar, yardimcilar GOBACK'ten once
      * geri yukler (calismanin sonucu ve AUD-RETCODE bozulmaz).
      * CHN-RETURN-CODE (CHAINCTL):
      *   00 tamam,
      *   04 dosya bos/yok ya da son satir zincirsiz; zincir
      *      sifirdan baslar,
      *   16 dosya okunamadi; zincir sifirdan baslar.
      *----------------------------------------------------------
       01  CHN-PARM.
           05  CHN-FILE-ID         PIC X(01).
               88  CHN-JOURNAL          VALUE 'J'.
               88  CHN-AUDIT-LOG        VALUE 'A'.
           05  CHN-HASH            PIC X(16).
           05  CHN-LAST-SEQ        PIC 9(07).
           05  CHN-DATA            PIC X(160).
           05  CHN-CALLER-RC       PIC S9(04) COMP.
           05  CHN-RETURN-CODE     PIC 9(02).
               88  CHN-RC-OK            VALUE 00.
               88  CHN-RC-EMPTY         VALUE 04.
               88  CHN-RC-FILE-ERROR    VALUE 16.
