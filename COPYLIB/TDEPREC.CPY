      *----------------------------------------------------------
      * TDEPREC - vadeli mevduat master dosyasinin (TDMASTER)
      * kayit duzenidir. Hazinenin tablo uzerinde izledigi vadeli
      * hesaplar artik bu dosyada tutulur. Dosya TD-KEY ile
      * INDEXED tutulur: bagli vadesiz hesabin master anahtari
      * (TD-ID/TD-DVZ, bkz. IDXREC.CPY) ve ayni anahtar uzerindeki
      * mevduatlarin sira numarasi (TD-SEQ).
      * TDMNT mevduati acar (anapara vadesiz bakiyeden dusulur) ve
      * vade talimatini degistirir; TDMATR vadesi gelen mevduatin
      * faizini hesaplar, talimata gore oder ya da yeniler.
      * TD-MATURITY is gunune kaydirilmis vade gunudur (DTCVRTN);
      * TD-RATE yillik orandir (0.1850 = %18,50), faiz gercek
      * gun / 365 ile hesaplanir.
      *----------------------------------------------------------
       01  TD-REC.
           05  TD-KEY.
               10  TD-ID       PIC 9(05).
               10  TD-DVZ      PIC 9(03).
               10  TD-SEQ      PIC 9(03).
           05  TD-PRINCIPAL    PIC 9(13)V99.
           05  TD-RATE         PIC 9V9(04).
           05  TD-START        PIC 9(08).
      * TD-TERM vade suresidir (takvim gunu).
           05  TD-TERM         PIC 9(04).
           05  TD-MATURITY     PIC 9(08).
      * TD-INSTR vade talimatidir: 'P' anapara+faiz vadesiz hesaba
      * ode, 'R' faizi ode ve anaparayi yenile, 'I' anapara+faizi
      * yenile.
           05  TD-INSTR        PIC X(01).
               88  TD-PAY-OUT        VALUE 'P'.
               88  TD-ROLL-PRINCIPAL VALUE 'R'.
               88  TD-ROLL-ALL       VALUE 'I'.
               88  TD-VALID-INSTR    VALUE 'P' 'R' 'I'.
           05  TD-STATUS       PIC X(01).
               88  TD-ACTIVE         VALUE 'A'.
               88  TD-MATURED        VALUE 'M'.
      * TD-ROLL-COUNT mevduatin kac kez yenilendigi, TD-LAST-INT
      * son vadede hesaplanan faizdir.
           05  TD-ROLL-COUNT   PIC 9(03).
           05  TD-LAST-INT     PIC 9(13)V99.
      * TD-USER/TD-CHGDATE son degisikligi yapan kullanici ve
      * gunudur.
           05  TD-USER         PIC X(08).
           05  TD-CHGDATE      PIC 9(08).
           05  FILLER          PIC X(10).
