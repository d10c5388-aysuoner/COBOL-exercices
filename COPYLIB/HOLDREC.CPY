      *----------------------------------------------------------
      * HOLDREC - bakiye blokesi/haciz dosyasinin (HOLDFILE) kayit
      * duzenidir. Yasal hacizler ve teminat blokeleri artik kagit
      * uzerinde degil bu dosyada tutulur. Dosya HLD-KEY ile
      * INDEXED tutulur: master anahtari (HLD-ID/HLD-DVZ) ve ayni
      * anahtar uzerindeki blokelerin sira numarasi (HLD-SEQ).
      * HOLDMNT blokeleri koyar/degistirir/kaldirir, HOLDEXP suresi
      * dolanlari gece kapatir; HOLDCHK bir anahtarin o gun gecerli
      * bloke toplamini doner (bkz. HOLDPARM.CPY).
      * Bir bloke HLD-STATUS 'A' iken ve HLD-START <= gun <=
      * HLD-EXPIRY araligindayken gecerlidir; HLD-EXPIRY sifir ise
      * bloke suresizdir (kaldirilana kadar).
      * Kullanilabilir bakiye = IDX-TUTAR - gecerli bloke toplami.
      *----------------------------------------------------------
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-ID      PIC 9(05).
               10  HLD-DVZ     PIC 9(03).
               10  HLD-SEQ     PIC 9(03).
           05  HLD-AMOUNT      PIC 9(13)V99.
      * HLD-REASON: 'GR' yasal haciz, 'CL' teminat blokesi,
      * 'OT' diger.
           05  HLD-REASON      PIC X(02).
               88  HLD-GARNISHMENT   VALUE 'GR'.
               88  HLD-COLLATERAL    VALUE 'CL'.
               88  HLD-OTHER-REASON  VALUE 'OT'.
               88  HLD-VALID-REASON  VALUE 'GR' 'CL' 'OT'.
      * HLD-AUTHORITY blokeyi koyan merci (icra dairesi, kredi
      * birimi vb.) ve dosya numarasidir.
           05  HLD-AUTHORITY   PIC X(20).
           05  HLD-START       PIC 9(08).
           05  HLD-EXPIRY      PIC 9(08).
           05  HLD-STATUS      PIC X(01).
               88  HLD-ACTIVE        VALUE 'A'.
               88  HLD-RELEASED      VALUE 'R'.
               88  HLD-EXPIRED       VALUE 'E'.
      * HLD-USER/HLD-CHGDATE son degisikligi yapan kullanici ve
      * gunudur.
           05  HLD-USER        PIC X(08).
           05  HLD-CHGDATE     PIC 9(08).
           05  FILLER          PIC X(08).
