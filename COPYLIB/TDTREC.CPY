      *----------------------------------------------------------
      * TDTREC - vadeli mevduat bakim transaction dosyasinin
      * (TDTRN) kayit duzenidir; TDMNT her satiri vadeli mevduat
      * master'ina uygular (bkz. TDEPREC.CPY).
      *   TDT-FUNC 'O' -> yeni mevduat ac; anapara bagli vadesiz
      *                   hesabin kullanilabilir bakiyesinden
      *                   dusulur. Sira numarasi TDMNT tarafindan
      *                   verilir, TDT-SEQ yok sayilir. Oran sifir
      *                   gelirse TDRATES'teki guncel oran,
      *                   baslangic sifir gelirse islem gunu
      *                   kullanilir.
      *   TDT-FUNC 'I' -> aktif mevduatin vade talimatini degistir.
      *----------------------------------------------------------
       01  TDT-REC.
           05 TDT-FUNC       PIC X(01).
              88 TDT-OPEN       VALUE 'O'.
              88 TDT-INSTRUCT   VALUE 'I'.
           05 TDT-ID         PIC 9(05).
           05 TDT-DVZ        PIC 9(03).
           05 TDT-SEQ        PIC 9(03).
           05 TDT-PRINCIPAL  PIC 9(13)V99.
           05 TDT-RATE       PIC 9V9(04).
           05 TDT-START      PIC 9(08).
           05 TDT-TERM       PIC 9(04).
           05 TDT-INSTR      PIC X(01).
           05 FILLER         PIC X(10).
