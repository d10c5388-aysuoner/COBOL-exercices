      * JRNL-USER degisikligi yapan operatorun ya da batch
      * calistirmayi veren kullanicinin kimligidir; denetim artik
      * NE degistigini degil KIMIN degistirdigini de gorur.
      * JRNL-SEQ calismalar arasinda kesintisiz artar (yazan
      * program son sirayi CHAINCTL ile dosyadan alir); JRNL-HASH
      * satirin zincir ozetidir (bkz. CHNPARM.CPY). CHAINCHK ilk
      * kopuk halkayi ve sira bosluklarini raporlar. Zincirden
      * once yazilmis satirlarda ozet bosluktur.
      *----------------------------------------------------------
       01  JRNL-REC.
           05  JRNL-DATE       PIC 9(08).
           05  JRNL-BEFORE     PIC X(47).
           05  JRNL-AFTER      PIC X(47).
           05  JRNL-USER       PIC X(08).
           05  JRNL-HASH       PIC X(16).
