      * tasir (JPY gibi ondaliksiz para birimleri icin 0). Dosya
      * CUR-NUM ile INDEXED tutulur; CURRLOAD kart girisinden
      * yukler, SORTREP6/FXRTIMP/MAINTEDT/IDXSCAN bilinen dvz
      * listesi ve gosterim bicimi icin, FXCVRTN cevirim
      * sonucunun yuvarlanacagi ondalik hane icin okur.
      *----------------------------------------------------------
       01  CUR-REC.
           05  CUR-NUM         PIC 9(03).
