      *----------------------------------------------------------
      * GLRBREC - GLRECON'un devreden acik kalem dosyasinin
      * (GLRBKIN onceki gun, GLRBKOUT ertesi gun) kayit duzenidir.
      * Her satir mutabakatta kapanmamis bir farktir:
      *   GRB-DVZ       -> farkin dvz'i,
      *   GRB-OPEN-DATE -> farkin ilk goruldugu gun (yaslandirma
      *                    bu gunden sayilir),
      *   GRB-TYPE      -> 'S' kaynagi belli fark: kaynagin jurnal
      *                    hareketi ile GL batch hareketi tutmuyor
      *                    (gonderilmemis ya da iki kez gonderilmis
      *                    batch, GL'siz bakim),
      *                    'U' aciklanamayan fark,
      *   GRB-SOURCE    -> 'S' satirinda kaynak (JRNL-USER /
      *                    GLH-SOURCE), 'U' satirinda bosluk,
      *   GRB-AMOUNT    -> farkin dvz tutari (alt defter eksi GL).
      * Kalem ayni dvz'de ters isaretli esit bir fark gelince ya
      * da dvz'in toplam farki sifira inince kapanir.
      *----------------------------------------------------------
       01  GRB-REC.
           05 GRB-DVZ        PIC 9(03).
           05 GRB-OPEN-DATE  PIC 9(08).
           05 GRB-TYPE       PIC X(01).
              88 GRB-SOURCE-BREAK  VALUE 'S'.
              88 GRB-UNEXPLAINED   VALUE 'U'.
           05 GRB-SOURCE     PIC X(08).
           05 GRB-AMOUNT     PIC S9(15)V99 SIGN TRAILING SEPARATE.
           05 FILLER         PIC X(22).
