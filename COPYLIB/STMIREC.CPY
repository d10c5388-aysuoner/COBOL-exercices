      *----------------------------------------------------------
      * STMIREC - ekstre dizininin (STMTIDX) kayit duzenidir.
      * STMTGEN basilan her musteri ekstresi icin bir satir yazar;
      * NOTIFGEN 'ekstreniz hazir' bildirimini buradan uretir.
      * Basilmayan (vefat talimati 'S' ya da tereke kapanmis)
      * ekstre icin satir yazilmaz.
      *   SMI-SECTIONS  -> ekstredeki dvz bolumu sayisi,
      *   SMI-ESTATE-SW -> 'Y' ekstre tereke adresine
      *                    yonlendirildi (musteriye bildirim
      *                    gitmez).
      *----------------------------------------------------------
       01  SMI-REC.
           05  SMI-ID          PIC 9(05).
           05  SMI-DATE        PIC 9(08).
           05  SMI-FULLN       PIC X(30).
           05  SMI-SECTIONS    PIC 9(03).
           05  SMI-ESTATE-SW   PIC X(01).
               88  SMI-TO-ESTATE     VALUE 'Y'.
           05  FILLER          PIC X(03).
