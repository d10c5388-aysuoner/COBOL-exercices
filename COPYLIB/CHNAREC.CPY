      *----------------------------------------------------------
      * CHNAREC - zincir capasi dosyasinin (CHNANCH) kayit
      * duzenidir. RETNCLN zincirli bir dosyayi (JRNFILE,
      * AUDITLOG) budadiginda arsive giden SON satirin ozetini ve
      * sirasini buraya OPEN EXTEND ile ekler; budanmis canli
      * dosyanin ilk satiri bu ozetle zincirlidir. CHAINCHK
      * dogrulamaya ilgili tipin EN SON capasindan baslar, capa
      * yoksa sifirdan.
      *   CHA-TYPE   -> 'JRN', 'IJR' ya da 'AUD' (RETNCLN dosya
      *                 tipi; IJR online jurnal IJRN'dir),
      *   CHA-CUTOFF -> budamanin saklama kesimi,
      *   CHA-HASH   -> arsive giden son satirin zincir ozeti,
      *   CHA-SEQ    -> arsive giden son JRNL-SEQ (AUDITLOG'da 0).
      *----------------------------------------------------------
       01  CHA-REC.
           05  CHA-TYPE            PIC X(03).
           05  CHA-DATE            PIC 9(08).
           05  CHA-TIME            PIC 9(06).
           05  CHA-CUTOFF          PIC 9(08).
           05  CHA-HASH            PIC X(16).
           05  CHA-SEQ             PIC 9(07).
           05  CHA-ARCH-COUNT      PIC 9(09).
           05  FILLER              PIC X(13).
