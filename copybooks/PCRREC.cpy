      *****************************************************
      * PCRREC - ledger posting control register record.
      * THRDWNST appends one record for each run date it
      * posts to the ledger, after the postings are
      * written, and refuses to post a run date that is
      * already on the register - so a rerun of the
      * posting step cannot append the same extract to the
      * ledger twice. PCR-RUN-STAMP names the extract
      * generation posted, by the XTR-RUN-STAMP of the
      * THRESHJB attempt that cut it; PCR-POSTED-STAMP is
      * when THRDWNST posted it. The counts and amount are
      * what went to the ledger for the run date, and the
      * window records and interface exceptions passed
      * over. LDGRECON reports the register next to each
      * run date it reconciles.
      *****************************************************
       01  PCR-RECORD.
           05  PCR-RUN-DATE            PIC X(8).
           05  PCR-RUN-STAMP           PIC X(14).
           05  PCR-POSTED-STAMP        PIC X(14).
           05  PCR-JOB-ID              PIC X(8).
           05  PCR-POSTED-COUNT        PIC 9(5).
           05  PCR-POSTED-AMOUNT       PIC 9(9).
           05  PCR-WINDOW-COUNT        PIC 9(5).
           05  PCR-EXCEPTION-COUNT     PIC 9(5).
           05  FILLER                  PIC X(12).
