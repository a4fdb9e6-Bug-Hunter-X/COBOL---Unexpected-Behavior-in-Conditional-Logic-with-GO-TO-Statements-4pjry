      *****************************************************
      * RUNREC - run statistics record. Every step of the
      * nightly chain (EXCWHSE, TRNEDIT, THRESHJB, RECONJB,
      * CASEOPN, THRDWNST and SETTLRPT, plus THRMERGE on a
      * partitioned night)
      * and the periodic programs (AUDHIST, DUPHIST,
      * LDGSTMT, REJRECYC and THMAINT) append one record to
      * the shared run log (RUNLOG) as they end,
      * and RUNTREND reports elapsed time and volume trends
      * from it. RST-START-STAMP and RST-END-STAMP are
      * YYYYMMDDHHMMSS; RST-RUN-DATE is the business date
      * the step ran for where the program knows one, else
      * the date it started. RST-RETURN-CODE is the step's
      * return code. The three counts are the step's own
      * measure of its volume:
      *   RST-IN-COUNT     records the step read or applied
      *   RST-OUT-COUNT    records it passed on or wrote
      *   RST-REJECT-COUNT records it rejected, diverted or
      *                    refused
      * Only a step that reaches its normal end is logged;
      * a step that abends writes nothing.
      *****************************************************
       01  RST-RECORD.
           05  RST-JOB-NAME            PIC X(8).
           05  RST-STEP-NAME           PIC X(8).
           05  RST-PROGRAM             PIC X(8).
           05  RST-RUN-DATE            PIC X(8).
           05  RST-START-STAMP         PIC X(14).
           05  RST-END-STAMP           PIC X(14).
           05  RST-RETURN-CODE         PIC 9(4).
           05  RST-IN-COUNT            PIC 9(7).
           05  RST-OUT-COUNT           PIC 9(7).
           05  RST-REJECT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(35).
