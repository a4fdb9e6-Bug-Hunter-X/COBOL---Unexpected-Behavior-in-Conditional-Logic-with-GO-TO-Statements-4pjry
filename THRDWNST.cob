      * catalogued, and posts each tripped amount to the
      * downstream ledger. Records that fail the interface
      * edits are counted as exceptions and skipped rather
      * than posted. Window-trip records (XTR-TRIP-TYPE R
      * or M) are not postings - the window total is made
      * of nightly activity the ledger already carries
      * through the nightly trips - so they are counted
      * and passed over, neither posted nor treated as
      * exceptions. Group-trip records (XTR-TRIP-TYPE G)
      * post like nightly ones, under the group ID, with
      * LDG-POST-TYPE "G" so the ledger can tell them from
      * account postings.
      *
      * Double-post protection: the posting control register
      * (PCRREG, PCRREC) holds one record for every run date
      * already posted. THRDWNST reads the extract through
      * once to learn its run dates, refuses any run date
      * the register already carries - none of that run
      * date's records is posted - and after posting adds a
      * register record for each run date it did post, with
      * the extract generation's run stamp and what went to
      * the ledger. Each posting is dated with its run date,
      * the business date THRESHJB ran for, not the day the
      * posting step happens to run.
      * RETURN-CODE 0 means every record posted, 4 means
      * the extract was empty, 8 means one or more
      * exceptions were skipped, 12 means a run date was
      * refused as already posted, 16 means a file failed
      * to open or the extract carried more run dates than
      * the run-date table holds.
      * At the end of a normal run THRDWNST appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): records read, posted, and skipped as
      * exceptions or refused.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "PCRREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY LDGREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY PCRREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-PROCESSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-WINDOW-COUNT             PIC 9(5) VALUE 0.
       01  WS-GROUP-COUNT              PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUSED-DATES            PIC 9(5) VALUE 0.
       01  WS-REGISTER-READ            PIC 9(7) VALUE 0.

       01  WS-EXTRACT-EOF-SW           PIC X    VALUE "N".
           88  WS-EXTRACT-EOF          VALUE "Y".

       01  WS-REGISTER-EOF-SW          PIC X    VALUE "N".
           88  WS-REGISTER-EOF         VALUE "Y".

       01  WS-POSTED-STAMP             PIC X(14) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS       PIC XX VALUE "00".
           05  WS-LEDGER-STATUS        PIC XX VALUE "00".
           05  WS-REGISTER-STATUS      PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

      *****************************************************
      * The run dates on tonight's extract - normally just
      * the one - with the latest run stamp seen for each,
      * whether the register refuses it, and what was
      * posted for it.
      *****************************************************
       01  WS-DATE-LIMIT               PIC 9(3) VALUE 50.
       01  WS-DATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-DATE-SUB                 PIC 9(3) VALUE 0.
       01  WS-DATE-FOUND               PIC 9(3) VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 50 TIMES.
               10  WS-DT-RUN-DATE      PIC X(8).
               10  WS-DT-RUN-STAMP     PIC X(14).
               10  WS-DT-REFUSED-SW    PIC X.
                   88  WS-DT-REFUSED   VALUE "Y".
               10  WS-DT-PRIOR-STAMP   PIC X(14).
               10  WS-DT-POSTED-COUNT  PIC 9(5).
               10  WS-DT-POSTED-AMOUNT PIC 9(9).
               10  WS-DT-WINDOW-COUNT  PIC 9(5).
               10  WS-DT-EXCP-COUNT    PIC 9(5).
       01  WS-SRCH-RUN-DATE            PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-0-SCAN UNTIL WS-EXTRACT-EOF
           CLOSE EXTRACT-FILE
           PERFORM PARA-0-REGISTER UNTIL WS-REGISTER-EOF
           CLOSE REGISTER-FILE
           PERFORM PARA-0-REOPEN
           PERFORM PARA-1-POST UNTIL WS-EXTRACT-EOF
           PERFORM PARA-9-TERM
           EVALUATE TRUE
               WHEN WS-REFUSED-DATES > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROCESSED-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "THRDWNST PROCESSED  = " WS-PROCESSED-COUNT
           DISPLAY "THRDWNST EXCEPTIONS = " WS-EXCEPTION-COUNT
           DISPLAY "THRDWNST WINDOWS    = " WS-WINDOW-COUNT
           DISPLAY "THRDWNST GROUPS     = " WS-GROUP-COUNT
           DISPLAY "THRDWNST REFUSED    = " WS-REFUSED-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
               STOP RUN
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "THRDWNST ABEND - REGISTER-FILE OPEN FAILED, "
                       "STATUS = " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-POSTED-STAMP
           .

      *****************************************************
      * PARA-0-SCAN - first pass over the extract: collect
      * its run dates and each one's latest run stamp.
      * Only records that pass the job-ID edit name a run
      * date; the rest are exceptions the posting pass will
      * report.
      *****************************************************
       PARA-0-SCAN SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   IF XTR-JOB-ID = "THRESHJB"
                       MOVE XTR-RUN-DATE TO WS-SRCH-RUN-DATE
                       PERFORM PARA-8-FIND-DATE
                       IF WS-DATE-FOUND = 0
                           PERFORM PARA-8-ADD-DATE
                       END-IF
                       IF XTR-RUN-STAMP
                              > WS-DT-RUN-STAMP (WS-DATE-FOUND)
                           MOVE XTR-RUN-STAMP
                               TO WS-DT-RUN-STAMP (WS-DATE-FOUND)
                       END-IF
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-0-REGISTER - read the posting control register
      * and refuse every run date on tonight's extract that
      * it already carries.
      *****************************************************
       PARA-0-REGISTER SECTION.
           READ REGISTER-FILE
               AT END
                   SET WS-REGISTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
                   MOVE PCR-RUN-DATE TO WS-SRCH-RUN-DATE
                   PERFORM PARA-8-FIND-DATE
                   IF WS-DATE-FOUND > 0
                       IF NOT WS-DT-REFUSED (WS-DATE-FOUND)
                           ADD 1 TO WS-REFUSED-DATES
                           SET WS-DT-REFUSED (WS-DATE-FOUND) TO TRUE
                           MOVE PCR-POSTED-STAMP
                               TO WS-DT-PRIOR-STAMP (WS-DATE-FOUND)
                           DISPLAY "THRDWNST REFUSED - RUN DATE "
                                   PCR-RUN-DATE " ALREADY POSTED "
                                   PCR-POSTED-STAMP
                       END-IF
                   END-IF
           END-READ
           .

       PARA-0-REOPEN SECTION.
           MOVE "N" TO WS-EXTRACT-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "THRDWNST ABEND - EXTRACT-FILE OPEN FAILED, "
                       "STATUS = " WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "THRDWNST ABEND - LEDGER-FILE OPEN FAILED, "
               CLOSE EXTRACT-FILE
               STOP RUN
           END-IF
           .

       PARA-1-POST SECTION.
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-DATE-FOUND
                   IF XTR-JOB-ID = "THRESHJB"
                       MOVE XTR-RUN-DATE TO WS-SRCH-RUN-DATE
                       PERFORM PARA-8-FIND-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DATE-FOUND > 0
                             AND WS-DT-REFUSED (WS-DATE-FOUND)
                           ADD 1 TO WS-REFUSED-COUNT
                       WHEN XTR-JOB-ID = "THRESHJB"
                             AND XTR-WINDOW-TRIP
                           ADD 1 TO WS-WINDOW-COUNT
                           ADD 1 TO WS-DT-WINDOW-COUNT (WS-DATE-FOUND)
                       WHEN XTR-JOB-ID = "THRESHJB"
                             AND XTR-FINAL-AREA-1 NUMERIC
                           PERFORM PARA-2-LEDGER
                           ADD 1 TO WS-PROCESSED-COUNT
                           ADD 1 TO WS-DT-POSTED-COUNT (WS-DATE-FOUND)
                           ADD XTR-FINAL-AREA-1
                               TO WS-DT-POSTED-AMOUNT (WS-DATE-FOUND)
                           IF XTR-GROUP-TRIP
                               ADD 1 TO WS-GROUP-COUNT
                           END-IF
                       WHEN OTHER
                           DISPLAY "THRDWNST EXCEPTION - JOB-ID = "
                                   XTR-JOB-ID " RUN-DATE = "
                                   XTR-RUN-DATE
                           ADD 1 TO WS-EXCEPTION-COUNT
                           IF WS-DATE-FOUND > 0
                               ADD 1
                                 TO WS-DT-EXCP-COUNT (WS-DATE-FOUND)
                           END-IF
                   END-EVALUATE
           END-READ
           .

           MOVE XTR-JOB-ID        TO LDG-JOB-ID
           MOVE XTR-RUN-DATE      TO LDG-RUN-DATE
           MOVE XTR-ACCOUNT       TO LDG-ACCOUNT
           MOVE XTR-RUN-DATE      TO LDG-POST-DATE
           MOVE XTR-FINAL-AREA-1  TO LDG-POST-AMOUNT
           IF XTR-GROUP-TRIP
               MOVE "G"           TO LDG-POST-TYPE
           END-IF
           WRITE LDG-RECORD
           .

       PARA-8-FIND-DATE SECTION.
           MOVE 0 TO WS-DATE-FOUND
           MOVE 1 TO WS-DATE-SUB
           PERFORM PARA-8-FIND-DATE-1
               UNTIL WS-DATE-FOUND > 0
                  OR WS-DATE-SUB > WS-DATE-COUNT
           .

       PARA-8-FIND-DATE-1 SECTION.
           IF WS-DT-RUN-DATE (WS-DATE-SUB) = WS-SRCH-RUN-DATE
               MOVE WS-DATE-SUB TO WS-DATE-FOUND
           END-IF
           ADD 1 TO WS-DATE-SUB
           .

       PARA-8-ADD-DATE SECTION.
           IF WS-DATE-COUNT >= WS-DATE-LIMIT
               DISPLAY "THRDWNST ABEND - MORE THAN " WS-DATE-LIMIT
                       " RUN DATES ON THE EXTRACT"
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-DATE-COUNT
           INITIALIZE WS-DATE-ENTRY (WS-DATE-COUNT)
           MOVE WS-SRCH-RUN-DATE TO WS-DT-RUN-DATE (WS-DATE-COUNT)
           MOVE "N" TO WS-DT-REFUSED-SW (WS-DATE-COUNT)
           MOVE WS-DATE-COUNT TO WS-DATE-FOUND
           .

      *****************************************************
      * PARA-9-TERM - close the postings, then register
      * every run date that was posted, so the register
      * never names a run date whose postings are not all
      * on the ledger.
      *****************************************************
       PARA-9-TERM SECTION.
           CLOSE EXTRACT-FILE
           CLOSE LEDGER-FILE
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "THRDWNST ABEND - REGISTER-FILE EXTEND "
                       "FAILED, STATUS = " WS-REGISTER-STATUS
               DISPLAY "THRDWNST ABEND - POSTINGS WRITTEN BUT NOT "
                       "REGISTERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-DATE-SUB
           PERFORM PARA-9-REGISTER
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
           CLOSE REGISTER-FILE
           .

       PARA-9-REGISTER SECTION.
           IF NOT WS-DT-REFUSED (WS-DATE-SUB)
               MOVE SPACES            TO PCR-RECORD
               MOVE WS-DT-RUN-DATE (WS-DATE-SUB)  TO PCR-RUN-DATE
               MOVE WS-DT-RUN-STAMP (WS-DATE-SUB) TO PCR-RUN-STAMP
               MOVE WS-POSTED-STAMP   TO PCR-POSTED-STAMP
               MOVE "THRDWNST"        TO PCR-JOB-ID
               MOVE WS-DT-POSTED-COUNT (WS-DATE-SUB)
                                      TO PCR-POSTED-COUNT
               MOVE WS-DT-POSTED-AMOUNT (WS-DATE-SUB)
                                      TO PCR-POSTED-AMOUNT
               MOVE WS-DT-WINDOW-COUNT (WS-DATE-SUB)
                                      TO PCR-WINDOW-COUNT
               MOVE WS-DT-EXCP-COUNT (WS-DATE-SUB)
                                      TO PCR-EXCEPTION-COUNT
               WRITE PCR-RECORD
           END-IF
           ADD 1 TO WS-DATE-SUB
           .

      *****************************************************
      * PARA-9-RUNLOG - append this run's statistics record
      * to the run log, dated with the extract's first run
      * date. The log only feeds trend reporting, so a log
      * that will not open is a warning and the return code
      * stands.
      *****************************************************
       PARA-9-RUNLOG SECTION.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "THRDWNST WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP020"         TO RST-STEP-NAME
               MOVE "THRDWNST"        TO RST-PROGRAM
               IF WS-DATE-COUNT > 0
                   MOVE WS-DT-RUN-DATE (1) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               COMPUTE RST-IN-COUNT = WS-PROCESSED-COUNT
                   + WS-WINDOW-COUNT + WS-EXCEPTION-COUNT
                   + WS-REFUSED-COUNT
               MOVE WS-PROCESSED-COUNT TO RST-OUT-COUNT
               COMPUTE RST-REJECT-COUNT = WS-EXCEPTION-COUNT
                   + WS-REFUSED-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
