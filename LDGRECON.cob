       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LDGRECON.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * LDGRECON reconciles the downstream ledger against
      * every cataloged THRESHJB extract generation, across
      * all the nights they cover, where RECONJB only
      * balances the one night it runs in. The job sorts
      * the extract generations into run date, run stamp
      * (newest first), account order and the ledger plus
      * its archive into run date, account order; LDGRECON
      * match-merges the two by run date and account and
      * prints every key that does not tie out:
      *   UNPOSTED   - extract postings the ledger never got
      *   NO EXTRACT - ledger postings no extract accounts
      *                for
      *   MISMATCH   - both sides carry the key, but the
      *                posting count or amount differs
      * followed by a line per run date with both sides'
      * totals, the extract generation reconciled, and
      * whether the posting control register (PCRREC)
      * carries the run date.
      *
      * The extract side is taken as THRDWNST posts it:
      * window records and interface exceptions are passed
      * over, and of a run date's generations only one
      * counts - the one the register says was posted, or
      * failing that the latest (XTR-RUN-STAMP); an earlier
      * attempt's records are counted as superseded. The
      * ledger side passes over LDGSTMT carry records and
      * records of the layout before LDG-BALANCE-FWD, and
      * postings older than the oldest extract still
      * cataloged are counted but not reconciled - their
      * extract has rolled off the generation base.
      * RETURN-CODE 0 means the ledger reconciles, 4 means
      * there was no extract to reconcile against, 8 means
      * one or more keys did not tie out, 16 means a file
      * failed to open, the extract arrived out of run date
      * order or a table overflowed.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE
               ASSIGN TO "XTRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "LDGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "PCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "RCNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY XTRREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LDGREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY PCRREC.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-XTR-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-XTR-SUPERSEDED           PIC 9(7) VALUE 0.
       01  WS-XTR-WINDOW-COUNT         PIC 9(7) VALUE 0.
       01  WS-XTR-EXCP-COUNT           PIC 9(7) VALUE 0.
       01  WS-LDG-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-LDG-CARRY-COUNT          PIC 9(7) VALUE 0.
       01  WS-LDG-LEGACY-COUNT         PIC 9(7) VALUE 0.
       01  WS-LDG-PRIOR-COUNT          PIC 9(7) VALUE 0.
       01  WS-REG-READ-COUNT           PIC 9(7) VALUE 0.

       01  WS-MATCHED-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNPOSTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOEXTRACT-COUNT          PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-DATES-REPORTED           PIC 9(7) VALUE 0.
       01  WS-DATES-OUT                PIC 9(7) VALUE 0.

       01  WS-GRAND-XTR-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-GRAND-LDG-AMOUNT         PIC 9(9) VALUE 0.

       01  WS-OLDEST-DATE              PIC X(8) VALUE HIGH-VALUES.

       01  WS-EXTRACT-EOF-SW           PIC X    VALUE "N".
           88  WS-EXTRACT-EOF          VALUE "Y".
       01  WS-LEDGER-EOF-SW            PIC X    VALUE "N".
           88  WS-LEDGER-EOF           VALUE "Y".
       01  WS-REGISTER-EOF-SW          PIC X    VALUE "N".
           88  WS-REGISTER-EOF         VALUE "Y".
       01  WS-XTR-VALID-SW             PIC X    VALUE "N".
           88  WS-XTR-VALID            VALUE "Y".
       01  WS-LDG-VALID-SW             PIC X    VALUE "N".
           88  WS-LDG-VALID            VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS       PIC XX VALUE "00".
           05  WS-LEDGER-STATUS        PIC XX VALUE "00".
           05  WS-REGISTER-STATUS      PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

      *****************************************************
      * Merge keys. HIGH-VALUES marks an exhausted side so
      * the other side's keys always compare low.
      *****************************************************
       01  WS-XTR-KEY                  VALUE HIGH-VALUES.
           05  WS-XK-RUN-DATE          PIC X(8).
           05  WS-XK-ACCOUNT           PIC X(8).
       01  WS-LDG-KEY                  VALUE HIGH-VALUES.
           05  WS-LK-RUN-DATE          PIC X(8).
           05  WS-LK-ACCOUNT           PIC X(8).
       01  WS-LOW-KEY.
           05  WS-LOW-RUN-DATE         PIC X(8).
           05  WS-LOW-ACCOUNT          PIC X(8).

       01  WS-KEY-XTR-COUNT            PIC 9(5) VALUE 0.
       01  WS-KEY-XTR-AMOUNT           PIC 9(9) VALUE 0.
       01  WS-KEY-LDG-COUNT            PIC 9(5) VALUE 0.
       01  WS-KEY-LDG-AMOUNT           PIC 9(9) VALUE 0.

      *****************************************************
      * The run date being reconciled and its running
      * totals, printed at the run date break.
      *****************************************************
       01  WS-CUR-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CUR-USE-STAMP            PIC X(14) VALUE SPACES.
       01  WS-CUR-GEN-COUNT            PIC 9(3) VALUE 0.
       01  WS-CUR-REG-SW               PIC X    VALUE "N".
       01  WS-RD-XTR-COUNT             PIC 9(7) VALUE 0.
       01  WS-RD-XTR-AMOUNT            PIC 9(9) VALUE 0.
       01  WS-RD-LDG-COUNT             PIC 9(7) VALUE 0.
       01  WS-RD-LDG-AMOUNT            PIC 9(9) VALUE 0.
       01  WS-RD-EXCP-COUNT            PIC 9(5) VALUE 0.

      *****************************************************
      * One entry per run date on the extract generations,
      * in run date order as the sorted extract delivers
      * them: the latest run stamp, how many attempts cut
      * generations, the register's stamp when it carries
      * the run date, and the stamp that is reconciled.
      *****************************************************
       01  WS-DATE-LIMIT               PIC 9(4) VALUE 500.
       01  WS-DATE-COUNT               PIC 9(4) VALUE 0.
       01  WS-DATE-SUB                 PIC 9(4) VALUE 0.
       01  WS-DATE-IX                  PIC 9(4) VALUE 0.
       01  WS-DATE-FOUND               PIC 9(4) VALUE 0.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 500 TIMES.
               10  WS-DT-RUN-DATE      PIC X(8).
               10  WS-DT-LATEST-STAMP  PIC X(14).
               10  WS-DT-LAST-STAMP    PIC X(14).
               10  WS-DT-USE-STAMP     PIC X(14).
               10  WS-DT-GEN-COUNT     PIC 9(3).
               10  WS-DT-REG-SW        PIC X.
                   88  WS-DT-REGISTERED VALUE "Y".
               10  WS-DT-REG-STAMP     PIC X(14).
               10  WS-DT-REG-ON-XTR-SW PIC X.
                   88  WS-DT-REG-ON-XTR VALUE "Y".

      *****************************************************
      * The posting control register, loaded whole.
      *****************************************************
       01  WS-REG-LIMIT                PIC 9(5) VALUE 5000.
       01  WS-REG-COUNT                PIC 9(5) VALUE 0.
       01  WS-REG-SUB                  PIC 9(5) VALUE 0.
       01  WS-REG-FOUND                PIC 9(5) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5000 TIMES.
               10  WS-RG-RUN-DATE      PIC X(8).
               10  WS-RG-RUN-STAMP     PIC X(14).
       01  WS-SRCH-RUN-DATE            PIC X(8) VALUE SPACES.

       01  WS-EXCP-LINE.
           05  FILLER                  PIC X(12)
               VALUE "    ACCOUNT ".
           05  WS-EXL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXL-STATUS           PIC X(10).
           05  FILLER                  PIC X(11)
               VALUE "  EXTRACT ".
           05  WS-EXL-XTR-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-XTR-AMOUNT       PIC 9(9).
           05  FILLER                  PIC X(10)
               VALUE "  LEDGER ".
           05  WS-EXL-LDG-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EXL-LDG-AMOUNT       PIC 9(9).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           05  WS-DTL-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(13)
               VALUE "  GENERATION ".
           05  WS-DTL-USE-STAMP        PIC X(14).
           05  FILLER                  PIC X(7)  VALUE "  GENS ".
           05  WS-DTL-GEN-COUNT        PIC 9(3).
           05  FILLER                  PIC X(6)  VALUE "  REG ".
           05  WS-DTL-REG-SW           PIC X(1).
           05  FILLER                  PIC X(11)
               VALUE "  EXTRACT ".
           05  WS-DTL-XTR-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-XTR-AMOUNT       PIC 9(9).
           05  FILLER                  PIC X(10)
               VALUE "  LEDGER ".
           05  WS-DTL-LDG-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-DTL-LDG-AMOUNT       PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(14).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(9)  VALUE 0.
           05  FILLER                  PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOAD-REG UNTIL WS-REGISTER-EOF
           PERFORM PARA-1-SCAN UNTIL WS-EXTRACT-EOF
           CLOSE EXTRACT-FILE
           MOVE 1 TO WS-DATE-SUB
           PERFORM PARA-1-SELECT UNTIL WS-DATE-SUB > WS-DATE-COUNT
           IF WS-DATE-COUNT > 0
               MOVE WS-DT-RUN-DATE (1) TO WS-OLDEST-DATE
           END-IF
           PERFORM PARA-0-REOPEN
           PERFORM PARA-2-READ-XTR
           PERFORM PARA-3-READ-LDG
           PERFORM PARA-4-MERGE
               UNTIL WS-XTR-KEY = HIGH-VALUES
                 AND WS-LDG-KEY = HIGH-VALUES
           IF WS-CUR-DATE NOT = SPACES
               PERFORM PARA-6-DATE-BREAK
           END-IF
           PERFORM PARA-8-TOTALS
           PERFORM PARA-9-TERM
           EVALUATE TRUE
               WHEN WS-UNPOSTED-COUNT > 0
                 OR WS-NOEXTRACT-COUNT > 0
                 OR WS-MISMATCH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DATE-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "LDGRECON RUN DATES  = " WS-DATES-REPORTED
           DISPLAY "LDGRECON OUT OF BAL = " WS-DATES-OUT
           DISPLAY "LDGRECON MATCHED    = " WS-MATCHED-COUNT
           DISPLAY "LDGRECON UNPOSTED   = " WS-UNPOSTED-COUNT
           DISPLAY "LDGRECON NO EXTRACT = " WS-NOEXTRACT-COUNT
           DISPLAY "LDGRECON MISMATCH   = " WS-MISMATCH-COUNT
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "LDGRECON ABEND - RECON-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "LDGRECON ABEND - EXTRACT-FILE OPEN FAILED, "
                       "STATUS = " WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RECON-REPORT-FILE
               STOP RUN
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "LDGRECON WARNING - REGISTER-FILE OPEN "
                       "FAILED, STATUS = " WS-REGISTER-STATUS
               DISPLAY "LDGRECON WARNING - NO RUN DATE WILL SHOW "
                       "AS REGISTERED"
               SET WS-REGISTER-EOF TO TRUE
           END-IF

           MOVE "LDGRECON LEDGER RECONCILIATION REPORT"
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           .

       PARA-0-LOAD-REG SECTION.
           READ REGISTER-FILE
               AT END
                   SET WS-REGISTER-EOF TO TRUE
                   CLOSE REGISTER-FILE
               NOT AT END
                   ADD 1 TO WS-REG-READ-COUNT
                   IF WS-REG-COUNT >= WS-REG-LIMIT
                       DISPLAY "LDGRECON ABEND - MORE THAN "
                               WS-REG-LIMIT " REGISTER RECORDS"
                       MOVE 16 TO RETURN-CODE
                       CLOSE REGISTER-FILE
                       CLOSE EXTRACT-FILE
                       CLOSE RECON-REPORT-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   MOVE PCR-RUN-DATE  TO WS-RG-RUN-DATE (WS-REG-COUNT)
                   MOVE PCR-RUN-STAMP
                       TO WS-RG-RUN-STAMP (WS-REG-COUNT)
           END-READ
           .

      *****************************************************
      * PARA-1-SCAN - first pass over the sorted extract:
      * one table entry per run date, with its latest run
      * stamp, its number of generations, and whether the
      * generation the register names is still cataloged.
      *****************************************************
       PARA-1-SCAN SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   IF XTR-JOB-ID = "THRESHJB"
                       PERFORM PARA-1-SCAN-1
                   END-IF
           END-READ
           .

       PARA-1-SCAN-1 SECTION.
           IF WS-DATE-COUNT = 0
               PERFORM PARA-1-ADD-DATE
           ELSE
               IF XTR-RUN-DATE < WS-DT-RUN-DATE (WS-DATE-COUNT)
                   DISPLAY "LDGRECON ABEND - EXTRACT OUT OF RUN DATE "
                           "ORDER AT " XTR-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   CLOSE EXTRACT-FILE
                   CLOSE RECON-REPORT-FILE
                   STOP RUN
               END-IF
               IF XTR-RUN-DATE NOT = WS-DT-RUN-DATE (WS-DATE-COUNT)
                   PERFORM PARA-1-ADD-DATE
               END-IF
           END-IF
           IF XTR-RUN-STAMP NOT = WS-DT-LAST-STAMP (WS-DATE-COUNT)
               ADD 1 TO WS-DT-GEN-COUNT (WS-DATE-COUNT)
               MOVE XTR-RUN-STAMP TO WS-DT-LAST-STAMP (WS-DATE-COUNT)
           END-IF
           IF WS-DT-REGISTERED (WS-DATE-COUNT)
              AND XTR-RUN-STAMP = WS-DT-REG-STAMP (WS-DATE-COUNT)
               MOVE "Y" TO WS-DT-REG-ON-XTR-SW (WS-DATE-COUNT)
           END-IF
           .

       PARA-1-ADD-DATE SECTION.
           IF WS-DATE-COUNT >= WS-DATE-LIMIT
               DISPLAY "LDGRECON ABEND - MORE THAN " WS-DATE-LIMIT
                       " RUN DATES ON THE EXTRACT"
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               CLOSE RECON-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-DATE-COUNT
           MOVE XTR-RUN-DATE  TO WS-DT-RUN-DATE (WS-DATE-COUNT)
           MOVE XTR-RUN-STAMP TO WS-DT-LATEST-STAMP (WS-DATE-COUNT)
           MOVE XTR-RUN-STAMP TO WS-DT-LAST-STAMP (WS-DATE-COUNT)
           MOVE XTR-RUN-STAMP TO WS-DT-USE-STAMP (WS-DATE-COUNT)
           MOVE 1             TO WS-DT-GEN-COUNT (WS-DATE-COUNT)
           MOVE "N"           TO WS-DT-REG-SW (WS-DATE-COUNT)
           MOVE SPACES        TO WS-DT-REG-STAMP (WS-DATE-COUNT)
           MOVE "N"           TO WS-DT-REG-ON-XTR-SW (WS-DATE-COUNT)
           MOVE XTR-RUN-DATE  TO WS-SRCH-RUN-DATE
           PERFORM PARA-8-FIND-REG
           IF WS-REG-FOUND > 0
               MOVE "Y" TO WS-DT-REG-SW (WS-DATE-COUNT)
               MOVE WS-RG-RUN-STAMP (WS-REG-FOUND)
                   TO WS-DT-REG-STAMP (WS-DATE-COUNT)
           END-IF
           .

      *****************************************************
      * PARA-1-SELECT - the generation reconciled for each
      * run date: the one the register says was posted
      * when it is still cataloged, else the latest.
      *****************************************************
       PARA-1-SELECT SECTION.
           IF WS-DT-REG-ON-XTR (WS-DATE-SUB)
               MOVE WS-DT-REG-STAMP (WS-DATE-SUB)
                   TO WS-DT-USE-STAMP (WS-DATE-SUB)
           ELSE
               MOVE WS-DT-LATEST-STAMP (WS-DATE-SUB)
                   TO WS-DT-USE-STAMP (WS-DATE-SUB)
           END-IF
           ADD 1 TO WS-DATE-SUB
           .

       PARA-0-REOPEN SECTION.
           MOVE "N" TO WS-EXTRACT-EOF-SW
           MOVE 1   TO WS-DATE-IX
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "LDGRECON ABEND - EXTRACT-FILE OPEN FAILED, "
                       "STATUS = " WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RECON-REPORT-FILE
               STOP RUN
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "LDGRECON ABEND - LEDGER-FILE OPEN FAILED, "
                       "STATUS = " WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               CLOSE RECON-REPORT-FILE
               STOP RUN
           END-IF
           .

      *****************************************************
      * PARA-2-READ-XTR - next extract record THRDWNST
      * would post from the reconciled generation; the key
      * goes to HIGH-VALUES at end of file.
      *****************************************************
       PARA-2-READ-XTR SECTION.
           MOVE "N" TO WS-XTR-VALID-SW
           PERFORM PARA-2-READ-XTR-1
               UNTIL WS-XTR-VALID OR WS-EXTRACT-EOF
           IF WS-EXTRACT-EOF
               MOVE HIGH-VALUES TO WS-XTR-KEY
           END-IF
           .

       PARA-2-READ-XTR-1 SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XTR-READ-COUNT
                   IF XTR-JOB-ID = "THRESHJB"
                       PERFORM PARA-2-XTR-DATE
                           UNTIL WS-DT-RUN-DATE (WS-DATE-IX)
                                   = XTR-RUN-DATE
                              OR WS-DATE-IX >= WS-DATE-COUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN XTR-JOB-ID NOT = "THRESHJB"
                           ADD 1 TO WS-XTR-EXCP-COUNT
                       WHEN XTR-RUN-STAMP
                              NOT = WS-DT-USE-STAMP (WS-DATE-IX)
                           ADD 1 TO WS-XTR-SUPERSEDED
                       WHEN XTR-WINDOW-TRIP
                           ADD 1 TO WS-XTR-WINDOW-COUNT
                       WHEN XTR-FINAL-AREA-1 NUMERIC
                           MOVE XTR-RUN-DATE TO WS-XK-RUN-DATE
                           MOVE XTR-ACCOUNT  TO WS-XK-ACCOUNT
                           SET WS-XTR-VALID TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-XTR-EXCP-COUNT
                   END-EVALUATE
           END-READ
           .

       PARA-2-XTR-DATE SECTION.
           ADD 1 TO WS-DATE-IX
           .

      *****************************************************
      * PARA-3-READ-LDG - next ledger posting to reconcile;
      * the key goes to HIGH-VALUES at end of file.
      *****************************************************
       PARA-3-READ-LDG SECTION.
           MOVE "N" TO WS-LDG-VALID-SW
           PERFORM PARA-3-READ-LDG-1
               UNTIL WS-LDG-VALID OR WS-LEDGER-EOF
           IF WS-LEDGER-EOF
               MOVE HIGH-VALUES TO WS-LDG-KEY
           END-IF
           .

       PARA-3-READ-LDG-1 SECTION.
           READ LEDGER-FILE
               AT END
                   SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LDG-READ-COUNT
                   EVALUATE TRUE
                       WHEN LDG-JOB-ID = "LDGSTMT"
                           ADD 1 TO WS-LDG-CARRY-COUNT
                       WHEN LDG-POST-AMOUNT NOT NUMERIC
                           ADD 1 TO WS-LDG-LEGACY-COUNT
                       WHEN LDG-RUN-DATE < WS-OLDEST-DATE
                           ADD 1 TO WS-LDG-PRIOR-COUNT
                       WHEN OTHER
                           MOVE LDG-RUN-DATE TO WS-LK-RUN-DATE
                           MOVE LDG-ACCOUNT  TO WS-LK-ACCOUNT
                           SET WS-LDG-VALID TO TRUE
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-4-MERGE - one run date/account key per pass:
      * take every extract and ledger record carrying the
      * lower of the two current keys and compare them.
      *****************************************************
       PARA-4-MERGE SECTION.
           IF WS-XTR-KEY < WS-LDG-KEY
               MOVE WS-XTR-KEY TO WS-LOW-KEY
           ELSE
               MOVE WS-LDG-KEY TO WS-LOW-KEY
           END-IF
           IF WS-LOW-RUN-DATE NOT = WS-CUR-DATE
               IF WS-CUR-DATE NOT = SPACES
                   PERFORM PARA-6-DATE-BREAK
               END-IF
               PERFORM PARA-6-DATE-START
           END-IF
           MOVE 0 TO WS-KEY-XTR-COUNT
           MOVE 0 TO WS-KEY-XTR-AMOUNT
           MOVE 0 TO WS-KEY-LDG-COUNT
           MOVE 0 TO WS-KEY-LDG-AMOUNT
           PERFORM PARA-4-TAKE-XTR UNTIL WS-XTR-KEY NOT = WS-LOW-KEY
           PERFORM PARA-4-TAKE-LDG UNTIL WS-LDG-KEY NOT = WS-LOW-KEY
           PERFORM PARA-5-COMPARE
           .

       PARA-4-TAKE-XTR SECTION.
           ADD 1                TO WS-KEY-XTR-COUNT
           ADD XTR-FINAL-AREA-1 TO WS-KEY-XTR-AMOUNT
           PERFORM PARA-2-READ-XTR
           .

       PARA-4-TAKE-LDG SECTION.
           ADD 1                TO WS-KEY-LDG-COUNT
           ADD LDG-POST-AMOUNT  TO WS-KEY-LDG-AMOUNT
           PERFORM PARA-3-READ-LDG
           .

       PARA-5-COMPARE SECTION.
           ADD WS-KEY-XTR-COUNT  TO WS-RD-XTR-COUNT
           ADD WS-KEY-XTR-AMOUNT TO WS-RD-XTR-AMOUNT
           ADD WS-KEY-LDG-COUNT  TO WS-RD-LDG-COUNT
           ADD WS-KEY-LDG-AMOUNT TO WS-RD-LDG-AMOUNT
           ADD WS-KEY-XTR-AMOUNT TO WS-GRAND-XTR-AMOUNT
           ADD WS-KEY-LDG-AMOUNT TO WS-GRAND-LDG-AMOUNT
           EVALUATE TRUE
               WHEN WS-KEY-LDG-COUNT = 0
                   MOVE "UNPOSTED"   TO WS-EXL-STATUS
                   ADD 1 TO WS-UNPOSTED-COUNT
                   PERFORM PARA-5-EXCP-LINE
               WHEN WS-KEY-XTR-COUNT = 0
                   MOVE "NO EXTRACT" TO WS-EXL-STATUS
                   ADD 1 TO WS-NOEXTRACT-COUNT
                   PERFORM PARA-5-EXCP-LINE
               WHEN WS-KEY-XTR-COUNT NOT = WS-KEY-LDG-COUNT
                 OR WS-KEY-XTR-AMOUNT NOT = WS-KEY-LDG-AMOUNT
                   MOVE "MISMATCH"   TO WS-EXL-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
                   PERFORM PARA-5-EXCP-LINE
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE
           .

       PARA-5-EXCP-LINE SECTION.
           MOVE WS-LOW-ACCOUNT    TO WS-EXL-ACCOUNT
           MOVE WS-KEY-XTR-COUNT  TO WS-EXL-XTR-COUNT
           MOVE WS-KEY-XTR-AMOUNT TO WS-EXL-XTR-AMOUNT
           MOVE WS-KEY-LDG-COUNT  TO WS-EXL-LDG-COUNT
           MOVE WS-KEY-LDG-AMOUNT TO WS-EXL-LDG-AMOUNT
           MOVE WS-EXCP-LINE      TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           ADD 1 TO WS-RD-EXCP-COUNT
           .

      *****************************************************
      * PARA-6-DATE-START - a new run date: look up its
      * extract generation and register standing and zero
      * its totals. A run date only the ledger carries has
      * no generation.
      *****************************************************
       PARA-6-DATE-START SECTION.
           MOVE WS-LOW-RUN-DATE TO WS-CUR-DATE
           MOVE 0 TO WS-RD-XTR-COUNT
           MOVE 0 TO WS-RD-XTR-AMOUNT
           MOVE 0 TO WS-RD-LDG-COUNT
           MOVE 0 TO WS-RD-LDG-AMOUNT
           MOVE 0 TO WS-RD-EXCP-COUNT
           MOVE 0 TO WS-DATE-FOUND
           MOVE 1 TO WS-DATE-SUB
           PERFORM PARA-6-FIND-DATE
               UNTIL WS-DATE-FOUND > 0
                  OR WS-DATE-SUB > WS-DATE-COUNT
           IF WS-DATE-FOUND > 0
               MOVE WS-DT-USE-STAMP (WS-DATE-FOUND)
                   TO WS-CUR-USE-STAMP
               MOVE WS-DT-GEN-COUNT (WS-DATE-FOUND)
                   TO WS-CUR-GEN-COUNT
               MOVE WS-DT-REG-SW (WS-DATE-FOUND) TO WS-CUR-REG-SW
           ELSE
               MOVE SPACES TO WS-CUR-USE-STAMP
               MOVE 0      TO WS-CUR-GEN-COUNT
               MOVE "N"    TO WS-CUR-REG-SW
               MOVE WS-CUR-DATE TO WS-SRCH-RUN-DATE
               PERFORM PARA-8-FIND-REG
               IF WS-REG-FOUND > 0
                   MOVE "Y" TO WS-CUR-REG-SW
               END-IF
           END-IF
           .

       PARA-6-FIND-DATE SECTION.
           IF WS-DT-RUN-DATE (WS-DATE-SUB) = WS-CUR-DATE
               MOVE WS-DATE-SUB TO WS-DATE-FOUND
           END-IF
           ADD 1 TO WS-DATE-SUB
           .

       PARA-6-DATE-BREAK SECTION.
           MOVE WS-CUR-DATE      TO WS-DTL-RUN-DATE
           MOVE WS-CUR-USE-STAMP TO WS-DTL-USE-STAMP
           MOVE WS-CUR-GEN-COUNT TO WS-DTL-GEN-COUNT
           MOVE WS-CUR-REG-SW    TO WS-DTL-REG-SW
           MOVE WS-RD-XTR-COUNT  TO WS-DTL-XTR-COUNT
           MOVE WS-RD-XTR-AMOUNT TO WS-DTL-XTR-AMOUNT
           MOVE WS-RD-LDG-COUNT  TO WS-DTL-LDG-COUNT
           MOVE WS-RD-LDG-AMOUNT TO WS-DTL-LDG-AMOUNT
           IF WS-RD-EXCP-COUNT = 0
               MOVE "BALANCED"       TO WS-DTL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-DTL-STATUS
               ADD 1 TO WS-DATES-OUT
           END-IF
           MOVE WS-DATE-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           ADD 1 TO WS-DATES-REPORTED
           .

       PARA-8-FIND-REG SECTION.
           MOVE 0 TO WS-REG-FOUND
           MOVE 1 TO WS-REG-SUB
           PERFORM PARA-8-FIND-REG-1
               UNTIL WS-REG-FOUND > 0
                  OR WS-REG-SUB > WS-REG-COUNT
           .

       PARA-8-FIND-REG-1 SECTION.
           IF WS-RG-RUN-DATE (WS-REG-SUB) = WS-SRCH-RUN-DATE
               MOVE WS-REG-SUB TO WS-REG-FOUND
           END-IF
           ADD 1 TO WS-REG-SUB
           .

       PARA-8-TOTALS SECTION.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "LDGRECON CONTROL TOTALS" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "RUN DATES REPORTED"    TO WS-TOT-LABEL
           MOVE WS-DATES-REPORTED      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUN DATES OUT OF BALANCE" TO WS-TOT-LABEL
           MOVE WS-DATES-OUT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "EXTRACT RECORDS READ"  TO WS-TOT-LABEL
           MOVE WS-XTR-READ-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "SUPERSEDED ATTEMPT RECORDS" TO WS-TOT-LABEL
           MOVE WS-XTR-SUPERSEDED      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "WINDOW RECORDS PASSED OVER" TO WS-TOT-LABEL
           MOVE WS-XTR-WINDOW-COUNT    TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "INTERFACE EXCEPTIONS"  TO WS-TOT-LABEL
           MOVE WS-XTR-EXCP-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "LEDGER RECORDS READ"   TO WS-TOT-LABEL
           MOVE WS-LDG-READ-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CARRY RECORDS PASSED OVER" TO WS-TOT-LABEL
           MOVE WS-LDG-CARRY-COUNT     TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "LEGACY LAYOUT PASSED OVER" TO WS-TOT-LABEL
           MOVE WS-LDG-LEGACY-COUNT    TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "POSTINGS BEFORE EXTRACTS"  TO WS-TOT-LABEL
           MOVE WS-LDG-PRIOR-COUNT     TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "REGISTER RECORDS READ" TO WS-TOT-LABEL
           MOVE WS-REG-READ-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "KEYS MATCHED"          TO WS-TOT-LABEL
           MOVE WS-MATCHED-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "KEYS UNPOSTED"         TO WS-TOT-LABEL
           MOVE WS-UNPOSTED-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "KEYS WITH NO EXTRACT"  TO WS-TOT-LABEL
           MOVE WS-NOEXTRACT-COUNT     TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "KEYS MISMATCHED"       TO WS-TOT-LABEL
           MOVE WS-MISMATCH-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "EXTRACT AMOUNT"        TO WS-TOT-LABEL
           MOVE WS-GRAND-XTR-AMOUNT    TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "LEDGER AMOUNT"         TO WS-TOT-LABEL
           MOVE WS-GRAND-LDG-AMOUNT    TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-DATE-COUNT > 0
               STRING "OLDEST EXTRACT RUN DATE = " WS-OLDEST-DATE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               MOVE "NO EXTRACT GENERATION TO RECONCILE AGAINST"
                   TO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE EXTRACT-FILE
           CLOSE LEDGER-FILE
           CLOSE RECON-REPORT-FILE
           .
