      *     AUD-BEFORE-AREA-1 equals the account's prior
      *     AUD-AFTER-AREA-1, allowing the re-arm to zero
      *     that follows a TRIPPED record in FULL mode;
      *     SUSDRAW and SUSHOLD records carry the suspense
      *     balance and GRPTRIP records a group accumulator,
      *     not the account's, so they are passed over for
      *     both the chain and the cycle count),
      *   - the audit cycle count matches the run-total
      *     RPT-CYCLE-COUNT,
      *   - every nightly XTR-RECORD matches a TRIPPED
      *     audit record for its account and amount, and
      *     the nightly extract record count matches
      *     RPT-TRIP-COUNT,
      *   - the window-trip extract records (XTR-TRIP-TYPE
      *     R or M), which no audit cycle stands behind,
      *     count to the run-total RPT-WINDOW-TRIPS,
      *   - every group-trip extract record (XTR-TRIP-TYPE
      *     G) matches a GRPTRIP audit record for its
      *     group and amount, and the group extract count
      *     matches the RPT-TRIP-COUNT summed over the
      *     "*GROUP*" report lines.
      * The run date reconciled is the RPT-RUN-DATE of the
      * night's "*TOTALS*" report line, matched against
      * AUD-RUN-DATE - the run date THRESHJB stamps on
      * or more discrepancies (hold the downstream chain),
      * 16 means a file failed to open or a work table
      * overflowed.
      * At the end of a normal run RECONJB appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): audit cycles, extract records and
      * discrepancies.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY XTRREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.
       01  WS-RPT-CYCLES               PIC 9(5) VALUE 0.
       01  WS-RPT-TRIPS                PIC 9(5) VALUE 0.
       01  WS-RPT-WINDOW-TRIPS         PIC 9(5) VALUE 0.
       01  WS-RPT-GROUP-TRIPS          PIC 9(5) VALUE 0.
       01  WS-TOTALS-SEEN-SW           PIC X    VALUE "N".
           88  WS-TOTALS-SEEN          VALUE "Y".

       01  WS-AUDIT-CYCLES             PIC 9(5) VALUE 0.
       01  WS-EXTRACT-COUNT            PIC 9(5) VALUE 0.
       01  WS-WINDOW-COUNT             PIC 9(5) VALUE 0.
       01  WS-GROUP-COUNT              PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.

      *****************************************************
               10  WS-CHAIN-BRANCH     PIC X(8).

      *****************************************************
      * TRIPPED and GRPTRIP audit records collected for
      * the run date, matched off one-for-one against
      * extract records of the same type (G for a group
      * trip, space for an account trip).
      *****************************************************
       01  WS-TRIP-LIMIT               PIC 9(5) VALUE 5000.
       01  WS-TRIP-COUNT               PIC 9(5) VALUE 0.
           05  WS-TRIP-ENTRY           OCCURS 5000 TIMES.
               10  WS-TRIP-KEY         PIC X(8).
               10  WS-TRIP-AFTER       PIC 9(7).
               10  WS-TRIP-TYPE        PIC X.
               10  WS-TRIP-MATCHED-SW  PIC X.
                   88  WS-TRIP-MATCHED VALUE "Y".

           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-EXTRACT-STATUS       PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-REPORT UNTIL WS-REPORT-EOF
           IF NOT WS-TOTALS-SEEN
               MOVE 0 TO RETURN-CODE
               DISPLAY "RECONJB RUN BALANCES"
           END-IF
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
      *****************************************************
      * PARA-1-REPORT - pull the run date and the run-total
      * cycle and trip counts off the night's "*TOTALS*"
      * report line. A report cut before the window-trip
      * count existed carries spaces there - no window
      * trips. Group trips are summed off the "*GROUP*"
      * lines.
      *****************************************************
       PARA-1-REPORT SECTION.
           READ REPORT-FILE
                       MOVE RPT-RUN-DATE    TO WS-RUN-DATE
                       MOVE RPT-CYCLE-COUNT TO WS-RPT-CYCLES
                       MOVE RPT-TRIP-COUNT  TO WS-RPT-TRIPS
                       IF RPT-WINDOW-TRIPS NUMERIC
                           MOVE RPT-WINDOW-TRIPS
                               TO WS-RPT-WINDOW-TRIPS
                       END-IF
                   END-IF
                   IF RPT-ACCOUNT = "*GROUP*"
                       ADD RPT-TRIP-COUNT TO WS-RPT-GROUP-TRIPS
                   END-IF
           END-READ
           .
      * PARA-2-AUDIT - walk the audit trail for the run
      * date: verify per-account chain continuity, count
      * the transaction cycles, and collect the TRIPPED
      * and GRPTRIP records for the extract match.
      *****************************************************
       PARA-2-AUDIT SECTION.
           READ AUDIT-FILE
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE = WS-RUN-DATE
                       EVALUATE AUD-BRANCH
                           WHEN "EOF"
                           WHEN "SUSDRAW"
                           WHEN "SUSHOLD"
                               CONTINUE
                           WHEN "GRPTRIP"
                               PERFORM PARA-2-TRIP
                               MOVE "G" TO WS-TRIP-TYPE (WS-TRIP-COUNT)
                           WHEN OTHER
                               PERFORM PARA-2-CHAIN
                               ADD 1 TO WS-AUDIT-CYCLES
                               IF AUD-BRANCH = "TRIPPED"
                                   PERFORM PARA-2-TRIP
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
           .
           MOVE AUD-ACCOUNT      TO WS-TRIP-KEY (WS-TRIP-COUNT)
           MOVE AUD-AFTER-AREA-1 TO WS-TRIP-AFTER (WS-TRIP-COUNT)
           MOVE "N"              TO WS-TRIP-MATCHED-SW (WS-TRIP-COUNT)
           MOVE SPACE            TO WS-TRIP-TYPE (WS-TRIP-COUNT)
           .

      *****************************************************
      * PARA-3-EXTRACT - match each nightly extract record
      * against an unmatched TRIPPED audit record with the
      * same account and amount, and each group-trip record
      * against a GRPTRIP record the same way; window-trip
      * records are only counted.
      *****************************************************
       PARA-3-EXTRACT SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN XTR-WINDOW-TRIP
                           ADD 1 TO WS-WINDOW-COUNT
                       WHEN XTR-GROUP-TRIP
                           ADD 1 TO WS-GROUP-COUNT
                           PERFORM PARA-3-EXTRACT-2
                       WHEN OTHER
                           ADD 1 TO WS-EXTRACT-COUNT
                           PERFORM PARA-3-EXTRACT-2
                   END-EVALUATE
           END-READ
           .

       PARA-3-EXTRACT-2 SECTION.
           MOVE 0 TO WS-TRIP-FOUND
           MOVE 1 TO WS-TRIP-SUB
           PERFORM PARA-3-EXTRACT-1
               UNTIL WS-TRIP-FOUND > 0
                  OR WS-TRIP-SUB > WS-TRIP-COUNT
           IF WS-TRIP-FOUND > 0
               SET WS-TRIP-MATCHED (WS-TRIP-FOUND) TO TRUE
           ELSE
               DISPLAY "RECONJB ERROR - EXTRACT FOR ACCOUNT "
                       XTR-ACCOUNT " AMOUNT "
                       XTR-FINAL-AREA-1
                       " TYPE " XTR-TRIP-TYPE
                       " HAS NO TRIPPED AUDIT RECORD"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       PARA-3-EXTRACT-1 SECTION.
           IF WS-TRIP-KEY (WS-TRIP-SUB) = XTR-ACCOUNT
                  AND WS-TRIP-AFTER (WS-TRIP-SUB) = XTR-FINAL-AREA-1
                  AND WS-TRIP-TYPE (WS-TRIP-SUB) = XTR-TRIP-TYPE
                  AND NOT WS-TRIP-MATCHED (WS-TRIP-SUB)
               MOVE WS-TRIP-SUB TO WS-TRIP-FOUND
           ELSE
                       " DOES NOT MATCH REPORT TRIPS " WS-RPT-TRIPS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-WINDOW-COUNT NOT = WS-RPT-WINDOW-TRIPS
               DISPLAY "RECONJB ERROR - WINDOW EXTRACT COUNT "
                       WS-WINDOW-COUNT
                       " DOES NOT MATCH REPORT WINDOW TRIPS "
                       WS-RPT-WINDOW-TRIPS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-GROUP-COUNT NOT = WS-RPT-GROUP-TRIPS
               DISPLAY "RECONJB ERROR - GROUP EXTRACT COUNT "
                       WS-GROUP-COUNT
                       " DOES NOT MATCH REPORT GROUP TRIPS "
                       WS-RPT-GROUP-TRIPS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           DISPLAY "RECONJB RUN DATE       = " WS-RUN-DATE
           DISPLAY "RECONJB AUDIT CYCLES   = " WS-AUDIT-CYCLES
           DISPLAY "RECONJB REPORT CYCLES  = " WS-RPT-CYCLES
           DISPLAY "RECONJB EXTRACT COUNT  = " WS-EXTRACT-COUNT
           DISPLAY "RECONJB REPORT TRIPS   = " WS-RPT-TRIPS
           DISPLAY "RECONJB WINDOW EXTRACT = " WS-WINDOW-COUNT
           DISPLAY "RECONJB REPORT WINDOWS = " WS-RPT-WINDOW-TRIPS
           DISPLAY "RECONJB GROUP EXTRACT  = " WS-GROUP-COUNT
           DISPLAY "RECONJB REPORT GROUPS  = " WS-RPT-GROUP-TRIPS
           .

       PARA-9-TERM SECTION.
           CLOSE AUDIT-FILE
           CLOSE EXTRACT-FILE
           .

      *****************************************************
      * PARA-9-RUNLOG - append this run's statistics record
      * to the run log. The log only feeds trend reporting,
      * so a log that will not open is a warning and the
      * return code stands.
      *****************************************************
       PARA-9-RUNLOG SECTION.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "RECONJB WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP015"         TO RST-STEP-NAME
               MOVE "RECONJB"         TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-AUDIT-CYCLES   TO RST-IN-COUNT
               COMPUTE RST-OUT-COUNT = WS-EXTRACT-COUNT
                   + WS-WINDOW-COUNT + WS-GROUP-COUNT
               MOVE WS-ERROR-COUNT    TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
