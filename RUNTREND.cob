       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNTREND.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * RUNTREND is the run statistics trend report. Every
      * step of the nightly chain and the periodic jobs
      * appends a run statistics record (RUNREC) to the
      * shared run log as it ends; RUNTREND reads the log
      * (RUNIN, sorted by job, step and start stamp) and
      * prints, step by step, each run whose run date falls
      * in the period on the RTCTLIN PERIOD card: its start,
      * elapsed seconds, return code and input, output and
      * reject counts, beside the step's recent average
      * elapsed time and input count.
      * The recent average is taken over the step's last
      * runs before the one printed - the PERIOD card's
      * history count, default 7 - including runs before
      * the period starts, so the first nights of the
      * period are judged like any other. Once a step has
      * at least three prior runs, a run is flagged
      *   ELAPSED HIGH / ELAPSED LOW - its elapsed time is
      *       off the average by more than the tolerance
      *       percentage and by at least the minimum
      *       seconds
      *   VOLUME HIGH / VOLUME LOW   - its input count is
      *       off the average by more than the tolerance
      *       percentage and by at least the minimum volume
      * so a long night or a step whose volume suddenly
      * doubles stands out without a spool search. Each
      * step closes with its runs, flagged runs, average
      * and longest elapsed time and average input count.
      *
      * Card layout (columns 1-8 are the function):
      *   PERIOD   9-16 from run date  17-24 to run date
      *            25-26 history runs           (default 07)
      *            27-29 tolerance percentage   (default 050)
      *            30-34 minimum seconds        (default 00060)
      *            35-41 minimum volume change  (default
      *                                          0000100)
      *
      * RETURN-CODE 0 means no run in the period was
      * flagged, 4 means one or more runs were flagged, 8
      * means there was no valid PERIOD card or no logged
      * run in the period, 16 means a file failed to open.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-CONTROL-FILE
               ASSIGN TO "RTCTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO "RTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREND-CONTROL-FILE
           RECORDING MODE IS F.
       01  RTC-RECORD.
           05  RTC-FUNCTION            PIC X(8).
           05  RTC-DATA                PIC X(72).
           05  RTC-PERIOD REDEFINES RTC-DATA.
               10  RTC-FROM-DATE       PIC X(8).
               10  RTC-TO-DATE         PIC X(8).
               10  RTC-HISTORY-RUNS    PIC X(2).
               10  RTC-TOLERANCE-PCT   PIC X(3).
               10  RTC-MIN-SECONDS     PIC X(5).
               10  RTC-MIN-VOLUME      PIC X(7).
               10  FILLER              PIC X(39).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       FD  TREND-REPORT-FILE
           RECORDING MODE IS F.
       01  TREND-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************
      * The PERIOD card, once edited.
      *****************************************************
       01  WS-PERIOD-SW                PIC X    VALUE "N".
           88  WS-PERIOD-VALID         VALUE "Y".
       01  WS-PERIOD-SEEN-SW           PIC X    VALUE "N".
           88  WS-PERIOD-SEEN          VALUE "Y".
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-HISTORY-RUNS             PIC 9(2) VALUE 7.
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 50.
       01  WS-MIN-SECONDS              PIC 9(5) VALUE 60.
       01  WS-MIN-VOLUME               PIC 9(7) VALUE 100.
       01  WS-MIN-HISTORY              PIC 9(2) VALUE 3.

       01  WS-CARD-COUNT               PIC 9(5) VALUE 0.
       01  WS-CARD-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-PERIOD-COUNT             PIC 9(7) VALUE 0.
       01  WS-BEFORE-COUNT             PIC 9(7) VALUE 0.
       01  WS-AFTER-COUNT              PIC 9(7) VALUE 0.
       01  WS-BAD-STAMP-COUNT          PIC 9(7) VALUE 0.
       01  WS-STEP-COUNT               PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ELAPSED-FLAG-COUNT       PIC 9(7) VALUE 0.
       01  WS-VOLUME-FLAG-COUNT        PIC 9(7) VALUE 0.

       01  WS-INPUT-EOF-SW             PIC X    VALUE "N".
           88  WS-INPUT-EOF            VALUE "Y".

       01  WS-RUNLOG-EOF-SW            PIC X    VALUE "N".
           88  WS-RUNLOG-EOF           VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

      *****************************************************
      * The step being worked - the control break is on job
      * and step - with its totals over the period and a
      * history of its most recent runs, kept round-robin
      * in WS-HST-ENTRY, from which each run's average is
      * taken before the run itself is added.
      *****************************************************
       01  WS-CUR-JOB                  PIC X(8) VALUE SPACES.
       01  WS-CUR-STEP                 PIC X(8) VALUE SPACES.
       01  WS-CUR-PROGRAM              PIC X(8) VALUE SPACES.
       01  WS-STEP-SEEN-SW             PIC X    VALUE "N".
           88  WS-STEP-SEEN            VALUE "Y".
       01  WS-STEP-PRINTED-SW          PIC X    VALUE "N".
           88  WS-STEP-PRINTED         VALUE "Y".
       01  WS-STEP-RUNS                PIC 9(5) VALUE 0.
       01  WS-STEP-FLAGGED             PIC 9(5) VALUE 0.
       01  WS-STEP-ELAPSED-SUM         PIC 9(11) VALUE 0.
       01  WS-STEP-IN-SUM              PIC 9(11) VALUE 0.
       01  WS-STEP-LONGEST             PIC 9(7) VALUE 0.

       01  WS-HST-COUNT                PIC 9(2) VALUE 0.
       01  WS-HST-NEXT                 PIC 9(2) VALUE 0.
       01  WS-HST-SUB                  PIC 9(2) VALUE 0.
       01  WS-HISTORY-TABLE.
           05  WS-HST-ENTRY OCCURS 30 TIMES.
               10  WS-HST-ELAPSED      PIC 9(7).
               10  WS-HST-IN-COUNT     PIC 9(7).
       01  WS-HST-ELAPSED-SUM          PIC 9(9) VALUE 0.
       01  WS-HST-IN-SUM               PIC 9(9) VALUE 0.
       01  WS-AVG-ELAPSED              PIC 9(7) VALUE 0.
       01  WS-AVG-IN                   PIC 9(7) VALUE 0.

      *****************************************************
      * Elapsed time - the two stamps taken apart into
      * date and time of day.
      *****************************************************
       01  WS-START-STAMP              PIC X(14) VALUE SPACES.
       01  WS-START-STAMP-R REDEFINES WS-START-STAMP.
           05  WS-START-DATE-N         PIC 9(8).
           05  WS-START-HH             PIC 9(2).
           05  WS-START-MI             PIC 9(2).
           05  WS-START-SS             PIC 9(2).
       01  WS-END-STAMP                PIC X(14) VALUE SPACES.
       01  WS-END-STAMP-R REDEFINES WS-END-STAMP.
           05  WS-END-DATE-N           PIC 9(8).
           05  WS-END-HH               PIC 9(2).
           05  WS-END-MI               PIC 9(2).
           05  WS-END-SS               PIC 9(2).
       01  WS-START-DAY                PIC 9(7) VALUE 0.
       01  WS-END-DAY                  PIC 9(7) VALUE 0.
       01  WS-ELAPSED                  PIC 9(7) VALUE 0.
       01  WS-DIFF                     PIC 9(7) VALUE 0.
       01  WS-RUN-FLAGGED-SW           PIC X    VALUE "N".
           88  WS-RUN-FLAGGED          VALUE "Y".

       01  WS-HEADING-1.
           05  FILLER                  PIC X(21)
               VALUE "RUN STATISTICS TREND ".
           05  FILLER                  PIC X(19)
               VALUE "FOR RUN DATES FROM ".
           05  WS-HD-FROM              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-HD-TO                PIC X(8).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(13)
               VALUE "HISTORY RUNS ".
           05  WS-HD-HISTORY           PIC 9(2).
           05  FILLER                  PIC X(24)
               VALUE "  TOLERANCE PERCENTAGE  ".
           05  WS-HD-TOLERANCE         PIC 9(3).
           05  FILLER                  PIC X(18)
               VALUE "  MINIMUM SECONDS ".
           05  WS-HD-MIN-SECONDS       PIC 9(5).
           05  FILLER                  PIC X(17)
               VALUE "  MINIMUM VOLUME ".
           05  WS-HD-MIN-VOLUME        PIC 9(7).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-STEP-HEADER.
           05  FILLER                  PIC X(4)  VALUE "JOB ".
           05  WS-SH-JOB               PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "  STEP ".
           05  WS-SH-STEP              PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  PROGRAM ".
           05  WS-SH-PROGRAM           PIC X(8).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(16) VALUE "STARTED".
           05  FILLER                  PIC X(9)  VALUE "ELAPSED".
           05  FILLER                  PIC X(6)  VALUE "RC".
           05  FILLER                  PIC X(9)  VALUE "IN".
           05  FILLER                  PIC X(9)  VALUE "OUT".
           05  FILLER                  PIC X(9)  VALUE "REJECT".
           05  FILLER                  PIC X(9)  VALUE "AVG-ELAP".
           05  FILLER                  PIC X(9)  VALUE "AVG-IN".
           05  FILLER                  PIC X(27) VALUE "FLAGS".
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-START            PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ELAPSED          PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-RC               PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-IN               PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-OUT              PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-REJECT           PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AVG-ELAPSED      PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AVG-IN           PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ELAPSED-FLAG     PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-VOLUME-FLAG      PIC X(11).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-STEP-SUMMARY.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "RUNS ".
           05  WS-SS-RUNS              PIC 9(5).
           05  FILLER                  PIC X(10) VALUE "  FLAGGED ".
           05  WS-SS-FLAGGED           PIC 9(5).
           05  FILLER                  PIC X(18)
               VALUE "  AVERAGE ELAPSED ".
           05  WS-SS-AVG-ELAPSED       PIC 9(7).
           05  FILLER                  PIC X(10) VALUE "  LONGEST ".
           05  WS-SS-LONGEST           PIC 9(7).
           05  FILLER                  PIC X(13)
               VALUE "  AVERAGE IN ".
           05  WS-SS-AVG-IN            PIC 9(7).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(7)  VALUE 0.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           IF WS-PERIOD-VALID
               PERFORM PARA-1-RUNLOG UNTIL WS-RUNLOG-EOF
               IF WS-STEP-SEEN
                   PERFORM PARA-8-STEP-BREAK
               END-IF
           END-IF
           PERFORM PARA-8-SUMMARY
           PERFORM PARA-9-TERM
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERIOD-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "RUNTREND RECORDS  = " WS-READ-COUNT
           DISPLAY "RUNTREND IN PERIOD= " WS-PERIOD-COUNT
           DISPLAY "RUNTREND STEPS    = " WS-STEP-COUNT
           DISPLAY "RUNTREND FLAGGED  = " WS-FLAGGED-COUNT
                   " (" WS-ELAPSED-FLAG-COUNT " ELAPSED, "
                   WS-VOLUME-FLAG-COUNT " VOLUME)"
           STOP RUN.

      *****************************************************
      * PARA-0-INIT - open the control card and the report,
      * take in the control cards, and open the run log
      * only when there is a period to report.
      *****************************************************
       PARA-0-INIT SECTION.
           OPEN INPUT TREND-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "RUNTREND ABEND - TREND-CONTROL-FILE OPEN "
                       "FAILED, STATUS = " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TREND-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RUNTREND ABEND - TREND-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TREND-CONTROL-FILE
               STOP RUN
           END-IF

           MOVE "RUNTREND RUN STATISTICS TREND REPORT"
               TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE

           MOVE "N" TO WS-INPUT-EOF-SW
           PERFORM PARA-0-CARD UNTIL WS-INPUT-EOF
           CLOSE TREND-CONTROL-FILE

           IF NOT WS-PERIOD-SEEN
               DISPLAY "RUNTREND WARNING - NO PERIOD CARD, NOTHING "
                       "REPORTED"
           END-IF
           IF WS-PERIOD-VALID
               OPEN INPUT RUNLOG-FILE
               IF WS-RUNLOG-STATUS NOT = "00"
                   DISPLAY "RUNTREND ABEND - RUNLOG-FILE OPEN "
                           "FAILED, STATUS = " WS-RUNLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE TREND-REPORT-FILE
                   STOP RUN
               END-IF
               MOVE WS-FROM-DATE       TO WS-HD-FROM
               MOVE WS-TO-DATE         TO WS-HD-TO
               MOVE WS-HEADING-1 TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE WS-HISTORY-RUNS    TO WS-HD-HISTORY
               MOVE WS-TOLERANCE-PCT   TO WS-HD-TOLERANCE
               MOVE WS-MIN-SECONDS     TO WS-HD-MIN-SECONDS
               MOVE WS-MIN-VOLUME      TO WS-HD-MIN-VOLUME
               MOVE WS-HEADING-2 TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE SPACES TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF
           .

       PARA-0-CARD SECTION.
           READ TREND-CONTROL-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   EVALUATE RTC-FUNCTION
                       WHEN "PERIOD"
                           PERFORM PARA-0-PERIOD
                       WHEN OTHER
                           ADD 1 TO WS-CARD-REJECT-COUNT
                           DISPLAY "RUNTREND WARNING - CARD "
                                   WS-CARD-COUNT " FUNCTION "
                                   RTC-FUNCTION " UNKNOWN, SKIPPED"
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-0-PERIOD - edit the PERIOD card. Only the
      * first one counts. Blank dates leave that end of the
      * period open; blank limits take their defaults. The
      * history count must be from the three runs a flag
      * needs up to the thirty the history table holds.
      *****************************************************
       PARA-0-PERIOD SECTION.
           IF WS-PERIOD-SEEN
               ADD 1 TO WS-CARD-REJECT-COUNT
               DISPLAY "RUNTREND WARNING - SECOND PERIOD CARD "
                       "IGNORED"
           ELSE
               SET WS-PERIOD-SEEN TO TRUE
               SET WS-PERIOD-VALID TO TRUE
               MOVE RTC-FROM-DATE TO WS-FROM-DATE
               MOVE RTC-TO-DATE   TO WS-TO-DATE
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               END-IF
               IF WS-FROM-DATE NOT NUMERIC
                      OR WS-TO-DATE NOT NUMERIC
                      OR WS-FROM-DATE > WS-TO-DATE
                   MOVE "N" TO WS-PERIOD-SW
                   DISPLAY "RUNTREND WARNING - PERIOD CARD DATE "
                           "RANGE INVALID"
               END-IF
               IF RTC-HISTORY-RUNS NOT = SPACES
                   IF RTC-HISTORY-RUNS NUMERIC
                          AND RTC-HISTORY-RUNS NOT < "03"
                          AND RTC-HISTORY-RUNS NOT > "30"
                       MOVE RTC-HISTORY-RUNS TO WS-HISTORY-RUNS
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "RUNTREND WARNING - PERIOD CARD "
                               "HISTORY RUNS MUST BE 03 TO 30"
                   END-IF
               END-IF
               IF RTC-TOLERANCE-PCT NOT = SPACES
                   IF RTC-TOLERANCE-PCT NUMERIC
                          AND RTC-TOLERANCE-PCT > "000"
                       MOVE RTC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "RUNTREND WARNING - PERIOD CARD "
                               "TOLERANCE PERCENTAGE INVALID"
                   END-IF
               END-IF
               IF RTC-MIN-SECONDS NOT = SPACES
                   IF RTC-MIN-SECONDS NUMERIC
                       MOVE RTC-MIN-SECONDS TO WS-MIN-SECONDS
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "RUNTREND WARNING - PERIOD CARD "
                               "MINIMUM SECONDS INVALID"
                   END-IF
               END-IF
               IF RTC-MIN-VOLUME NOT = SPACES
                   IF RTC-MIN-VOLUME NUMERIC
                       MOVE RTC-MIN-VOLUME TO WS-MIN-VOLUME
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "RUNTREND WARNING - PERIOD CARD "
                               "MINIMUM VOLUME INVALID"
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-1-RUNLOG - one run statistics record. A change
      * of job or step closes the step before it. Runs
      * before the period only build the history; runs
      * after it are passed over.
      *****************************************************
       PARA-1-RUNLOG SECTION.
           READ RUNLOG-FILE
               AT END
                   SET WS-RUNLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF NOT WS-STEP-SEEN
                          OR RST-JOB-NAME NOT = WS-CUR-JOB
                          OR RST-STEP-NAME NOT = WS-CUR-STEP
                       IF WS-STEP-SEEN
                           PERFORM PARA-8-STEP-BREAK
                       END-IF
                       PERFORM PARA-2-NEW-STEP
                   END-IF
                   PERFORM PARA-3-ELAPSED
                   EVALUATE TRUE
                       WHEN RST-RUN-DATE < WS-FROM-DATE
                           ADD 1 TO WS-BEFORE-COUNT
                           PERFORM PARA-5-HISTORY
                       WHEN RST-RUN-DATE > WS-TO-DATE
                           ADD 1 TO WS-AFTER-COUNT
                       WHEN OTHER
                           PERFORM PARA-4-DETAIL
                           PERFORM PARA-5-HISTORY
                   END-EVALUATE
           END-READ
           .

       PARA-2-NEW-STEP SECTION.
           SET WS-STEP-SEEN TO TRUE
           MOVE "N" TO WS-STEP-PRINTED-SW
           MOVE RST-JOB-NAME  TO WS-CUR-JOB
           MOVE RST-STEP-NAME TO WS-CUR-STEP
           MOVE RST-PROGRAM   TO WS-CUR-PROGRAM
           MOVE 0 TO WS-STEP-RUNS
           MOVE 0 TO WS-STEP-FLAGGED
           MOVE 0 TO WS-STEP-ELAPSED-SUM
           MOVE 0 TO WS-STEP-IN-SUM
           MOVE 0 TO WS-STEP-LONGEST
           MOVE 0 TO WS-HST-COUNT
           MOVE 0 TO WS-HST-NEXT
           .

      *****************************************************
      * PARA-3-ELAPSED - seconds from the start stamp to
      * the end stamp, across midnight or month end. A
      * record whose stamps are not numeric, or end before
      * they start, is counted and taken as zero seconds.
      *****************************************************
       PARA-3-ELAPSED SECTION.
           MOVE 0 TO WS-ELAPSED
           MOVE RST-START-STAMP TO WS-START-STAMP
           MOVE RST-END-STAMP   TO WS-END-STAMP
           IF WS-START-STAMP NUMERIC
                  AND WS-END-STAMP NUMERIC
                  AND WS-END-STAMP NOT < WS-START-STAMP
               COMPUTE WS-START-DAY
                   = FUNCTION INTEGER-OF-DATE (WS-START-DATE-N)
               COMPUTE WS-END-DAY
                   = FUNCTION INTEGER-OF-DATE (WS-END-DATE-N)
               COMPUTE WS-ELAPSED
                   = (WS-END-DAY - WS-START-DAY) * 86400
                   + WS-END-HH * 3600 + WS-END-MI * 60
                   + WS-END-SS
                   - WS-START-HH * 3600 - WS-START-MI * 60
                   - WS-START-SS
           ELSE
               ADD 1 TO WS-BAD-STAMP-COUNT
               DISPLAY "RUNTREND WARNING - " RST-JOB-NAME " "
                       RST-STEP-NAME " RUN OF " RST-RUN-DATE
                       " HAS NO USABLE START/END STAMP"
           END-IF
           .

      *****************************************************
      * PARA-4-DETAIL - print a run in the period against
      * the average of the step's history before it, and
      * flag it when it is far off that average.
      *****************************************************
       PARA-4-DETAIL SECTION.
           IF NOT WS-STEP-PRINTED
               SET WS-STEP-PRINTED TO TRUE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-CUR-JOB     TO WS-SH-JOB
               MOVE WS-CUR-STEP    TO WS-SH-STEP
               MOVE WS-CUR-PROGRAM TO WS-SH-PROGRAM
               MOVE WS-STEP-HEADER TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE WS-COLUMN-HEADER TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           ADD 1 TO WS-STEP-RUNS
           ADD WS-ELAPSED   TO WS-STEP-ELAPSED-SUM
           ADD RST-IN-COUNT TO WS-STEP-IN-SUM
           IF WS-ELAPSED > WS-STEP-LONGEST
               MOVE WS-ELAPSED TO WS-STEP-LONGEST
           END-IF

           MOVE RST-RUN-DATE     TO WS-DTL-RUN-DATE
           MOVE RST-START-STAMP  TO WS-DTL-START
           MOVE WS-ELAPSED       TO WS-DTL-ELAPSED
           MOVE RST-RETURN-CODE  TO WS-DTL-RC
           MOVE RST-IN-COUNT     TO WS-DTL-IN
           MOVE RST-OUT-COUNT    TO WS-DTL-OUT
           MOVE RST-REJECT-COUNT TO WS-DTL-REJECT
           MOVE SPACES TO WS-DTL-AVG-ELAPSED
           MOVE SPACES TO WS-DTL-AVG-IN
           MOVE SPACES TO WS-DTL-ELAPSED-FLAG
           MOVE SPACES TO WS-DTL-VOLUME-FLAG
           MOVE "N" TO WS-RUN-FLAGGED-SW
           IF WS-HST-COUNT > 0
               PERFORM PARA-8-AVERAGE
               MOVE WS-AVG-ELAPSED TO WS-DTL-AVG-ELAPSED
               MOVE WS-AVG-IN      TO WS-DTL-AVG-IN
               IF WS-HST-COUNT NOT < WS-MIN-HISTORY
                   PERFORM PARA-4-FLAGS
               END-IF
           END-IF
           IF WS-RUN-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-STEP-FLAGGED
           END-IF
           MOVE WS-DETAIL-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           .

       PARA-4-FLAGS SECTION.
           IF WS-ELAPSED > WS-AVG-ELAPSED
               COMPUTE WS-DIFF = WS-ELAPSED - WS-AVG-ELAPSED
               IF WS-DIFF NOT < WS-MIN-SECONDS
                      AND WS-DIFF * 100
                          > WS-TOLERANCE-PCT * WS-AVG-ELAPSED
                   MOVE "ELAPSED HIGH" TO WS-DTL-ELAPSED-FLAG
               END-IF
           ELSE
               COMPUTE WS-DIFF = WS-AVG-ELAPSED - WS-ELAPSED
               IF WS-DIFF NOT < WS-MIN-SECONDS
                      AND WS-DIFF * 100
                          > WS-TOLERANCE-PCT * WS-AVG-ELAPSED
                   MOVE "ELAPSED LOW" TO WS-DTL-ELAPSED-FLAG
               END-IF
           END-IF
           IF RST-IN-COUNT > WS-AVG-IN
               COMPUTE WS-DIFF = RST-IN-COUNT - WS-AVG-IN
               IF WS-DIFF NOT < WS-MIN-VOLUME
                      AND WS-DIFF * 100
                          > WS-TOLERANCE-PCT * WS-AVG-IN
                   MOVE "VOLUME HIGH" TO WS-DTL-VOLUME-FLAG
               END-IF
           ELSE
               COMPUTE WS-DIFF = WS-AVG-IN - RST-IN-COUNT
               IF WS-DIFF NOT < WS-MIN-VOLUME
                      AND WS-DIFF * 100
                          > WS-TOLERANCE-PCT * WS-AVG-IN
                   MOVE "VOLUME LOW" TO WS-DTL-VOLUME-FLAG
               END-IF
           END-IF
           IF WS-DTL-ELAPSED-FLAG NOT = SPACES
               ADD 1 TO WS-ELAPSED-FLAG-COUNT
               SET WS-RUN-FLAGGED TO TRUE
           END-IF
           IF WS-DTL-VOLUME-FLAG NOT = SPACES
               ADD 1 TO WS-VOLUME-FLAG-COUNT
               SET WS-RUN-FLAGGED TO TRUE
           END-IF
           .

      *****************************************************
      * PARA-5-HISTORY - add the run to the step's history,
      * replacing the oldest once the history is full.
      *****************************************************
       PARA-5-HISTORY SECTION.
           ADD 1 TO WS-HST-NEXT
           IF WS-HST-NEXT > WS-HISTORY-RUNS
               MOVE 1 TO WS-HST-NEXT
           END-IF
           MOVE WS-ELAPSED   TO WS-HST-ELAPSED (WS-HST-NEXT)
           MOVE RST-IN-COUNT TO WS-HST-IN-COUNT (WS-HST-NEXT)
           IF WS-HST-COUNT < WS-HISTORY-RUNS
               ADD 1 TO WS-HST-COUNT
           END-IF
           .

       PARA-8-AVERAGE SECTION.
           MOVE 0 TO WS-HST-ELAPSED-SUM
           MOVE 0 TO WS-HST-IN-SUM
           MOVE 1 TO WS-HST-SUB
           PERFORM PARA-8-AVERAGE-1
               UNTIL WS-HST-SUB > WS-HST-COUNT
           COMPUTE WS-AVG-ELAPSED ROUNDED
               = WS-HST-ELAPSED-SUM / WS-HST-COUNT
           COMPUTE WS-AVG-IN ROUNDED
               = WS-HST-IN-SUM / WS-HST-COUNT
           .

       PARA-8-AVERAGE-1 SECTION.
           ADD WS-HST-ELAPSED (WS-HST-SUB)  TO WS-HST-ELAPSED-SUM
           ADD WS-HST-IN-COUNT (WS-HST-SUB) TO WS-HST-IN-SUM
           ADD 1 TO WS-HST-SUB
           .

      *****************************************************
      * PARA-8-STEP-BREAK - close a step that had runs in
      * the period with its summary line.
      *****************************************************
       PARA-8-STEP-BREAK SECTION.
           IF WS-STEP-PRINTED
               MOVE WS-STEP-RUNS    TO WS-SS-RUNS
               MOVE WS-STEP-FLAGGED TO WS-SS-FLAGGED
               COMPUTE WS-SS-AVG-ELAPSED ROUNDED
                   = WS-STEP-ELAPSED-SUM / WS-STEP-RUNS
               MOVE WS-STEP-LONGEST TO WS-SS-LONGEST
               COMPUTE WS-SS-AVG-IN ROUNDED
                   = WS-STEP-IN-SUM / WS-STEP-RUNS
               MOVE WS-STEP-SUMMARY TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE SPACES TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-IF
           .

       PARA-8-SUMMARY SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "RUNTREND SUMMARY" TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "CONTROL CARDS READ"       TO WS-TOT-LABEL
           MOVE WS-CARD-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CONTROL CARDS SKIPPED"    TO WS-TOT-LABEL
           MOVE WS-CARD-REJECT-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUN LOG RECORDS READ"     TO WS-TOT-LABEL
           MOVE WS-READ-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUNS BEFORE THE PERIOD"   TO WS-TOT-LABEL
           MOVE WS-BEFORE-COUNT            TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUNS IN THE PERIOD"       TO WS-TOT-LABEL
           MOVE WS-PERIOD-COUNT            TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUNS AFTER THE PERIOD"    TO WS-TOT-LABEL
           MOVE WS-AFTER-COUNT             TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUNS WITH NO USABLE STAMP" TO WS-TOT-LABEL
           MOVE WS-BAD-STAMP-COUNT         TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "STEPS REPORTED"           TO WS-TOT-LABEL
           MOVE WS-STEP-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RUNS FLAGGED"             TO WS-TOT-LABEL
           MOVE WS-FLAGGED-COUNT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FLAGGED ON ELAPSED TIME"  TO WS-TOT-LABEL
           MOVE WS-ELAPSED-FLAG-COUNT      TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FLAGGED ON VOLUME"        TO WS-TOT-LABEL
           MOVE WS-VOLUME-FLAG-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           IF WS-PERIOD-VALID
               CLOSE RUNLOG-FILE
           END-IF
           CLOSE TREND-REPORT-FILE
           .
