       IDENTIFICATION DIVISION.
       PROGRAM-ID.    THRTUNE.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * THRTUNE is the threshold tuning analysis. It reads
      * the THRESHJB summary report generations (RPTIN, the
      * GDG base, so every night kept) and the audit trail
      * (AUDIN) over the period on the TNCTLIN PERIOD card,
      * and sets each account's nights against the
      * threshold and warning level in force on the
      * threshold master (THMIN) today:
      *   nights on the report, nights tripped and trips
      *   (RPT-TRIP-COUNT), nights warned and warning
      *   crossings (RPT-WARN-COUNT), the average and peak
      *   end-of-night accumulator (RPT-FINAL-AREA-1), and
      *   the audit cycles and peak accumulator the audit
      *   trail shows inside the night.
      * An account is flagged
      *   TRIPS OFTEN - it tripped on at least the PERIOD
      *                 card's trip percentage of its nights;
      *                 the proposed threshold is the
      *                 average night plus the headroom
      *   FAR BELOW   - it never tripped and its peak stayed
      *                 under the low percentage of its
      *                 threshold; the proposed threshold is
      *                 the peak plus the headroom
      * Proposals are rounded up to the next hundred. A
      * proposed warning level keeps the account's present
      * warning-to-threshold proportion; an account with no
      * warning tier keeps none. Window thresholds are
      * carried forward unchanged, so a proposal at or over
      * either window threshold is not carried to a card
      * (WINDOW CONFLICT), and neither is one for an
      * account that already has a change waiting on the
      * master (CHANGE PENDING).
      *
      * Nothing changes until it is approved: each APPROVE
      * card names an account, and may give the threshold
      * and warning level to use in place of the proposal.
      * For each approval that stands, THRTUNE writes a
      * THMAINT CHANGE card to TMTOUT dated the PERIOD
      * card's effective date (tomorrow when blank; it must
      * be in the future) and signed with its operator, so
      * the change goes through THMAINT's edits and change
      * report like any other. Window thresholds are
      * carried on the card, since a CHANGE card replaces
      * them.
      *
      * Card layouts (columns 1-8 are the function):
      *   PERIOD   9-16 from run date  17-24 to run date
      *            25-32 effective date of the changes
      *            33-40 requesting operator
      *            41-43 trip percentage      (default 50)
      *            44-46 low percentage       (default 25)
      *            47-49 headroom percentage  (default 10)
      *   APPROVE  9-16 account  17-21 threshold (optional)
      *            22-26 warning level (optional)
      *
      * RETURN-CODE 0 means change cards were written, 4
      * means the analysis printed but no card was written,
      * 8 means there was no valid PERIOD card or no report
      * night in the period, 16 means a file failed to open
      * or a table overflowed.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUNE-CONTROL-FILE
               ASSIGN TO "TNCTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT THRESHOLD-MASTER-FILE
               ASSIGN TO "THMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRMAST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTIN-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAINT-CARD-FILE
               ASSIGN TO "TMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT TUNING-REPORT-FILE
               ASSIGN TO "TNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUNE-CONTROL-FILE
           RECORDING MODE IS F.
       01  TNC-RECORD.
           05  TNC-FUNCTION            PIC X(8).
           05  TNC-DATA                PIC X(72).
           05  TNC-PERIOD REDEFINES TNC-DATA.
               10  TNC-FROM-DATE       PIC X(8).
               10  TNC-TO-DATE         PIC X(8).
               10  TNC-EFF-DATE        PIC X(8).
               10  TNC-OPERATOR        PIC X(8).
               10  TNC-TRIP-PCT        PIC X(3).
               10  TNC-LOW-PCT         PIC X(3).
               10  TNC-HEADROOM-PCT    PIC X(3).
               10  FILLER              PIC X(31).
           05  TNC-APPROVE REDEFINES TNC-DATA.
               10  TNC-ACCOUNT         PIC X(8).
               10  TNC-THRESHOLD       PIC X(5).
               10  TNC-WARN-LEVEL      PIC X(5).
               10  FILLER              PIC X(54).

       FD  THRESHOLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY THMREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
           COPY RPTREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

      *****************************************************
      * THMAINT's maintenance card (TMTIN) layout.
      *****************************************************
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  TMT-RECORD.
           05  TMT-FUNCTION            PIC X(8).
           05  TMT-ACCOUNT             PIC X(8).
           05  TMT-THRESHOLD           PIC X(5).
           05  TMT-EFF-DATE            PIC X(8).
           05  TMT-OPERATOR            PIC X(8).
           05  TMT-WARN-LEVEL          PIC X(5).
           05  TMT-ROLL-THRESHOLD      PIC X(7).
           05  TMT-MTD-THRESHOLD       PIC X(7).
           05  FILLER                  PIC X(24).

       FD  TUNING-REPORT-FILE
           RECORDING MODE IS F.
       01  TUNING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-N               PIC 9(8) VALUE 0.
       01  WS-DATE-INT                 PIC 9(7) VALUE 0.
       01  WS-EFF-DATE-N               PIC 9(8) VALUE 0.

      *****************************************************
      * The PERIOD card, once edited.
      *****************************************************
       01  WS-PERIOD-SW                PIC X    VALUE "N".
           88  WS-PERIOD-VALID         VALUE "Y".
       01  WS-PERIOD-SEEN-SW           PIC X    VALUE "N".
           88  WS-PERIOD-SEEN          VALUE "Y".
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-CHANGE-EFF-DATE          PIC X(8) VALUE SPACES.
       01  WS-OPERATOR                 PIC X(8) VALUE SPACES.
       01  WS-TRIP-PCT                 PIC 9(3) VALUE 50.
       01  WS-LOW-PCT                  PIC 9(3) VALUE 25.
       01  WS-HEADROOM-PCT             PIC 9(3) VALUE 10.

       01  WS-CARD-COUNT               PIC 9(5) VALUE 0.
       01  WS-CARD-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-THM-READ                 PIC 9(7) VALUE 0.
       01  WS-RPT-READ                 PIC 9(7) VALUE 0.
       01  WS-RPT-USED                 PIC 9(7) VALUE 0.
       01  WS-RPT-REPEAT               PIC 9(7) VALUE 0.
       01  WS-RPT-UNKNOWN              PIC 9(7) VALUE 0.
       01  WS-AUD-READ                 PIC 9(7) VALUE 0.
       01  WS-AUD-USED                 PIC 9(7) VALUE 0.

       01  WS-ANALYSED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REPORTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-OFTEN-COUNT              PIC 9(5) VALUE 0.
       01  WS-BELOW-COUNT              PIC 9(5) VALUE 0.
       01  WS-PROPOSAL-COUNT           PIC 9(5) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-APPROVE-REJECT-COUNT     PIC 9(5) VALUE 0.

       01  WS-INPUT-EOF-SW             PIC X    VALUE "N".
           88  WS-INPUT-EOF            VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-THRMAST-STATUS       PIC XX VALUE "00".
           05  WS-RPTIN-STATUS         PIC XX VALUE "00".
           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

      *****************************************************
      * Account table - one entry per account on the
      * threshold master, kept in account order and found
      * by binary search (PARA-8-SEARCH), the way THRESHJB
      * keeps its own account table. It holds the record in
      * force today, whether a later-dated record is
      * waiting, the period's history, and the analysis.
      *****************************************************
       01  WS-ACCOUNT-LIMIT            PIC 9(5) VALUE 5000.
       01  WS-ACCOUNT-COUNT            PIC 9(5) VALUE 0.
       01  WS-ACCT-SUB                 PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACCT-KEY         PIC X(8).
               10  WS-ACCT-FORCE-SW    PIC X.
                   88  WS-ACCT-IN-FORCE VALUE "Y".
               10  WS-ACCT-EFF-DATE    PIC X(8).
               10  WS-ACCT-THRESHOLD   PIC 9(5).
               10  WS-ACCT-WARN        PIC 9(5).
               10  WS-ACCT-ROLL        PIC 9(7).
               10  WS-ACCT-MTD         PIC 9(7).
               10  WS-ACCT-PENDING-SW  PIC X.
                   88  WS-ACCT-PENDING VALUE "Y".
               10  WS-ACCT-CARD-SW     PIC X.
                   88  WS-ACCT-CARD-WRITTEN VALUE "Y".
               10  WS-ACCT-LAST-RUN    PIC X(8).
               10  WS-ACCT-NIGHTS      PIC 9(5).
               10  WS-ACCT-TRIP-NIGHTS PIC 9(5).
               10  WS-ACCT-TRIPS       PIC 9(7).
               10  WS-ACCT-WARN-NIGHTS PIC 9(5).
               10  WS-ACCT-WARNS       PIC 9(7).
               10  WS-ACCT-AREA-SUM    PIC 9(11).
               10  WS-ACCT-AREA-PEAK   PIC 9(7).
               10  WS-ACCT-CYCLES      PIC 9(7).
               10  WS-ACCT-AUD-PEAK    PIC 9(7).
               10  WS-ACCT-FLAG        PIC X(12).
               10  WS-ACCT-PROPOSED    PIC 9(5).
               10  WS-ACCT-PROP-WARN   PIC 9(5).
               10  WS-ACCT-NOTE        PIC X(16).

       01  WS-LOOKUP-KEY               PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-LO                PIC 9(5) VALUE 0.
       01  WS-LOOKUP-HI                PIC 9(5) VALUE 0.
       01  WS-LOOKUP-MID               PIC 9(5) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(5) VALUE 0.

      *****************************************************
      * Approval table - the APPROVE cards in card order,
      * each with the outcome printed against it.
      *****************************************************
       01  WS-APPROVE-LIMIT            PIC 9(3) VALUE 500.
       01  WS-APPROVE-COUNT            PIC 9(3) VALUE 0.
       01  WS-APR-SUB                  PIC 9(3) VALUE 0.
       01  WS-APPROVE-TABLE.
           05  WS-APR-ENTRY OCCURS 500 TIMES.
               10  WS-APR-ACCOUNT      PIC X(8).
               10  WS-APR-THRESHOLD    PIC X(5).
               10  WS-APR-WARN         PIC X(5).
               10  WS-APR-RESULT       PIC X(16).

       01  WS-EFF-DATE                 PIC X(8) VALUE SPACES.
       01  WS-PEAK                     PIC 9(7) VALUE 0.
       01  WS-AVERAGE                  PIC 9(7) VALUE 0.
       01  WS-WORK-AMOUNT              PIC 9(9) VALUE 0.
       01  WS-ROUND-AMOUNT             PIC 9(9) VALUE 0.
       01  WS-NEW-THRESHOLD            PIC 9(5) VALUE 0.
       01  WS-NEW-WARN                 PIC 9(5) VALUE 0.
       01  WS-RESULT                   PIC X(16) VALUE SPACES.
           88  WS-RESULT-CLEAN         VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(20)
               VALUE "THRESHOLD TUNING FOR".
           05  FILLER                  PIC X(16)
               VALUE " RUN DATES FROM ".
           05  WS-HD-FROM              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-HD-TO                PIC X(8).
           05  FILLER                  PIC X(16)
               VALUE "  CHANGES EFF   ".
           05  WS-HD-EFF               PIC X(8).
           05  FILLER                  PIC X(12)
               VALUE "  OPERATOR  ".
           05  WS-HD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(16)
               VALUE "TRIP PERCENTAGE ".
           05  WS-HD-TRIP-PCT          PIC 9(3).
           05  FILLER                  PIC X(18)
               VALUE "  LOW PERCENTAGE  ".
           05  WS-HD-LOW-PCT           PIC 9(3).
           05  FILLER                  PIC X(22)
               VALUE "  HEADROOM PERCENTAGE ".
           05  WS-HD-HEADROOM-PCT      PIC 9(3).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(7)  VALUE "THRESH".
           05  FILLER                  PIC X(7)  VALUE "WARN".
           05  FILLER                  PIC X(7)  VALUE "NIGHTS".
           05  FILLER                  PIC X(7)  VALUE "TRIPPD".
           05  FILLER                  PIC X(9)  VALUE "TRIPS".
           05  FILLER                  PIC X(7)  VALUE "WARNED".
           05  FILLER                  PIC X(9)  VALUE "CYCLES".
           05  FILLER                  PIC X(9)  VALUE "AVERAGE".
           05  FILLER                  PIC X(9)  VALUE "PEAK".
           05  FILLER                  PIC X(14) VALUE "FLAG".
           05  FILLER                  PIC X(7)  VALUE "PROPSD".
           05  FILLER                  PIC X(7)  VALUE "P-WARN".
           05  FILLER                  PIC X(23) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-THRESHOLD        PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-WARN             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NIGHTS           PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TRIP-NIGHTS      PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TRIPS            PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-WARN-NIGHTS      PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-CYCLES           PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AVERAGE          PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PEAK             PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-FLAG             PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROPOSED         PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-PROP-WARN        PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(16).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-APPROVE-LINE.
           05  FILLER                  PIC X(8)  VALUE "APPROVE ".
           05  WS-APL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(12)
               VALUE "  THRESHOLD ".
           05  WS-APL-THRESHOLD        PIC X(5).
           05  FILLER                  PIC X(10) VALUE "  WARNING ".
           05  WS-APL-WARN             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-APL-RESULT           PIC X(16).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(7)  VALUE 0.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           IF WS-PERIOD-VALID
               PERFORM PARA-1-LOAD-MASTER
               PERFORM PARA-2-LOAD-REPORTS
               PERFORM PARA-3-LOAD-AUDIT
               MOVE 1 TO WS-ACCT-SUB
               PERFORM PARA-4-ANALYSE
                   UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
               MOVE 1 TO WS-APR-SUB
               PERFORM PARA-5-APPROVE
                   UNTIL WS-APR-SUB > WS-APPROVE-COUNT
           END-IF
           PERFORM PARA-8-SUMMARY
           PERFORM PARA-9-TERM
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RPT-USED = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITTEN-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "THRTUNE ACCOUNTS  = " WS-ANALYSED-COUNT
           DISPLAY "THRTUNE FLAGGED   = " WS-OFTEN-COUNT
                   " OFTEN, " WS-BELOW-COUNT " BELOW"
           DISPLAY "THRTUNE PROPOSALS = " WS-PROPOSAL-COUNT
           DISPLAY "THRTUNE CARDS     = " WS-WRITTEN-COUNT
           STOP RUN.

      *****************************************************
      * PARA-0-INIT - open the control card, the report
      * and the card output (opened even when no card is
      * written, so THMAINT downstream always finds a
      * file), then take in every control card.
      *****************************************************
       PARA-0-INIT SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           OPEN INPUT TUNE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "THRTUNE ABEND - TUNE-CONTROL-FILE OPEN "
                       "FAILED, STATUS = " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TUNING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "THRTUNE ABEND - TUNING-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TUNE-CONTROL-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "THRTUNE ABEND - MAINT-CARD-FILE OPEN "
                       "FAILED, STATUS = " WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TUNE-CONTROL-FILE
               CLOSE TUNING-REPORT-FILE
               STOP RUN
           END-IF

           MOVE "THRTUNE THRESHOLD TUNING ANALYSIS"
               TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           MOVE SPACES TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE

           MOVE "N" TO WS-INPUT-EOF-SW
           PERFORM PARA-0-CARD UNTIL WS-INPUT-EOF
           CLOSE TUNE-CONTROL-FILE

           IF NOT WS-PERIOD-SEEN
               DISPLAY "THRTUNE WARNING - NO PERIOD CARD, NOTHING "
                       "ANALYSED"
           END-IF
           IF WS-PERIOD-VALID
               MOVE WS-FROM-DATE       TO WS-HD-FROM
               MOVE WS-TO-DATE         TO WS-HD-TO
               MOVE WS-CHANGE-EFF-DATE TO WS-HD-EFF
               MOVE WS-OPERATOR        TO WS-HD-OPERATOR
               MOVE WS-HEADING-1 TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
               MOVE WS-TRIP-PCT        TO WS-HD-TRIP-PCT
               MOVE WS-LOW-PCT         TO WS-HD-LOW-PCT
               MOVE WS-HEADROOM-PCT    TO WS-HD-HEADROOM-PCT
               MOVE WS-HEADING-2 TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
               MOVE SPACES TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
               MOVE WS-COLUMN-HEADER TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
               IF WS-OPERATOR = SPACES
                   DISPLAY "THRTUNE WARNING - NO OPERATOR ON THE "
                           "PERIOD CARD, NO CHANGE CARD WILL BE "
                           "WRITTEN"
               END-IF
           END-IF
           .

       PARA-0-CARD SECTION.
           READ TUNE-CONTROL-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   EVALUATE TNC-FUNCTION
                       WHEN "PERIOD"
                           PERFORM PARA-0-PERIOD
                       WHEN "APPROVE"
                           PERFORM PARA-0-APPROVE
                       WHEN OTHER
                           ADD 1 TO WS-CARD-REJECT-COUNT
                           DISPLAY "THRTUNE WARNING - CARD "
                                   WS-CARD-COUNT " FUNCTION "
                                   TNC-FUNCTION " UNKNOWN, SKIPPED"
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-0-PERIOD - edit the PERIOD card. Only the
      * first one counts. Blank dates leave that end of the
      * period open; a blank effective date means tomorrow;
      * blank percentages take their defaults.
      *****************************************************
       PARA-0-PERIOD SECTION.
           IF WS-PERIOD-SEEN
               ADD 1 TO WS-CARD-REJECT-COUNT
               DISPLAY "THRTUNE WARNING - SECOND PERIOD CARD "
                       "IGNORED"
           ELSE
               SET WS-PERIOD-SEEN TO TRUE
               SET WS-PERIOD-VALID TO TRUE
               MOVE TNC-FROM-DATE TO WS-FROM-DATE
               MOVE TNC-TO-DATE   TO WS-TO-DATE
               MOVE TNC-EFF-DATE  TO WS-CHANGE-EFF-DATE
               MOVE TNC-OPERATOR  TO WS-OPERATOR
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               END-IF
               IF WS-CHANGE-EFF-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-RUN-DATE-N
                   COMPUTE WS-DATE-INT
                       = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) + 1
                   COMPUTE WS-EFF-DATE-N
                       = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                   MOVE WS-EFF-DATE-N TO WS-CHANGE-EFF-DATE
               END-IF
               IF WS-FROM-DATE NOT NUMERIC
                      OR WS-TO-DATE NOT NUMERIC
                      OR WS-FROM-DATE > WS-TO-DATE
                   MOVE "N" TO WS-PERIOD-SW
                   DISPLAY "THRTUNE WARNING - PERIOD CARD DATE "
                           "RANGE INVALID"
               END-IF
               IF WS-CHANGE-EFF-DATE NOT NUMERIC
                      OR WS-CHANGE-EFF-DATE NOT > WS-RUN-DATE
                   MOVE "N" TO WS-PERIOD-SW
                   DISPLAY "THRTUNE WARNING - PERIOD CARD EFFECTIVE "
                           "DATE MUST BE A FUTURE DATE"
               END-IF
               IF TNC-TRIP-PCT NOT = SPACES
                   IF TNC-TRIP-PCT NUMERIC AND TNC-TRIP-PCT > "000"
                       MOVE TNC-TRIP-PCT TO WS-TRIP-PCT
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "THRTUNE WARNING - PERIOD CARD TRIP "
                               "PERCENTAGE INVALID"
                   END-IF
               END-IF
               IF TNC-LOW-PCT NOT = SPACES
                   IF TNC-LOW-PCT NUMERIC AND TNC-LOW-PCT > "000"
                       MOVE TNC-LOW-PCT TO WS-LOW-PCT
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "THRTUNE WARNING - PERIOD CARD LOW "
                               "PERCENTAGE INVALID"
                   END-IF
               END-IF
               IF TNC-HEADROOM-PCT NOT = SPACES
                   IF TNC-HEADROOM-PCT NUMERIC
                       MOVE TNC-HEADROOM-PCT TO WS-HEADROOM-PCT
                   ELSE
                       MOVE "N" TO WS-PERIOD-SW
                       DISPLAY "THRTUNE WARNING - PERIOD CARD "
                               "HEADROOM PERCENTAGE INVALID"
                   END-IF
               END-IF
           END-IF
           .

       PARA-0-APPROVE SECTION.
           IF WS-APPROVE-COUNT >= WS-APPROVE-LIMIT
               DISPLAY "THRTUNE ABEND - APPROVAL TABLE FULL AT "
                       WS-APPROVE-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               CLOSE TUNE-CONTROL-FILE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           ADD 1 TO WS-APPROVE-COUNT
           MOVE TNC-ACCOUNT    TO WS-APR-ACCOUNT (WS-APPROVE-COUNT)
           MOVE TNC-THRESHOLD  TO WS-APR-THRESHOLD (WS-APPROVE-COUNT)
           MOVE TNC-WARN-LEVEL TO WS-APR-WARN (WS-APPROVE-COUNT)
           MOVE SPACES         TO WS-APR-RESULT (WS-APPROVE-COUNT)
           .

      *****************************************************
      * PARA-1-LOAD-MASTER - the threshold master. Each
      * account's record in force today is the one with the
      * latest effective date not after today (a blank
      * date is in force from the start); a record dated
      * after today is a change already waiting.
      *****************************************************
       PARA-1-LOAD-MASTER SECTION.
           OPEN INPUT THRESHOLD-MASTER-FILE
           IF WS-THRMAST-STATUS NOT = "00"
               DISPLAY "THRTUNE ABEND - THRESHOLD-MASTER-FILE OPEN "
                       "FAILED, STATUS = " WS-THRMAST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SW
           PERFORM PARA-1-LOAD-MASTER-1 UNTIL WS-INPUT-EOF
           CLOSE THRESHOLD-MASTER-FILE
           .

       PARA-1-LOAD-MASTER-1 SECTION.
           READ THRESHOLD-MASTER-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-THM-READ
                   MOVE THM-ACCOUNT TO WS-LOOKUP-KEY
                   PERFORM PARA-8-LOOKUP
                   PERFORM PARA-1-LOAD-MASTER-2
           END-READ
           .

       PARA-1-LOAD-MASTER-2 SECTION.
           MOVE THM-EFF-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE = SPACES
               MOVE "00000000" TO WS-EFF-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-EFF-DATE > WS-RUN-DATE
                   SET WS-ACCT-PENDING (WS-FOUND-SUB) TO TRUE
               WHEN WS-ACCT-IN-FORCE (WS-FOUND-SUB)
                      AND WS-EFF-DATE
                          < WS-ACCT-EFF-DATE (WS-FOUND-SUB)
                   CONTINUE
               WHEN OTHER
                   SET WS-ACCT-IN-FORCE (WS-FOUND-SUB) TO TRUE
                   MOVE WS-EFF-DATE
                       TO WS-ACCT-EFF-DATE (WS-FOUND-SUB)
                   MOVE THM-THRESHOLD
                       TO WS-ACCT-THRESHOLD (WS-FOUND-SUB)
                   MOVE 0 TO WS-ACCT-WARN (WS-FOUND-SUB)
                   MOVE 0 TO WS-ACCT-ROLL (WS-FOUND-SUB)
                   MOVE 0 TO WS-ACCT-MTD (WS-FOUND-SUB)
                   IF THM-WARN-LEVEL NUMERIC
                       MOVE THM-WARN-LEVEL
                           TO WS-ACCT-WARN (WS-FOUND-SUB)
                   END-IF
                   IF THM-ROLL-THRESHOLD NUMERIC
                       MOVE THM-ROLL-THRESHOLD
                           TO WS-ACCT-ROLL (WS-FOUND-SUB)
                   END-IF
                   IF THM-MTD-THRESHOLD NUMERIC
                       MOVE THM-MTD-THRESHOLD
                           TO WS-ACCT-MTD (WS-FOUND-SUB)
                   END-IF
           END-EVALUATE
           .

      *****************************************************
      * PARA-2-LOAD-REPORTS - the account lines of every
      * report generation in the period (the lines whose
      * RPT-ACCOUNT is not a "*...*" marker). A night
      * repeated back to back for an account - a rerun
      * that cataloged a second generation - counts once.
      *****************************************************
       PARA-2-LOAD-REPORTS SECTION.
           OPEN INPUT REPORT-FILE
           IF WS-RPTIN-STATUS NOT = "00"
               DISPLAY "THRTUNE ABEND - REPORT-FILE OPEN FAILED, "
                       "STATUS = " WS-RPTIN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           MOVE "N" TO WS-INPUT-EOF-SW
           PERFORM PARA-2-LOAD-REPORTS-1 UNTIL WS-INPUT-EOF
           CLOSE REPORT-FILE
           .

       PARA-2-LOAD-REPORTS-1 SECTION.
           READ REPORT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPT-READ
                   IF RPT-ACCOUNT (1:1) NOT = "*"
                          AND RPT-RUN-DATE NOT < WS-FROM-DATE
                          AND RPT-RUN-DATE NOT > WS-TO-DATE
                       MOVE RPT-ACCOUNT TO WS-LOOKUP-KEY
                       PERFORM PARA-8-SEARCH
                       EVALUATE TRUE
                           WHEN WS-FOUND-SUB = 0
                               ADD 1 TO WS-RPT-UNKNOWN
                           WHEN RPT-RUN-DATE
                                = WS-ACCT-LAST-RUN (WS-FOUND-SUB)
                               ADD 1 TO WS-RPT-REPEAT
                           WHEN OTHER
                               PERFORM PARA-2-LOAD-REPORTS-2
                       END-EVALUATE
                   END-IF
           END-READ
           .

       PARA-2-LOAD-REPORTS-2 SECTION.
           ADD 1 TO WS-RPT-USED
           MOVE RPT-RUN-DATE TO WS-ACCT-LAST-RUN (WS-FOUND-SUB)
           ADD 1 TO WS-ACCT-NIGHTS (WS-FOUND-SUB)
           IF RPT-TRIP-COUNT NUMERIC AND RPT-TRIP-COUNT > 0
               ADD 1 TO WS-ACCT-TRIP-NIGHTS (WS-FOUND-SUB)
               ADD RPT-TRIP-COUNT TO WS-ACCT-TRIPS (WS-FOUND-SUB)
           END-IF
           IF RPT-WARN-COUNT NUMERIC AND RPT-WARN-COUNT > 0
               ADD 1 TO WS-ACCT-WARN-NIGHTS (WS-FOUND-SUB)
               ADD RPT-WARN-COUNT TO WS-ACCT-WARNS (WS-FOUND-SUB)
           END-IF
           IF RPT-FINAL-AREA-1 NUMERIC
               ADD RPT-FINAL-AREA-1
                   TO WS-ACCT-AREA-SUM (WS-FOUND-SUB)
               IF RPT-FINAL-AREA-1 > WS-ACCT-AREA-PEAK (WS-FOUND-SUB)
                   MOVE RPT-FINAL-AREA-1
                       TO WS-ACCT-AREA-PEAK (WS-FOUND-SUB)
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-3-LOAD-AUDIT - the audit cycles in the period,
      * for the cycle count and the highest the accumulator
      * stood inside a night, which a reversal later in the
      * night can hide from the end-of-night figure. The
      * SUSHOLD and SUSDRAW side records carry the suspense
      * balance, not the accumulator, and are passed over.
      * The audit trail is optional.
      *****************************************************
       PARA-3-LOAD-AUDIT SECTION.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-3-LOAD-AUDIT-1 UNTIL WS-INPUT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "THRTUNE WARNING - AUDIT-FILE OPEN FAILED, "
                       "STATUS = " WS-AUDIT-STATUS
               DISPLAY "THRTUNE WARNING - PEAKS ARE END-OF-NIGHT "
                       "ONLY"
           END-IF
           .

       PARA-3-LOAD-AUDIT-1 SECTION.
           READ AUDIT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-READ
                   IF AUD-RUN-DATE NOT < WS-FROM-DATE
                          AND AUD-RUN-DATE NOT > WS-TO-DATE
                          AND AUD-BRANCH NOT = "SUSHOLD"
                          AND AUD-BRANCH NOT = "SUSDRAW"
                       MOVE AUD-ACCOUNT TO WS-LOOKUP-KEY
                       PERFORM PARA-8-SEARCH
                       IF WS-FOUND-SUB > 0
                           ADD 1 TO WS-AUD-USED
                           ADD 1 TO WS-ACCT-CYCLES (WS-FOUND-SUB)
                           IF AUD-AFTER-AREA-1 NUMERIC
                                  AND AUD-AFTER-AREA-1
                                      > WS-ACCT-AUD-PEAK (WS-FOUND-SUB)
                               MOVE AUD-AFTER-AREA-1
                                   TO WS-ACCT-AUD-PEAK (WS-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-4-ANALYSE - flag one account and work out its
      * proposal, then print its line.
      *****************************************************
       PARA-4-ANALYSE SECTION.
           MOVE SPACES TO WS-ACCT-FLAG (WS-ACCT-SUB)
           MOVE SPACES TO WS-ACCT-NOTE (WS-ACCT-SUB)
           MOVE 0      TO WS-ACCT-PROPOSED (WS-ACCT-SUB)
           MOVE 0      TO WS-ACCT-PROP-WARN (WS-ACCT-SUB)
           MOVE 0      TO WS-AVERAGE
           MOVE WS-ACCT-AREA-PEAK (WS-ACCT-SUB) TO WS-PEAK
           IF WS-ACCT-AUD-PEAK (WS-ACCT-SUB) > WS-PEAK
               MOVE WS-ACCT-AUD-PEAK (WS-ACCT-SUB) TO WS-PEAK
           END-IF
           IF WS-ACCT-NIGHTS (WS-ACCT-SUB) > 0
               COMPUTE WS-AVERAGE = WS-ACCT-AREA-SUM (WS-ACCT-SUB)
                                  / WS-ACCT-NIGHTS (WS-ACCT-SUB)
               ADD 1 TO WS-REPORTED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCT-IN-FORCE (WS-ACCT-SUB)
                   MOVE "NOT YET IN FORCE"
                       TO WS-ACCT-NOTE (WS-ACCT-SUB)
               WHEN WS-ACCT-NIGHTS (WS-ACCT-SUB) = 0
                   MOVE "NO REPORT NIGHTS"
                       TO WS-ACCT-NOTE (WS-ACCT-SUB)
               WHEN WS-ACCT-TRIP-NIGHTS (WS-ACCT-SUB) > 0
                      AND WS-ACCT-TRIP-NIGHTS (WS-ACCT-SUB) * 100
                          >= WS-ACCT-NIGHTS (WS-ACCT-SUB) * WS-TRIP-PCT
                   ADD 1 TO WS-OFTEN-COUNT
                   MOVE "TRIPS OFTEN" TO WS-ACCT-FLAG (WS-ACCT-SUB)
                   MOVE WS-AVERAGE TO WS-WORK-AMOUNT
                   PERFORM PARA-4-PROPOSE
                   IF WS-NEW-THRESHOLD
                          NOT > WS-ACCT-THRESHOLD (WS-ACCT-SUB)
                       MOVE 0 TO WS-NEW-THRESHOLD
                       MOVE "AVERAGE IS UNDER"
                           TO WS-ACCT-NOTE (WS-ACCT-SUB)
                   END-IF
               WHEN WS-ACCT-TRIPS (WS-ACCT-SUB) = 0
                      AND WS-PEAK * 100
                          < WS-ACCT-THRESHOLD (WS-ACCT-SUB)
                            * WS-LOW-PCT
                   ADD 1 TO WS-BELOW-COUNT
                   MOVE "FAR BELOW" TO WS-ACCT-FLAG (WS-ACCT-SUB)
                   MOVE WS-PEAK TO WS-WORK-AMOUNT
                   PERFORM PARA-4-PROPOSE
                   EVALUATE TRUE
                       WHEN WS-PEAK = 0
                           MOVE 0 TO WS-NEW-THRESHOLD
                           MOVE "NO ACTIVITY"
                               TO WS-ACCT-NOTE (WS-ACCT-SUB)
                       WHEN WS-NEW-THRESHOLD
                              NOT < WS-ACCT-THRESHOLD (WS-ACCT-SUB)
                           MOVE 0 TO WS-NEW-THRESHOLD
                           MOVE "HEADROOM TOO BIG"
                               TO WS-ACCT-NOTE (WS-ACCT-SUB)
                   END-EVALUATE
               WHEN OTHER
                   MOVE 0 TO WS-NEW-THRESHOLD
           END-EVALUATE
           IF WS-ACCT-FLAG (WS-ACCT-SUB) NOT = SPACES
                  AND WS-NEW-THRESHOLD > 0
               ADD 1 TO WS-PROPOSAL-COUNT
               MOVE WS-NEW-THRESHOLD TO WS-ACCT-PROPOSED (WS-ACCT-SUB)
               PERFORM PARA-4-SCALE-WARN
               MOVE WS-NEW-WARN TO WS-ACCT-PROP-WARN (WS-ACCT-SUB)
               PERFORM PARA-7-CARD-CHECK
               MOVE WS-RESULT TO WS-ACCT-NOTE (WS-ACCT-SUB)
           END-IF
           IF WS-ACCT-IN-FORCE (WS-ACCT-SUB)
               ADD 1 TO WS-ANALYSED-COUNT
           END-IF
           PERFORM PARA-4-PRINT
           ADD 1 TO WS-ACCT-SUB
           .

      *****************************************************
      * PARA-4-PROPOSE - WS-WORK-AMOUNT plus the headroom,
      * rounded up to the next hundred, into
      * WS-NEW-THRESHOLD (capped at the field's 99999).
      *****************************************************
       PARA-4-PROPOSE SECTION.
           COMPUTE WS-ROUND-AMOUNT
               = (WS-WORK-AMOUNT * (100 + WS-HEADROOM-PCT) / 100
                  + 99) / 100
           COMPUTE WS-ROUND-AMOUNT = WS-ROUND-AMOUNT * 100
           IF WS-ROUND-AMOUNT > 99999
               MOVE 99999 TO WS-NEW-THRESHOLD
           ELSE
               MOVE WS-ROUND-AMOUNT TO WS-NEW-THRESHOLD
           END-IF
           .

      *****************************************************
      * PARA-4-SCALE-WARN - the warning level for
      * WS-NEW-THRESHOLD at the account's present warning
      * proportion, kept below the threshold as THMAINT
      * requires; zero when the account has no warning tier.
      *****************************************************
       PARA-4-SCALE-WARN SECTION.
           MOVE 0 TO WS-NEW-WARN
           IF WS-ACCT-WARN (WS-ACCT-SUB) > 0
                  AND WS-ACCT-THRESHOLD (WS-ACCT-SUB) > 0
               COMPUTE WS-NEW-WARN
                   = WS-NEW-THRESHOLD * WS-ACCT-WARN (WS-ACCT-SUB)
                                      / WS-ACCT-THRESHOLD (WS-ACCT-SUB)
               IF WS-NEW-WARN NOT < WS-NEW-THRESHOLD
                   COMPUTE WS-NEW-WARN = WS-NEW-THRESHOLD - 1
               END-IF
               IF WS-NEW-WARN = 0
                   MOVE 1 TO WS-NEW-WARN
               END-IF
           END-IF
           .

       PARA-4-PRINT SECTION.
           MOVE WS-ACCT-KEY (WS-ACCT-SUB)         TO WS-DTL-ACCOUNT
           MOVE WS-ACCT-THRESHOLD (WS-ACCT-SUB)   TO WS-DTL-THRESHOLD
           IF WS-ACCT-WARN (WS-ACCT-SUB) > 0
               MOVE WS-ACCT-WARN (WS-ACCT-SUB)    TO WS-DTL-WARN
           ELSE
               MOVE SPACES                        TO WS-DTL-WARN
           END-IF
           MOVE WS-ACCT-NIGHTS (WS-ACCT-SUB)      TO WS-DTL-NIGHTS
           MOVE WS-ACCT-TRIP-NIGHTS (WS-ACCT-SUB) TO WS-DTL-TRIP-NIGHTS
           MOVE WS-ACCT-TRIPS (WS-ACCT-SUB)       TO WS-DTL-TRIPS
           MOVE WS-ACCT-WARN-NIGHTS (WS-ACCT-SUB) TO WS-DTL-WARN-NIGHTS
           MOVE WS-ACCT-CYCLES (WS-ACCT-SUB)      TO WS-DTL-CYCLES
           MOVE WS-AVERAGE                        TO WS-DTL-AVERAGE
           MOVE WS-PEAK                           TO WS-DTL-PEAK
           MOVE WS-ACCT-FLAG (WS-ACCT-SUB)        TO WS-DTL-FLAG
           IF WS-ACCT-PROPOSED (WS-ACCT-SUB) > 0
               MOVE WS-ACCT-PROPOSED (WS-ACCT-SUB) TO WS-DTL-PROPOSED
           ELSE
               MOVE SPACES                         TO WS-DTL-PROPOSED
           END-IF
           IF WS-ACCT-PROP-WARN (WS-ACCT-SUB) > 0
               MOVE WS-ACCT-PROP-WARN (WS-ACCT-SUB)
                                                  TO WS-DTL-PROP-WARN
           ELSE
               MOVE SPACES                        TO WS-DTL-PROP-WARN
           END-IF
           MOVE WS-ACCT-NOTE (WS-ACCT-SUB)        TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           .

      *****************************************************
      * PARA-5-APPROVE - one APPROVE card. The account's
      * proposal stands unless the card gives its own
      * threshold (and warning level - left blank, the
      * warning scales with the card's threshold). An
      * approval that holds writes the CHANGE card; one
      * that does not is reported with the reason.
      *****************************************************
       PARA-5-APPROVE SECTION.
           MOVE SPACES TO WS-RESULT
           MOVE WS-APR-ACCOUNT (WS-APR-SUB) TO WS-LOOKUP-KEY
           PERFORM PARA-8-SEARCH
           MOVE WS-FOUND-SUB TO WS-ACCT-SUB
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = 0
                   MOVE "NOT ON MASTER"   TO WS-RESULT
               WHEN NOT WS-ACCT-IN-FORCE (WS-ACCT-SUB)
                   MOVE "NOT YET IN FORCE" TO WS-RESULT
               WHEN WS-ACCT-CARD-WRITTEN (WS-ACCT-SUB)
                   MOVE "APPROVED TWICE"  TO WS-RESULT
               WHEN WS-APR-THRESHOLD (WS-APR-SUB) NOT = SPACES
                   IF WS-APR-THRESHOLD (WS-APR-SUB) NUMERIC
                          AND WS-APR-THRESHOLD (WS-APR-SUB) > "00000"
                       MOVE WS-APR-THRESHOLD (WS-APR-SUB)
                           TO WS-NEW-THRESHOLD
                       PERFORM PARA-4-SCALE-WARN
                   ELSE
                       MOVE "BAD THRESHOLD" TO WS-RESULT
                   END-IF
               WHEN WS-ACCT-PROPOSED (WS-ACCT-SUB) = 0
                   MOVE "NO PROPOSAL"     TO WS-RESULT
               WHEN OTHER
                   MOVE WS-ACCT-PROPOSED (WS-ACCT-SUB)
                       TO WS-NEW-THRESHOLD
                   MOVE WS-ACCT-PROP-WARN (WS-ACCT-SUB)
                       TO WS-NEW-WARN
           END-EVALUATE
           IF WS-RESULT-CLEAN
                  AND WS-APR-WARN (WS-APR-SUB) NOT = SPACES
               IF WS-APR-WARN (WS-APR-SUB) NUMERIC
                   MOVE WS-APR-WARN (WS-APR-SUB) TO WS-NEW-WARN
                   IF WS-NEW-WARN NOT < WS-NEW-THRESHOLD
                       MOVE "BAD WARNING"  TO WS-RESULT
                   END-IF
               ELSE
                   MOVE "BAD WARNING"      TO WS-RESULT
               END-IF
           END-IF
           IF WS-RESULT-CLEAN
               PERFORM PARA-7-CARD-CHECK
           END-IF
           IF WS-RESULT-CLEAN
               PERFORM PARA-6-WRITE-CARD
               MOVE "CARD WRITTEN" TO WS-RESULT
           ELSE
               ADD 1 TO WS-APPROVE-REJECT-COUNT
           END-IF
           MOVE WS-RESULT TO WS-APR-RESULT (WS-APR-SUB)
           ADD 1 TO WS-APR-SUB
           .

      *****************************************************
      * PARA-6-WRITE-CARD - the THMAINT CHANGE card for
      * WS-ACCT-SUB at WS-NEW-THRESHOLD / WS-NEW-WARN,
      * carrying the account's window thresholds forward.
      * A zero tier goes out blank, which THMAINT reads as
      * no tier.
      *****************************************************
       PARA-6-WRITE-CARD SECTION.
           MOVE SPACES                     TO TMT-RECORD
           MOVE "CHANGE"                   TO TMT-FUNCTION
           MOVE WS-ACCT-KEY (WS-ACCT-SUB)  TO TMT-ACCOUNT
           MOVE WS-NEW-THRESHOLD           TO TMT-THRESHOLD
           MOVE WS-CHANGE-EFF-DATE         TO TMT-EFF-DATE
           MOVE WS-OPERATOR                TO TMT-OPERATOR
           IF WS-NEW-WARN > 0
               MOVE WS-NEW-WARN            TO TMT-WARN-LEVEL
           END-IF
           IF WS-ACCT-ROLL (WS-ACCT-SUB) > 0
               MOVE WS-ACCT-ROLL (WS-ACCT-SUB) TO TMT-ROLL-THRESHOLD
           END-IF
           IF WS-ACCT-MTD (WS-ACCT-SUB) > 0
               MOVE WS-ACCT-MTD (WS-ACCT-SUB)  TO TMT-MTD-THRESHOLD
           END-IF
           WRITE TMT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           SET WS-ACCT-CARD-WRITTEN (WS-ACCT-SUB) TO TRUE
           .

      *****************************************************
      * PARA-7-CARD-CHECK - could a card for WS-ACCT-SUB at
      * WS-NEW-THRESHOLD go out? WS-RESULT comes back
      * spaces when it could, or the reason it could not:
      * no operator to sign it, a change already waiting on
      * the master, or a window threshold the new nightly
      * threshold would reach (THMAINT's M009).
      *****************************************************
       PARA-7-CARD-CHECK SECTION.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN WS-ACCT-PENDING (WS-ACCT-SUB)
                   MOVE "CHANGE PENDING"  TO WS-RESULT
               WHEN WS-ACCT-ROLL (WS-ACCT-SUB) > 0
                      AND WS-ACCT-ROLL (WS-ACCT-SUB)
                          NOT > WS-NEW-THRESHOLD
                   MOVE "WINDOW CONFLICT" TO WS-RESULT
               WHEN WS-ACCT-MTD (WS-ACCT-SUB) > 0
                      AND WS-ACCT-MTD (WS-ACCT-SUB)
                          NOT > WS-NEW-THRESHOLD
                   MOVE "WINDOW CONFLICT" TO WS-RESULT
               WHEN WS-OPERATOR = SPACES
                   MOVE "NO OPERATOR"     TO WS-RESULT
           END-EVALUATE
           .

      *****************************************************
      * PARA-8-LOOKUP - binary-search WS-LOOKUP-KEY in the
      * account table, adding the account at its sorted
      * place when it is not there; PARA-8-SEARCH is the
      * search alone, WS-FOUND-SUB zero when not found.
      *****************************************************
       PARA-8-LOOKUP SECTION.
           PERFORM PARA-8-SEARCH
           IF WS-FOUND-SUB = 0
               PERFORM PARA-8-ADD-ACCOUNT
           END-IF
           .

       PARA-8-SEARCH SECTION.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 1 TO WS-LOOKUP-LO
           MOVE WS-ACCOUNT-COUNT TO WS-LOOKUP-HI
           PERFORM PARA-8-LOOKUP-1
               UNTIL WS-FOUND-SUB > 0
                  OR WS-LOOKUP-LO > WS-LOOKUP-HI
           .

       PARA-8-LOOKUP-1 SECTION.
           COMPUTE WS-LOOKUP-MID
               = (WS-LOOKUP-LO + WS-LOOKUP-HI) / 2
           EVALUATE TRUE
               WHEN WS-ACCT-KEY (WS-LOOKUP-MID) = WS-LOOKUP-KEY
                   MOVE WS-LOOKUP-MID TO WS-FOUND-SUB
               WHEN WS-ACCT-KEY (WS-LOOKUP-MID) < WS-LOOKUP-KEY
                   COMPUTE WS-LOOKUP-LO = WS-LOOKUP-MID + 1
               WHEN OTHER
                   COMPUTE WS-LOOKUP-HI = WS-LOOKUP-MID - 1
           END-EVALUATE
           .

       PARA-8-ADD-ACCOUNT SECTION.
           IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-LIMIT
               DISPLAY "THRTUNE ABEND - ACCOUNT TABLE FULL AT "
                       WS-ACCOUNT-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               CLOSE THRESHOLD-MASTER-FILE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           COMPUTE WS-SHIFT-SUB = WS-ACCOUNT-COUNT + 1
           PERFORM PARA-8-ADD-ACCOUNT-1
               UNTIL WS-SHIFT-SUB = WS-LOOKUP-LO
           ADD 1 TO WS-ACCOUNT-COUNT
           INITIALIZE WS-ACCT-ENTRY (WS-LOOKUP-LO)
           MOVE WS-LOOKUP-KEY TO WS-ACCT-KEY (WS-LOOKUP-LO)
           MOVE "N" TO WS-ACCT-FORCE-SW (WS-LOOKUP-LO)
           MOVE "N" TO WS-ACCT-PENDING-SW (WS-LOOKUP-LO)
           MOVE "N" TO WS-ACCT-CARD-SW (WS-LOOKUP-LO)
           MOVE WS-LOOKUP-LO TO WS-FOUND-SUB
           .

       PARA-8-ADD-ACCOUNT-1 SECTION.
           MOVE WS-ACCT-ENTRY (WS-SHIFT-SUB - 1)
               TO WS-ACCT-ENTRY (WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-SHIFT-SUB
           .

       PARA-8-SUMMARY SECTION.
           MOVE SPACES TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           IF WS-APPROVE-COUNT > 0
               MOVE "APPROVALS" TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
               MOVE 1 TO WS-APR-SUB
               PERFORM PARA-8-SUMMARY-1
                   UNTIL WS-APR-SUB > WS-APPROVE-COUNT
               MOVE SPACES TO TUNING-REPORT-LINE
               WRITE TUNING-REPORT-LINE
           END-IF
           MOVE "THRTUNE SUMMARY" TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           MOVE "CONTROL CARDS READ"       TO WS-TOT-LABEL
           MOVE WS-CARD-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CONTROL CARDS SKIPPED"    TO WS-TOT-LABEL
           MOVE WS-CARD-REJECT-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "MASTER RECORDS READ"      TO WS-TOT-LABEL
           MOVE WS-THM-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ACCOUNTS ANALYSED"        TO WS-TOT-LABEL
           MOVE WS-ANALYSED-COUNT          TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ACCOUNTS ON THE REPORTS"  TO WS-TOT-LABEL
           MOVE WS-REPORTED-COUNT          TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FLAGGED TRIPS OFTEN"      TO WS-TOT-LABEL
           MOVE WS-OFTEN-COUNT             TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FLAGGED FAR BELOW"        TO WS-TOT-LABEL
           MOVE WS-BELOW-COUNT             TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "PROPOSALS"                TO WS-TOT-LABEL
           MOVE WS-PROPOSAL-COUNT          TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "APPROVALS READ"           TO WS-TOT-LABEL
           MOVE WS-APPROVE-COUNT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "APPROVALS NOT CARRIED"    TO WS-TOT-LABEL
           MOVE WS-APPROVE-REJECT-COUNT    TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CHANGE CARDS WRITTEN"     TO WS-TOT-LABEL
           MOVE WS-WRITTEN-COUNT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "REPORT RECORDS READ"      TO WS-TOT-LABEL
           MOVE WS-RPT-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "REPORT NIGHTS USED"       TO WS-TOT-LABEL
           MOVE WS-RPT-USED                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "REPEATED NIGHTS SKIPPED"  TO WS-TOT-LABEL
           MOVE WS-RPT-REPEAT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "NIGHTS FOR NO MASTER ACCT" TO WS-TOT-LABEL
           MOVE WS-RPT-UNKNOWN             TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "AUDIT RECORDS READ"       TO WS-TOT-LABEL
           MOVE WS-AUD-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "AUDIT CYCLES USED"        TO WS-TOT-LABEL
           MOVE WS-AUD-USED                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           .

       PARA-8-SUMMARY-1 SECTION.
           MOVE WS-APR-ACCOUNT (WS-APR-SUB)   TO WS-APL-ACCOUNT
           MOVE WS-APR-THRESHOLD (WS-APR-SUB) TO WS-APL-THRESHOLD
           MOVE WS-APR-WARN (WS-APR-SUB)      TO WS-APL-WARN
           MOVE WS-APR-RESULT (WS-APR-SUB)    TO WS-APL-RESULT
           MOVE WS-APPROVE-LINE TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           ADD 1 TO WS-APR-SUB
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO TUNING-REPORT-LINE
           WRITE TUNING-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE MAINT-CARD-FILE
           CLOSE TUNING-REPORT-FILE
           .
