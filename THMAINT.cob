      * PROD.THRESHJB.THRMAST in ISPF. It reads ADD /
      * CHANGE / DELETE cards from TMTIN - account, new
      * threshold, effective date and the requesting
      * operator, with the optional warning level and
      * 7-night rolling and month-to-date window
      * thresholds - applies them to the master read from
      * THMOLD, and writes the maintained master to THMNEW
      * in account/effective-date order, which is the order
      * THRESHJB's loader depends on. Bad cards are
      *   M008 - warning level not numeric, or not below
      *          the card's threshold (ADD/CHANGE; blank
      *          means no warning tier)
      *   M009 - a window threshold not numeric, or not
      *          above the card's nightly threshold
      *          (ADD/CHANGE; blank means no window check)
      * RETURN-CODE 0 means every card applied, 4 means
      * some cards were rejected but the rest applied, 8
      * means no card applied, 16 means a file failed to
      * open or the master table overflowed.
      * At the end of a normal run THMAINT appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): cards read, applied and rejected.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           05  TMT-FUNCTION            PIC X(8).
           05  TMT-ACCOUNT             PIC X(8).
           05  TMT-THRESHOLD           PIC X(5).
           05  TMT-THRESHOLD-N REDEFINES TMT-THRESHOLD
                                       PIC 9(5).
           05  TMT-EFF-DATE            PIC X(8).
           05  TMT-EFF-DATE-R REDEFINES TMT-EFF-DATE.
               10  TMT-EFF-YEAR        PIC 9(4).
               10  TMT-EFF-DAY         PIC 9(2).
           05  TMT-OPERATOR            PIC X(8).
           05  TMT-WARN-LEVEL          PIC X(5).
           05  TMT-ROLL-THRESHOLD      PIC X(7).
           05  TMT-ROLL-THRESHOLD-N REDEFINES TMT-ROLL-THRESHOLD
                                       PIC 9(7).
           05  TMT-MTD-THRESHOLD       PIC X(7).
           05  TMT-MTD-THRESHOLD-N REDEFINES TMT-MTD-THRESHOLD
                                       PIC 9(7).
           05  FILLER                  PIC X(24).

       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           05  THM-OUT-THRESHOLD       PIC 9(5).
           05  THM-OUT-EFF-DATE        PIC X(8).
           05  THM-OUT-WARN-LEVEL      PIC 9(5).
           05  THM-OUT-ROLL-THRESHOLD  PIC 9(7).
           05  THM-OUT-MTD-THRESHOLD   PIC 9(7).
           05  FILLER                  PIC X(40).

       FD  MAINT-REJECT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CHANGE-REPORT-LINE          PIC X(132).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           05  WS-M006-COUNT           PIC 9(5) VALUE 0.
           05  WS-M007-COUNT           PIC 9(5) VALUE 0.
           05  WS-M008-COUNT           PIC 9(5) VALUE 0.
           05  WS-M009-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-CARD-CLEAN           VALUE SPACES.
                   15  WS-MST-EFF-DATE PIC X(8).
               10  WS-MST-THRESHOLD    PIC 9(5).
               10  WS-MST-WARN-LEVEL   PIC 9(5).
               10  WS-MST-ROLL-LIMIT   PIC 9(7).
               10  WS-MST-MTD-LIMIT    PIC 9(7).

      *****************************************************
      * PARA-7-FIND scan results for the search key:
       01  WS-BEFORE-VALUE             PIC X(5) VALUE SPACES.
       01  WS-AFTER-VALUE              PIC X(5) VALUE SPACES.
       01  WS-CARD-WARN                PIC 9(5) VALUE 0.
       01  WS-CARD-ROLL                PIC 9(7) VALUE 0.
       01  WS-CARD-MTD                 PIC 9(7) VALUE 0.

       01  WS-FILE-STATUSES.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-MASTER-OUT-STATUS    PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(9)  VALUE "FUNCTION ".
           05  WS-CHG-WARN             PIC X(5).
           05  FILLER                  PIC X(7)  VALUE "  OPER ".
           05  WS-CHG-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "  ROLL ".
           05  WS-CHG-ROLL             PIC X(7).
           05  FILLER                  PIC X(6)  VALUE "  MTD ".
           05  WS-CHG-MTD              PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOAD UNTIL WS-MASTER-EOF
           PERFORM PARA-1-CARD UNTIL WS-CARD-EOF
           DISPLAY "THMAINT REJECTED   = " WS-REJECT-COUNT
           DISPLAY "THMAINT MASTER IN  = " WS-MASTER-IN-COUNT
           DISPLAY "THMAINT MASTER OUT = " WS-MASTER-OUT-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
                       MOVE 0
                           TO WS-MST-WARN-LEVEL (WS-MATCH-SUB)
                   END-IF
                   IF THM-ROLL-THRESHOLD NUMERIC
                       MOVE THM-ROLL-THRESHOLD
                           TO WS-MST-ROLL-LIMIT (WS-MATCH-SUB)
                   ELSE
                       MOVE 0
                           TO WS-MST-ROLL-LIMIT (WS-MATCH-SUB)
                   END-IF
                   IF THM-MTD-THRESHOLD NUMERIC
                       MOVE THM-MTD-THRESHOLD
                           TO WS-MST-MTD-LIMIT (WS-MATCH-SUB)
                   ELSE
                       MOVE 0
                           TO WS-MST-MTD-LIMIT (WS-MATCH-SUB)
                   END-IF
           END-READ
           .

                           MOVE "M008" TO WS-REASON-CODE
                           ADD 1 TO WS-M008-COUNT
                       ELSE
                       IF TMT-FUNCTION NOT = "DELETE"
                              AND ((TMT-ROLL-THRESHOLD NOT = SPACES
                                    AND (TMT-ROLL-THRESHOLD
                                             NOT NUMERIC
                                         OR TMT-ROLL-THRESHOLD-N
                                             NOT > TMT-THRESHOLD-N))
                                OR (TMT-MTD-THRESHOLD NOT = SPACES
                                    AND (TMT-MTD-THRESHOLD
                                             NOT NUMERIC
                                         OR TMT-MTD-THRESHOLD-N
                                             NOT > TMT-THRESHOLD-N)))
                           MOVE "M009" TO WS-REASON-CODE
                           ADD 1 TO WS-M009-COUNT
                       ELSE
                       IF TMT-EFF-DATE NOT = SPACES
                              AND (TMT-EFF-DATE NOT NUMERIC
                                   OR TMT-EFF-MONTH < 01
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           ELSE
               MOVE 0 TO WS-CARD-WARN
           END-IF
           IF TMT-ROLL-THRESHOLD NUMERIC
               MOVE TMT-ROLL-THRESHOLD TO WS-CARD-ROLL
           ELSE
               MOVE 0 TO WS-CARD-ROLL
           END-IF
           IF TMT-MTD-THRESHOLD NUMERIC
               MOVE TMT-MTD-THRESHOLD TO WS-CARD-MTD
           ELSE
               MOVE 0 TO WS-CARD-MTD
           END-IF
           EVALUATE TMT-FUNCTION
               WHEN "ADD"
                   PERFORM PARA-3-ADD
           PERFORM PARA-7-INSERT
           MOVE TMT-THRESHOLD TO WS-MST-THRESHOLD (WS-INS-SUB)
           MOVE WS-CARD-WARN  TO WS-MST-WARN-LEVEL (WS-INS-SUB)
           MOVE WS-CARD-ROLL  TO WS-MST-ROLL-LIMIT (WS-INS-SUB)
           MOVE WS-CARD-MTD   TO WS-MST-MTD-LIMIT (WS-INS-SUB)
           MOVE SPACES        TO WS-BEFORE-VALUE
           MOVE TMT-THRESHOLD TO WS-AFTER-VALUE
           MOVE WS-CARD-WARN  TO WS-CHG-WARN
           MOVE WS-CARD-ROLL  TO WS-CHG-ROLL
           MOVE WS-CARD-MTD   TO WS-CHG-MTD
           PERFORM PARA-6-CHANGE-LINE
           .

                   TO WS-MST-THRESHOLD (WS-MATCH-SUB)
               MOVE WS-CARD-WARN
                   TO WS-MST-WARN-LEVEL (WS-MATCH-SUB)
               MOVE WS-CARD-ROLL
                   TO WS-MST-ROLL-LIMIT (WS-MATCH-SUB)
               MOVE WS-CARD-MTD
                   TO WS-MST-MTD-LIMIT (WS-MATCH-SUB)
           ELSE
               MOVE WS-MST-THRESHOLD (WS-ACCT-LAST)
                   TO WS-BEFORE-VALUE
               PERFORM PARA-7-INSERT
               MOVE TMT-THRESHOLD TO WS-MST-THRESHOLD (WS-INS-SUB)
               MOVE WS-CARD-WARN  TO WS-MST-WARN-LEVEL (WS-INS-SUB)
               MOVE WS-CARD-ROLL  TO WS-MST-ROLL-LIMIT (WS-INS-SUB)
               MOVE WS-CARD-MTD   TO WS-MST-MTD-LIMIT (WS-INS-SUB)
           END-IF
           MOVE TMT-THRESHOLD TO WS-AFTER-VALUE
           MOVE WS-CARD-WARN  TO WS-CHG-WARN
           MOVE WS-CARD-ROLL  TO WS-CHG-ROLL
           MOVE WS-CARD-MTD   TO WS-CHG-MTD
           PERFORM PARA-6-CHANGE-LINE
           .

               MOVE WS-MATCH-SUB TO WS-SHIFT-SUB
               MOVE SPACES       TO WS-AFTER-VALUE
               MOVE SPACES       TO WS-CHG-WARN
               MOVE SPACES       TO WS-CHG-ROLL
               MOVE SPACES       TO WS-CHG-MTD
               PERFORM PARA-6-CHANGE-LINE
               PERFORM PARA-7-REMOVE
           ELSE
               MOVE WS-ACCT-LAST TO WS-SHIFT-SUB
               MOVE SPACES       TO WS-AFTER-VALUE
               MOVE SPACES       TO WS-CHG-WARN
               MOVE SPACES       TO WS-CHG-ROLL
               MOVE SPACES       TO WS-CHG-MTD
               MOVE TMT-FUNCTION TO WS-CHG-FUNCTION
               MOVE TMT-ACCOUNT  TO WS-CHG-ACCOUNT
               MOVE WS-BEFORE-VALUE TO WS-CHG-BEFORE
           MOVE WS-MST-EFF-DATE (WS-MST-SUB)  TO THM-OUT-EFF-DATE
           MOVE WS-MST-WARN-LEVEL (WS-MST-SUB)
               TO THM-OUT-WARN-LEVEL
           MOVE WS-MST-ROLL-LIMIT (WS-MST-SUB)
               TO THM-OUT-ROLL-THRESHOLD
           MOVE WS-MST-MTD-LIMIT (WS-MST-SUB)
               TO THM-OUT-MTD-THRESHOLD
           WRITE THM-OUT-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
           ADD 1 TO WS-MST-SUB
           MOVE WS-SRCH-EFF-DATE TO WS-MST-EFF-DATE (WS-INS-SUB)
           MOVE 0                TO WS-MST-THRESHOLD (WS-INS-SUB)
           MOVE 0                TO WS-MST-WARN-LEVEL (WS-INS-SUB)
           MOVE 0                TO WS-MST-ROLL-LIMIT (WS-INS-SUB)
           MOVE 0                TO WS-MST-MTD-LIMIT (WS-INS-SUB)
           .

       PARA-7-INSERT-1 SECTION.
           MOVE "M008 WARNING LEVEL INVALID" TO WS-TOT-LABEL
           MOVE WS-M008-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "M009 WINDOW THRESHOLD INVALID" TO WS-TOT-LABEL
           MOVE WS-M009-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "MASTER RECORDS IN" TO WS-TOT-LABEL
           MOVE WS-MASTER-IN-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           CLOSE MAINT-REJECT-FILE
           CLOSE CHANGE-REPORT-FILE
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
               DISPLAY "THMAINT WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THMAINT"         TO RST-JOB-NAME
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "THMAINT"         TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-READ-COUNT     TO RST-IN-COUNT
               MOVE WS-APPLIED-COUNT  TO RST-OUT-COUNT
               MOVE WS-REJECT-COUNT   TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
