       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SRCMAINT.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * SRCMAINT is the batch maintenance program for the
      * source system master, PROD.THRESHJB.SRCMAST, which
      * names every source system code allowed to feed
      * THRESHJB, the department that owns it, whether it
      * is active, suspended or retired, the largest single
      * amount it may submit, and the business dates it is
      * expected to send a feed. TRNEDIT loads the master
      * and rejects cards from unknown, retired or
      * suspended sources and cards over the source's
      * ceiling, and raises an alert when an active source
      * that was due sent nothing. SRCMAINT reads cards from
      * SMTIN - function, source code, department, ceiling,
      * schedule, due weekdays and the requesting operator -
      * applies them to the master read from SRCOLD, and
      * writes the maintained master to SRCNEW in source
      * code order. Bad cards are diverted to SMTREJ with a
      * reason code the way RELMAINT diverts its cards, and
      * every applied card prints a line on the SMTRPT
      * change report.
      *
      * Functions:
      *   ADDSRC  - add a source, active, with its
      *             department, ceiling and schedule
      *   CHGSRC  - replace a source's department, ceiling
      *             and schedule (a blank ceiling removes
      *             the ceiling)
      *   SUSPEND - suspend an active source
      *   RESUME  - return a suspended source to active
      *   RETIRE  - retire a source for good; the record
      *             stays on the master so the code is
      *             never issued again
      *
      * Reason codes:
      *   S001 - function not ADDSRC/CHGSRC/SUSPEND/RESUME/
      *          RETIRE
      *   S002 - source code missing
      *   S003 - department missing (ADDSRC/CHGSRC)
      *   S004 - ceiling not numeric, or zero (ADDSRC/
      *          CHGSRC; blank means no ceiling)
      *   S005 - schedule not B, W, N or blank, or W with no
      *          weekday marked "Y" (ADDSRC/CHGSRC)
      *   S006 - requesting operator missing
      *   S007 - ADDSRC for a source already on the master
      *   S008 - CHGSRC/SUSPEND/RESUME/RETIRE for an unknown
      *          source
      *   S009 - status change not allowed: SUSPEND of a
      *          source that is not active, RESUME of a
      *          source that is not suspended, or any card
      *          for a retired source
      * RETURN-CODE 0 means every card applied, 4 means
      * some cards were rejected but the rest applied, 8
      * means no card applied, 16 means a file failed to
      * open or the master table overflowed.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE
               ASSIGN TO "SMTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-IN-FILE
               ASSIGN TO "SRCOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT MASTER-OUT-FILE
               ASSIGN TO "SRCNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT MAINT-REJECT-FILE
               ASSIGN TO "SMTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO "SMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  SMT-RECORD.
           05  SMT-FUNCTION            PIC X(8).
           05  SMT-CODE                PIC X(4).
           05  SMT-DEPARTMENT          PIC X(20).
           05  SMT-CEILING             PIC X(5).
           05  SMT-SCHEDULE            PIC X(1).
           05  SMT-DUE-DAYS            PIC X(7).
           05  SMT-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(27).

       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY SRCREC.

       FD  MASTER-OUT-FILE
           RECORDING MODE IS F.
       01  SRC-OUT-RECORD              PIC X(80).

       FD  MAINT-REJECT-FILE
           RECORDING MODE IS F.
       01  SMJ-RECORD.
           05  SMJ-CARD-DATA           PIC X(80).
           05  SMJ-REASON-CODE         PIC X(4).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE 0.
       01  WS-MASTER-IN-COUNT          PIC 9(5) VALUE 0.
       01  WS-MASTER-OUT-COUNT         PIC 9(5) VALUE 0.

       01  WS-REASON-COUNTS.
           05  WS-S001-COUNT           PIC 9(5) VALUE 0.
           05  WS-S002-COUNT           PIC 9(5) VALUE 0.
           05  WS-S003-COUNT           PIC 9(5) VALUE 0.
           05  WS-S004-COUNT           PIC 9(5) VALUE 0.
           05  WS-S005-COUNT           PIC 9(5) VALUE 0.
           05  WS-S006-COUNT           PIC 9(5) VALUE 0.
           05  WS-S007-COUNT           PIC 9(5) VALUE 0.
           05  WS-S008-COUNT           PIC 9(5) VALUE 0.
           05  WS-S009-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-CARD-CLEAN           VALUE SPACES.

       01  WS-CARD-EOF-SW              PIC X    VALUE "N".
           88  WS-CARD-EOF             VALUE "Y".

       01  WS-MASTER-EOF-SW            PIC X    VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".

       01  WS-DAY-MARKS                PIC 9(1) VALUE 0.

      *****************************************************
      * The whole master, held sorted on source code while
      * the cards apply, then written back out in that
      * order. Each entry is the master record image, laid
      * out as SRCREC.
      *****************************************************
       01  WS-MASTER-LIMIT             PIC 9(5) VALUE 500.
       01  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
       01  WS-MST-SUB                  PIC 9(5) VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY            OCCURS 500 TIMES.
               10  WS-MST-CODE         PIC X(4).
               10  WS-MST-DEPARTMENT   PIC X(20).
               10  WS-MST-STATUS       PIC X(1).
               10  WS-MST-CEILING      PIC X(5).
               10  WS-MST-SCHEDULE     PIC X(1).
               10  WS-MST-DUE-DAYS     PIC X(7).
               10  WS-MST-CHANGED-DATE PIC X(8).
               10  WS-MST-CHANGED-BY   PIC X(8).
               10  FILLER              PIC X(26).

      *****************************************************
      * PARA-7-FIND scan results for the search code:
      *   WS-MATCH-SUB - entry with the code, 0 when none
      *   WS-INS-SUB   - where a new entry for the code
      *                  belongs to keep the table sorted
      *****************************************************
       01  WS-SRCH-CODE                PIC X(4) VALUE SPACES.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.
       01  WS-INS-SUB                  PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.

       01  WS-BEFORE-STATUS            PIC X(1) VALUE SPACES.

       01  WS-FILE-STATUSES.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-MASTER-IN-STATUS     PIC XX VALUE "00".
           05  WS-MASTER-OUT-STATUS    PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(9)  VALUE "FUNCTION ".
           05  WS-CHG-FUNCTION         PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  SOURCE ".
           05  WS-CHG-CODE             PIC X(4).
           05  FILLER                  PIC X(7)  VALUE "  DEPT ".
           05  WS-CHG-DEPARTMENT       PIC X(20).
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  WS-CHG-BEFORE           PIC X(1).
           05  FILLER                  PIC X(2)  VALUE "->".
           05  WS-CHG-AFTER            PIC X(1).
           05  FILLER                  PIC X(10) VALUE "  CEILING ".
           05  WS-CHG-CEILING          PIC X(5).
           05  FILLER                  PIC X(8)  VALUE "  SCHED ".
           05  WS-CHG-SCHEDULE         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CHG-DUE-DAYS         PIC X(7).
           05  FILLER                  PIC X(7)  VALUE "  OPER ".
           05  WS-CHG-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  RUN ".
           05  WS-CHG-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOAD UNTIL WS-MASTER-EOF
           PERFORM PARA-1-CARD UNTIL WS-CARD-EOF
           PERFORM PARA-5-REWRITE
           PERFORM PARA-8-SUMMARY
           PERFORM PARA-9-TERM
           IF WS-APPLIED-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "SRCMAINT CARDS READ = " WS-READ-COUNT
           DISPLAY "SRCMAINT APPLIED    = " WS-APPLIED-COUNT
           DISPLAY "SRCMAINT REJECTED   = " WS-REJECT-COUNT
           DISPLAY "SRCMAINT MASTER IN  = " WS-MASTER-IN-COUNT
           DISPLAY "SRCMAINT MASTER OUT = " WS-MASTER-OUT-COUNT
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "SRCMAINT ABEND - MAINT-CARD-FILE OPEN "
                       "FAILED, STATUS = " WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-IN-FILE
           IF WS-MASTER-IN-STATUS NOT = "00"
               DISPLAY "SRCMAINT ABEND - MASTER-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MASTER-OUT-FILE
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "SRCMAINT ABEND - MASTER-OUT-FILE OPEN "
                       "FAILED, STATUS = " WS-MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "SRCMAINT ABEND - MAINT-REJECT-FILE OPEN "
                       "FAILED, STATUS = " WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               CLOSE MASTER-OUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SRCMAINT ABEND - CHANGE-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               CLOSE MASTER-OUT-FILE
               CLOSE MAINT-REJECT-FILE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           MOVE "SRCMAINT SOURCE SYSTEM MASTER CHANGE REPORT"
               TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .

      *****************************************************
      * PARA-0-LOAD - one master record per pass, inserted
      * at its sorted position. A code that appears twice
      * on the old master keeps its last record.
      *****************************************************
       PARA-0-LOAD SECTION.
           READ MASTER-IN-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   MOVE SRC-CODE TO WS-SRCH-CODE
                   PERFORM PARA-7-FIND
                   IF WS-MATCH-SUB = 0
                       PERFORM PARA-7-INSERT
                       MOVE WS-INS-SUB TO WS-MATCH-SUB
                   END-IF
                   MOVE SRC-RECORD TO WS-MST-ENTRY (WS-MATCH-SUB)
           END-READ
           .

       PARA-1-CARD SECTION.
           READ MAINT-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PARA-2-VALIDATE
                   IF WS-CARD-CLEAN
                       PERFORM PARA-3-APPLY
                   ELSE
                       PERFORM PARA-4-REJECT
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-2-VALIDATE - field edits first, then the
      * against-the-master edits (S007-S009) that need the
      * table lookup.
      *****************************************************
       PARA-2-VALIDATE SECTION.
           MOVE SPACES TO WS-REASON-CODE
           MOVE 0 TO WS-DAY-MARKS
           INSPECT SMT-DUE-DAYS TALLYING WS-DAY-MARKS FOR ALL "Y"
           IF SMT-FUNCTION NOT = "ADDSRC"
                  AND SMT-FUNCTION NOT = "CHGSRC"
                  AND SMT-FUNCTION NOT = "SUSPEND"
                  AND SMT-FUNCTION NOT = "RESUME"
                  AND SMT-FUNCTION NOT = "RETIRE"
               MOVE "S001" TO WS-REASON-CODE
               ADD 1 TO WS-S001-COUNT
           ELSE
               IF SMT-CODE = SPACES
                   MOVE "S002" TO WS-REASON-CODE
                   ADD 1 TO WS-S002-COUNT
               ELSE
                   IF (SMT-FUNCTION = "ADDSRC"
                          OR SMT-FUNCTION = "CHGSRC")
                          AND SMT-DEPARTMENT = SPACES
                       MOVE "S003" TO WS-REASON-CODE
                       ADD 1 TO WS-S003-COUNT
                   ELSE
                       IF (SMT-FUNCTION = "ADDSRC"
                              OR SMT-FUNCTION = "CHGSRC")
                              AND SMT-CEILING NOT = SPACES
                              AND (SMT-CEILING NOT NUMERIC
                                   OR SMT-CEILING = "00000")
                           MOVE "S004" TO WS-REASON-CODE
                           ADD 1 TO WS-S004-COUNT
                       ELSE
                       IF (SMT-FUNCTION = "ADDSRC"
                              OR SMT-FUNCTION = "CHGSRC")
                              AND ((SMT-SCHEDULE NOT = "B"
                                    AND SMT-SCHEDULE NOT = "W"
                                    AND SMT-SCHEDULE NOT = "N"
                                    AND SMT-SCHEDULE NOT = SPACE)
                                OR (SMT-SCHEDULE = "W"
                                    AND WS-DAY-MARKS = 0))
                           MOVE "S005" TO WS-REASON-CODE
                           ADD 1 TO WS-S005-COUNT
                       ELSE
                           IF SMT-OPERATOR = SPACES
                               MOVE "S006" TO WS-REASON-CODE
                               ADD 1 TO WS-S006-COUNT
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-CLEAN
               MOVE SMT-CODE TO WS-SRCH-CODE
               PERFORM PARA-7-FIND
               IF SMT-FUNCTION = "ADDSRC" AND WS-MATCH-SUB > 0
                   MOVE "S007" TO WS-REASON-CODE
                   ADD 1 TO WS-S007-COUNT
               END-IF
               IF SMT-FUNCTION NOT = "ADDSRC" AND WS-MATCH-SUB = 0
                   MOVE "S008" TO WS-REASON-CODE
                   ADD 1 TO WS-S008-COUNT
               END-IF
               IF WS-CARD-CLEAN
                      AND SMT-FUNCTION NOT = "ADDSRC"
                   IF WS-MST-STATUS (WS-MATCH-SUB) = "R"
                          OR (SMT-FUNCTION = "SUSPEND"
                              AND WS-MST-STATUS (WS-MATCH-SUB)
                                  NOT = "A")
                          OR (SMT-FUNCTION = "RESUME"
                              AND WS-MST-STATUS (WS-MATCH-SUB)
                                  NOT = "S")
                       MOVE "S009" TO WS-REASON-CODE
                       ADD 1 TO WS-S009-COUNT
                   END-IF
               END-IF
           END-IF
           .

       PARA-3-APPLY SECTION.
           EVALUATE SMT-FUNCTION
               WHEN "ADDSRC"
                   PERFORM PARA-3-ADDSRC
               WHEN "CHGSRC"
                   PERFORM PARA-3-CHGSRC
               WHEN "SUSPEND"
                   MOVE WS-MST-STATUS (WS-MATCH-SUB)
                       TO WS-BEFORE-STATUS
                   MOVE "S" TO WS-MST-STATUS (WS-MATCH-SUB)
               WHEN "RESUME"
                   MOVE WS-MST-STATUS (WS-MATCH-SUB)
                       TO WS-BEFORE-STATUS
                   MOVE "A" TO WS-MST-STATUS (WS-MATCH-SUB)
               WHEN "RETIRE"
                   MOVE WS-MST-STATUS (WS-MATCH-SUB)
                       TO WS-BEFORE-STATUS
                   MOVE "R" TO WS-MST-STATUS (WS-MATCH-SUB)
           END-EVALUATE
           MOVE WS-RUN-DATE  TO WS-MST-CHANGED-DATE (WS-MATCH-SUB)
           MOVE SMT-OPERATOR TO WS-MST-CHANGED-BY (WS-MATCH-SUB)
           PERFORM PARA-6-CHANGE-LINE
           ADD 1 TO WS-APPLIED-COUNT
           .

       PARA-3-ADDSRC SECTION.
           PERFORM PARA-7-INSERT
           MOVE WS-INS-SUB TO WS-MATCH-SUB
           MOVE SPACES TO WS-BEFORE-STATUS
           MOVE "A"    TO WS-MST-STATUS (WS-MATCH-SUB)
           PERFORM PARA-3-SETTINGS
           .

       PARA-3-CHGSRC SECTION.
           MOVE WS-MST-STATUS (WS-MATCH-SUB) TO WS-BEFORE-STATUS
           PERFORM PARA-3-SETTINGS
           .

      *****************************************************
      * PARA-3-SETTINGS - the card's department, ceiling
      * and schedule replace the entry's. A blank schedule
      * is stored as N, no fixed schedule, and the due
      * weekdays are kept only for a W schedule.
      *****************************************************
       PARA-3-SETTINGS SECTION.
           MOVE SMT-DEPARTMENT TO WS-MST-DEPARTMENT (WS-MATCH-SUB)
           MOVE SMT-CEILING    TO WS-MST-CEILING (WS-MATCH-SUB)
           IF SMT-SCHEDULE = SPACE
               MOVE "N" TO WS-MST-SCHEDULE (WS-MATCH-SUB)
           ELSE
               MOVE SMT-SCHEDULE TO WS-MST-SCHEDULE (WS-MATCH-SUB)
           END-IF
           IF SMT-SCHEDULE = "W"
               MOVE SMT-DUE-DAYS TO WS-MST-DUE-DAYS (WS-MATCH-SUB)
           ELSE
               MOVE SPACES TO WS-MST-DUE-DAYS (WS-MATCH-SUB)
           END-IF
           .

       PARA-4-REJECT SECTION.
           MOVE SMT-RECORD     TO SMJ-CARD-DATA
           MOVE WS-REASON-CODE TO SMJ-REASON-CODE
           WRITE SMJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .

       PARA-5-REWRITE SECTION.
           MOVE 1 TO WS-MST-SUB
           PERFORM PARA-5-REWRITE-1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           .

       PARA-5-REWRITE-1 SECTION.
           MOVE WS-MST-ENTRY (WS-MST-SUB) TO SRC-OUT-RECORD
           WRITE SRC-OUT-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
           ADD 1 TO WS-MST-SUB
           .

       PARA-6-CHANGE-LINE SECTION.
           MOVE SMT-FUNCTION     TO WS-CHG-FUNCTION
           MOVE SMT-CODE         TO WS-CHG-CODE
           MOVE WS-MST-DEPARTMENT (WS-MATCH-SUB)
               TO WS-CHG-DEPARTMENT
           MOVE WS-BEFORE-STATUS TO WS-CHG-BEFORE
           MOVE WS-MST-STATUS (WS-MATCH-SUB)   TO WS-CHG-AFTER
           MOVE WS-MST-CEILING (WS-MATCH-SUB)  TO WS-CHG-CEILING
           MOVE WS-MST-SCHEDULE (WS-MATCH-SUB) TO WS-CHG-SCHEDULE
           MOVE WS-MST-DUE-DAYS (WS-MATCH-SUB) TO WS-CHG-DUE-DAYS
           MOVE SMT-OPERATOR     TO WS-CHG-OPERATOR
           MOVE WS-RUN-DATE      TO WS-CHG-RUN-DATE
           MOVE WS-CHANGE-LINE   TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .

      *****************************************************
      * PARA-7-FIND - scan the sorted table for the search
      * code, collecting the exact match and the sorted
      * insertion point for a new entry.
      *****************************************************
       PARA-7-FIND SECTION.
           MOVE 0 TO WS-MATCH-SUB
           COMPUTE WS-INS-SUB = WS-MASTER-COUNT + 1
           MOVE 1 TO WS-MST-SUB
           PERFORM PARA-7-FIND-1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           .

       PARA-7-FIND-1 SECTION.
           IF WS-MST-CODE (WS-MST-SUB) = WS-SRCH-CODE
               MOVE WS-MST-SUB TO WS-MATCH-SUB
           END-IF
           IF WS-MST-CODE (WS-MST-SUB) > WS-SRCH-CODE
                  AND WS-MST-SUB < WS-INS-SUB
               MOVE WS-MST-SUB TO WS-INS-SUB
           END-IF
           ADD 1 TO WS-MST-SUB
           .

      *****************************************************
      * PARA-7-INSERT - open the sorted slot WS-INS-SUB by
      * shifting the tail of the table up one, then seed
      * the new entry with the search code. The caller sets
      * the rest of the entry afterward.
      *****************************************************
       PARA-7-INSERT SECTION.
           IF WS-MASTER-COUNT >= WS-MASTER-LIMIT
               DISPLAY "SRCMAINT ABEND - MASTER TABLE FULL AT "
                       WS-MASTER-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           COMPUTE WS-SHIFT-SUB = WS-MASTER-COUNT + 1
           PERFORM PARA-7-INSERT-1
               UNTIL WS-SHIFT-SUB <= WS-INS-SUB
           ADD 1 TO WS-MASTER-COUNT
           MOVE SPACES       TO WS-MST-ENTRY (WS-INS-SUB)
           MOVE WS-SRCH-CODE TO WS-MST-CODE (WS-INS-SUB)
           .

       PARA-7-INSERT-1 SECTION.
           MOVE WS-MST-ENTRY (WS-SHIFT-SUB - 1)
               TO WS-MST-ENTRY (WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-SHIFT-SUB
           .

       PARA-8-SUMMARY SECTION.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE "CARDS READ" TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CARDS APPLIED" TO WS-TOT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CARDS REJECTED" TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S001 FUNCTION UNKNOWN" TO WS-TOT-LABEL
           MOVE WS-S001-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S002 SOURCE CODE MISSING" TO WS-TOT-LABEL
           MOVE WS-S002-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S003 DEPARTMENT MISSING" TO WS-TOT-LABEL
           MOVE WS-S003-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S004 CEILING INVALID" TO WS-TOT-LABEL
           MOVE WS-S004-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S005 SCHEDULE INVALID" TO WS-TOT-LABEL
           MOVE WS-S005-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S006 OPERATOR MISSING" TO WS-TOT-LABEL
           MOVE WS-S006-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S007 ADD OF KNOWN SOURCE" TO WS-TOT-LABEL
           MOVE WS-S007-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S008 SOURCE NOT FOUND" TO WS-TOT-LABEL
           MOVE WS-S008-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "S009 STATUS CHANGE REFUSED" TO WS-TOT-LABEL
           MOVE WS-S009-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "MASTER RECORDS IN" TO WS-TOT-LABEL
           MOVE WS-MASTER-IN-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "MASTER RECORDS OUT" TO WS-TOT-LABEL
           MOVE WS-MASTER-OUT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           .

       PARA-8-DETAIL SECTION.
           MOVE WS-TOTAL-LINE TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE MAINT-CARD-FILE
           CLOSE MASTER-IN-FILE
           CLOSE MASTER-OUT-FILE
           CLOSE MAINT-REJECT-FILE
           CLOSE CHANGE-REPORT-FILE
           .
