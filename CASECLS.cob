       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASECLS.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * CASECLS closes trip cases in batch from the
      * analysts' disposition cards. Each card on CSCIN
      * names a case by its key - account, run date and
      * trip number, as printed on the CASEOPN and CASEAGE
      * reports - and gives the disposition code, the
      * analyst's ID and a comment. The case master is read
      * from CASOLD, the cards are applied, and the master
      * is written whole to CASNEW in case-key order; the
      * job copies it back over the live file. A closed
      * case keeps its disposition, analyst, close date and
      * comment on the master, which is the record that
      * every trip was reviewed. Bad cards are diverted to
      * CSCREJ with a reason code the way THMAINT diverts
      * its cards, and every closed case prints a line on
      * the CSCRPT close report.
      *
      * Disposition codes:
      *   CLRD - cleared, the activity is explained
      *   FPOS - false positive
      *   REFR - referred for investigation
      *   SARF - suspicious activity report filed
      *   THAD - threshold adjusted
      *
      * Reason codes:
      *   C001 - case key missing or invalid (account
      *          blank, run date or trip number not
      *          numeric)
      *   C002 - disposition code not one of the above
      *   C003 - analyst ID missing
      *   C004 - comment missing
      *   C005 - no such case on the master
      *   C006 - case already closed
      * RETURN-CODE 0 means every card applied, 4 means
      * some cards were rejected but the rest applied, 8
      * means no card applied, 16 means a file failed to
      * open or the case table overflowed.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-CARD-FILE
               ASSIGN TO "CSCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CASE-IN-FILE
               ASSIGN TO "CASOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STATUS.

           SELECT CASE-OUT-FILE
               ASSIGN TO "CASNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-OUT-STATUS.

           SELECT DISP-REJECT-FILE
               ASSIGN TO "CSCREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "CSCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-CARD-FILE
           RECORDING MODE IS F.
       01  CSC-RECORD.
           05  CSC-KEY.
               10  CSC-ACCOUNT         PIC X(8).
               10  CSC-RUN-DATE        PIC X(8).
               10  CSC-TRIP-NO         PIC X(5).
           05  CSC-DISP-CODE           PIC X(4).
               88  CSC-DISP-VALID      VALUE "CLRD" "FPOS" "REFR"
                                             "SARF" "THAD".
           05  CSC-ANALYST             PIC X(8).
           05  CSC-COMMENT             PIC X(40).
           05  FILLER                  PIC X(7).

       FD  CASE-IN-FILE
           RECORDING MODE IS F.
           COPY CASREC.

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
       01  CAS-OUT-RECORD              PIC X(120).

       FD  DISP-REJECT-FILE
           RECORDING MODE IS F.
       01  CSJ-RECORD.
           05  CSJ-CARD-DATA           PIC X(80).
           05  CSJ-REASON-CODE         PIC X(4).

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F.
       01  CLOSE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE 0.
       01  WS-CASE-IN-COUNT            PIC 9(5) VALUE 0.
       01  WS-CASE-OUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OPEN-CASES               PIC 9(5) VALUE 0.

       01  WS-REASON-COUNTS.
           05  WS-C001-COUNT           PIC 9(5) VALUE 0.
           05  WS-C002-COUNT           PIC 9(5) VALUE 0.
           05  WS-C003-COUNT           PIC 9(5) VALUE 0.
           05  WS-C004-COUNT           PIC 9(5) VALUE 0.
           05  WS-C005-COUNT           PIC 9(5) VALUE 0.
           05  WS-C006-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-CARD-CLEAN           VALUE SPACES.

       01  WS-CARD-EOF-SW              PIC X    VALUE "N".
           88  WS-CARD-EOF             VALUE "Y".

       01  WS-CASE-EOF-SW              PIC X    VALUE "N".
           88  WS-CASE-EOF             VALUE "Y".

      *****************************************************
      * The whole case master, held in case-key order while
      * the cards apply, then written back out in that
      * order. Each entry is laid out exactly as CAS-RECORD
      * so a record moves in and out whole.
      *****************************************************
       01  WS-CASE-LIMIT               PIC 9(5) VALUE 5000.
       01  WS-CASE-COUNT               PIC 9(5) VALUE 0.
       01  WS-CAS-SUB                  PIC 9(5) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CAS-ENTRY            OCCURS 5000 TIMES.
               10  WS-CAS-KEY          PIC X(21).
               10  WS-CAS-STATUS       PIC X(1).
                   88  WS-CAS-OPEN     VALUE "O".
                   88  WS-CAS-CLOSED   VALUE "C".
               10  WS-CAS-TRIP-TYPE    PIC X(1).
               10  WS-CAS-TRIP-AMOUNT  PIC 9(7).
               10  WS-CAS-TRIP-COUNT   PIC 9(5).
               10  WS-CAS-LAST-RUN-DATE
                                       PIC X(8).
               10  WS-CAS-LAST-TRIP-NO PIC 9(5).
               10  WS-CAS-LAST-TRIP-AMOUNT
                                       PIC 9(7).
               10  WS-CAS-DISP-CODE    PIC X(4).
               10  WS-CAS-ANALYST      PIC X(8).
               10  WS-CAS-CLOSE-DATE   PIC X(8).
               10  WS-CAS-COMMENT      PIC X(40).
               10  FILLER              PIC X(5).

       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.

       01  WS-FILE-STATUSES.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-CASE-IN-STATUS       PIC XX VALUE "00".
           05  WS-CASE-OUT-STATUS      PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

       01  WS-CLOSE-LINE.
           05  FILLER                  PIC X(12)
               VALUE "CLOSED CASE ".
           05  WS-CLS-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CLS-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CLS-TRIP-NO          PIC X(5).
           05  FILLER                  PIC X(8)  VALUE "  TRIPS ".
           05  WS-CLS-TRIPS            PIC 9(5).
           05  FILLER                  PIC X(7)  VALUE "  DISP ".
           05  WS-CLS-DISP-CODE        PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  ANALYST ".
           05  WS-CLS-ANALYST          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CLS-COMMENT          PIC X(40).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOAD UNTIL WS-CASE-EOF
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
           DISPLAY "CASECLS CARDS READ = " WS-READ-COUNT
           DISPLAY "CASECLS CLOSED     = " WS-APPLIED-COUNT
           DISPLAY "CASECLS REJECTED   = " WS-REJECT-COUNT
           DISPLAY "CASECLS CASES IN   = " WS-CASE-IN-COUNT
           DISPLAY "CASECLS CASES OUT  = " WS-CASE-OUT-COUNT
           DISPLAY "CASECLS STILL OPEN = " WS-OPEN-CASES
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN INPUT DISP-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "CASECLS ABEND - DISP-CARD-FILE OPEN FAILED, "
                       "STATUS = " WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "CASECLS ABEND - CASE-IN-FILE OPEN FAILED, "
                       "STATUS = " WS-CASE-IN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DISP-CARD-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CASE-OUT-FILE
           IF WS-CASE-OUT-STATUS NOT = "00"
               DISPLAY "CASECLS ABEND - CASE-OUT-FILE OPEN FAILED, "
                       "STATUS = " WS-CASE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DISP-CARD-FILE
               CLOSE CASE-IN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT DISP-REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "CASECLS ABEND - DISP-REJECT-FILE OPEN "
                       "FAILED, STATUS = " WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DISP-CARD-FILE
               CLOSE CASE-IN-FILE
               CLOSE CASE-OUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CASECLS ABEND - CLOSE-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE DISP-CARD-FILE
               CLOSE CASE-IN-FILE
               CLOSE CASE-OUT-FILE
               CLOSE DISP-REJECT-FILE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           MOVE "CASECLS TRIP CASE CLOSE REPORT"
               TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           .

      *****************************************************
      * PARA-0-LOAD - the master is kept in case-key order
      * by CASEOPN, so it loads straight into the table.
      *****************************************************
       PARA-0-LOAD SECTION.
           READ CASE-IN-FILE
               AT END
                   SET WS-CASE-EOF TO TRUE
               NOT AT END
                   IF WS-CASE-COUNT >= WS-CASE-LIMIT
                       DISPLAY "CASECLS ABEND - CASE TABLE FULL AT "
                               WS-CASE-LIMIT " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       PERFORM PARA-9-TERM
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CASE-IN-COUNT
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CAS-RECORD TO WS-CAS-ENTRY (WS-CASE-COUNT)
           END-READ
           .

       PARA-1-CARD SECTION.
           READ DISP-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM PARA-2-VALIDATE
                   IF WS-CARD-CLEAN
                       PERFORM PARA-3-CLOSE
                   ELSE
                       PERFORM PARA-4-REJECT
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-2-VALIDATE - field edits first, then the
      * against-the-master edits (C005/C006) that need the
      * case lookup.
      *****************************************************
       PARA-2-VALIDATE SECTION.
           MOVE SPACES TO WS-REASON-CODE
           IF CSC-ACCOUNT = SPACES
                  OR CSC-RUN-DATE NOT NUMERIC
                  OR CSC-TRIP-NO NOT NUMERIC
               MOVE "C001" TO WS-REASON-CODE
               ADD 1 TO WS-C001-COUNT
           ELSE
               IF NOT CSC-DISP-VALID
                   MOVE "C002" TO WS-REASON-CODE
                   ADD 1 TO WS-C002-COUNT
               ELSE
                   IF CSC-ANALYST = SPACES
                       MOVE "C003" TO WS-REASON-CODE
                       ADD 1 TO WS-C003-COUNT
                   ELSE
                       IF CSC-COMMENT = SPACES
                           MOVE "C004" TO WS-REASON-CODE
                           ADD 1 TO WS-C004-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-CLEAN
               PERFORM PARA-7-FIND
               IF WS-MATCH-SUB = 0
                   MOVE "C005" TO WS-REASON-CODE
                   ADD 1 TO WS-C005-COUNT
               ELSE
                   IF WS-CAS-CLOSED (WS-MATCH-SUB)
                       MOVE "C006" TO WS-REASON-CODE
                       ADD 1 TO WS-C006-COUNT
                   END-IF
               END-IF
           END-IF
           .

       PARA-3-CLOSE SECTION.
           MOVE "C"           TO WS-CAS-STATUS (WS-MATCH-SUB)
           MOVE CSC-DISP-CODE TO WS-CAS-DISP-CODE (WS-MATCH-SUB)
           MOVE CSC-ANALYST   TO WS-CAS-ANALYST (WS-MATCH-SUB)
           MOVE WS-RUN-DATE   TO WS-CAS-CLOSE-DATE (WS-MATCH-SUB)
           MOVE CSC-COMMENT   TO WS-CAS-COMMENT (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE CSC-ACCOUNT   TO WS-CLS-ACCOUNT
           MOVE CSC-RUN-DATE  TO WS-CLS-RUN-DATE
           MOVE CSC-TRIP-NO   TO WS-CLS-TRIP-NO
           MOVE WS-CAS-TRIP-COUNT (WS-MATCH-SUB) TO WS-CLS-TRIPS
           MOVE CSC-DISP-CODE TO WS-CLS-DISP-CODE
           MOVE CSC-ANALYST   TO WS-CLS-ANALYST
           MOVE CSC-COMMENT   TO WS-CLS-COMMENT
           MOVE WS-CLOSE-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           .

       PARA-4-REJECT SECTION.
           MOVE CSC-RECORD     TO CSJ-CARD-DATA
           MOVE WS-REASON-CODE TO CSJ-REASON-CODE
           WRITE CSJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .

       PARA-5-REWRITE SECTION.
           MOVE 1 TO WS-CAS-SUB
           PERFORM PARA-5-REWRITE-1
               UNTIL WS-CAS-SUB > WS-CASE-COUNT
           .

       PARA-5-REWRITE-1 SECTION.
           MOVE WS-CAS-ENTRY (WS-CAS-SUB) TO CAS-OUT-RECORD
           WRITE CAS-OUT-RECORD
           ADD 1 TO WS-CASE-OUT-COUNT
           IF WS-CAS-OPEN (WS-CAS-SUB)
               ADD 1 TO WS-OPEN-CASES
           END-IF
           ADD 1 TO WS-CAS-SUB
           .

      *****************************************************
      * PARA-7-FIND - scan the table for the card's case
      * key; WS-MATCH-SUB comes back 0 when it is not
      * there.
      *****************************************************
       PARA-7-FIND SECTION.
           MOVE 0 TO WS-MATCH-SUB
           MOVE 1 TO WS-CAS-SUB
           PERFORM PARA-7-FIND-1
               UNTIL WS-MATCH-SUB > 0
                  OR WS-CAS-SUB > WS-CASE-COUNT
           .

       PARA-7-FIND-1 SECTION.
           IF WS-CAS-KEY (WS-CAS-SUB) = CSC-KEY
               MOVE WS-CAS-SUB TO WS-MATCH-SUB
           ELSE
               ADD 1 TO WS-CAS-SUB
           END-IF
           .

       PARA-8-SUMMARY SECTION.
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "CARDS READ" TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES CLOSED" TO WS-TOT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CARDS REJECTED" TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C001 CASE KEY INVALID" TO WS-TOT-LABEL
           MOVE WS-C001-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C002 DISPOSITION UNKNOWN" TO WS-TOT-LABEL
           MOVE WS-C002-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C003 ANALYST MISSING" TO WS-TOT-LABEL
           MOVE WS-C003-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C004 COMMENT MISSING" TO WS-TOT-LABEL
           MOVE WS-C004-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C005 CASE NOT FOUND" TO WS-TOT-LABEL
           MOVE WS-C005-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "C006 CASE ALREADY CLOSED" TO WS-TOT-LABEL
           MOVE WS-C006-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES IN" TO WS-TOT-LABEL
           MOVE WS-CASE-IN-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES OUT" TO WS-TOT-LABEL
           MOVE WS-CASE-OUT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES STILL OPEN" TO WS-TOT-LABEL
           MOVE WS-OPEN-CASES TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           .

       PARA-8-DETAIL SECTION.
           MOVE WS-TOTAL-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE DISP-CARD-FILE
           CLOSE CASE-IN-FILE
           CLOSE CASE-OUT-FILE
           CLOSE DISP-REJECT-FILE
           CLOSE CLOSE-REPORT-FILE
           .
