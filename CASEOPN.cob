       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASEOPN.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * CASEOPN opens the investigation cases for the
      * night's threshold trips. Every XTR-RECORD on the
      * extract THRESHJB just cut (XTRIN) stands for an
      * account somebody has to look at, so each one either
      * opens a case on the trip case master or, when the
      * account already has an open case, attaches to that
      * case - one open case per account, however often it
      * trips before an analyst closes it. A new case is
      * keyed on the account, the run date and the trip's
      * number on the night's extract (its position on
      * XTRIN, from 1). Window trips (XTR-TRIP-TYPE R or M)
      * and group trips (G, opened under the group ID) are
      * cased the same way as nightly trips.
      * The master is read from CASOLD and written whole to
      * CASNEW in case-key order; the job copies it back
      * over the live file. A trip already on the master -
      * the same key, or an attachment the open case
      * already records - is passed over, so a resubmitted
      * step cannot open or attach the same trip twice.
      * CASRPT lists every case opened or attached.
      * RETURN-CODE 0 is a normal run, 4 means the extract
      * was empty, 16 means a file failed to open or the
      * case table overflowed.
      * At the end of a normal run CASEOPN appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): extract records read, trips cased
      * (opened or attached) and records skipped, under
      * the extract's run date.
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

           SELECT CASE-IN-FILE
               ASSIGN TO "CASOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-IN-STATUS.

           SELECT CASE-OUT-FILE
               ASSIGN TO "CASNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-OUT-STATUS.

           SELECT CASE-REPORT-FILE
               ASSIGN TO "CASRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY XTRREC.

       FD  CASE-IN-FILE
           RECORDING MODE IS F.
           COPY CASREC.

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
       01  CAS-OUT-RECORD              PIC X(120).

       FD  CASE-REPORT-FILE
           RECORDING MODE IS F.
       01  CASE-REPORT-LINE            PIC X(132).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT             PIC 9(5) VALUE 0.
       01  WS-ATTACHED-COUNT           PIC 9(5) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CASE-IN-COUNT            PIC 9(5) VALUE 0.
       01  WS-CASE-OUT-COUNT           PIC 9(5) VALUE 0.
       01  WS-OPEN-CASES               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-TRIP-NO                  PIC 9(5) VALUE 0.
       01  WS-TRIP-AMOUNT              PIC 9(7) VALUE 0.

       01  WS-EXTRACT-EOF-SW           PIC X    VALUE "N".
           88  WS-EXTRACT-EOF          VALUE "Y".

       01  WS-CASE-EOF-SW              PIC X    VALUE "N".
           88  WS-CASE-EOF             VALUE "Y".

      *****************************************************
      * The whole case master, held sorted on the case key
      * while the night's trips apply, then written back
      * out in that order. Each entry is laid out exactly
      * as CAS-RECORD so a record moves in and out whole.
      *****************************************************
       01  WS-CASE-LIMIT               PIC 9(5) VALUE 5000.
       01  WS-CASE-COUNT               PIC 9(5) VALUE 0.
       01  WS-CAS-SUB                  PIC 9(5) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CAS-ENTRY            OCCURS 5000 TIMES.
               10  WS-CAS-KEY.
                   15  WS-CAS-ACCOUNT  PIC X(8).
                   15  WS-CAS-RUN-DATE PIC X(8).
                   15  WS-CAS-TRIP-NO  PIC 9(5).
               10  WS-CAS-STATUS       PIC X(1).
                   88  WS-CAS-OPEN     VALUE "O".
               10  WS-CAS-TRIP-TYPE    PIC X(1).
               10  WS-CAS-TRIP-AMOUNT  PIC 9(7).
               10  WS-CAS-TRIP-COUNT   PIC 9(5).
               10  WS-CAS-LAST-KEY.
                   15  WS-CAS-LAST-RUN-DATE
                                       PIC X(8).
                   15  WS-CAS-LAST-TRIP-NO
                                       PIC 9(5).
               10  WS-CAS-LAST-TRIP-AMOUNT
                                       PIC 9(7).
               10  WS-CAS-DISP-CODE    PIC X(4).
               10  WS-CAS-ANALYST      PIC X(8).
               10  WS-CAS-CLOSE-DATE   PIC X(8).
               10  WS-CAS-COMMENT      PIC X(40).
               10  FILLER              PIC X(5).

      *****************************************************
      * PARA-7-FIND scan results for the search key:
      *   WS-MATCH-SUB - entry with the exact case key, 0
      *                  when none
      *   WS-OPEN-SUB  - the account's open case, 0 when
      *                  none
      *   WS-INS-SUB   - where a new case for the key
      *                  belongs to keep the table sorted
      *****************************************************
       01  WS-SRCH-KEY.
           05  WS-SRCH-ACCOUNT         PIC X(8) VALUE SPACES.
           05  WS-SRCH-RUN-DATE        PIC X(8) VALUE SPACES.
           05  WS-SRCH-TRIP-NO         PIC 9(5) VALUE 0.
       01  WS-SRCH-LAST-KEY REDEFINES WS-SRCH-KEY.
           05  FILLER                  PIC X(8).
           05  WS-SRCH-TRIP-KEY        PIC X(13).
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.
       01  WS-OPEN-SUB                 PIC 9(5) VALUE 0.
       01  WS-INS-SUB                  PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.

       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS       PIC XX VALUE "00".
           05  WS-CASE-IN-STATUS       PIC XX VALUE "00".
           05  WS-CASE-OUT-STATUS      PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-CASE-LINE.
           05  WS-CSL-ACTION           PIC X(9).
           05  FILLER                  PIC X(6)  VALUE "CASE  ".
           05  WS-CSL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CSL-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CSL-TRIP-NO          PIC 9(5).
           05  FILLER                  PIC X(8)  VALUE "  TRIP  ".
           05  WS-CSL-TRIP-RUN-DATE    PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-CSL-TRIP-TRIP-NO     PIC 9(5).
           05  FILLER                  PIC X(7)  VALUE "  TYPE ".
           05  WS-CSL-TRIP-TYPE        PIC X(1).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-CSL-AMOUNT           PIC 9(7).
           05  FILLER                  PIC X(8)  VALUE "  TRIPS ".
           05  WS-CSL-TRIPS            PIC 9(5).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOAD UNTIL WS-CASE-EOF
           PERFORM PARA-1-TRIP UNTIL WS-EXTRACT-EOF
           PERFORM PARA-5-REWRITE
           PERFORM PARA-8-SUMMARY
           PERFORM PARA-9-TERM
           IF WS-EXTRACT-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "CASEOPN TRIPS READ  = " WS-EXTRACT-COUNT
           DISPLAY "CASEOPN OPENED      = " WS-OPENED-COUNT
           DISPLAY "CASEOPN ATTACHED    = " WS-ATTACHED-COUNT
           DISPLAY "CASEOPN ALREADY     = " WS-ALREADY-COUNT
           DISPLAY "CASEOPN SKIPPED     = " WS-SKIPPED-COUNT
           DISPLAY "CASEOPN CASES IN    = " WS-CASE-IN-COUNT
           DISPLAY "CASEOPN CASES OUT   = " WS-CASE-OUT-COUNT
           DISPLAY "CASEOPN OPEN CASES  = " WS-OPEN-CASES
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CASEOPN ABEND - EXTRACT-FILE OPEN FAILED, "
                       "STATUS = " WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CASE-IN-FILE
           IF WS-CASE-IN-STATUS NOT = "00"
               DISPLAY "CASEOPN ABEND - CASE-IN-FILE OPEN FAILED, "
                       "STATUS = " WS-CASE-IN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CASE-OUT-FILE
           IF WS-CASE-OUT-STATUS NOT = "00"
               DISPLAY "CASEOPN ABEND - CASE-OUT-FILE OPEN FAILED, "
                       "STATUS = " WS-CASE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               CLOSE CASE-IN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CASE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CASEOPN ABEND - CASE-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               CLOSE CASE-IN-FILE
               CLOSE CASE-OUT-FILE
               STOP RUN
           END-IF

           MOVE "CASEOPN TRIP CASES OPENED AND ATTACHED"
               TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           .

      *****************************************************
      * PARA-0-LOAD - one case per pass, inserted at its
      * sorted position.
      *****************************************************
       PARA-0-LOAD SECTION.
           READ CASE-IN-FILE
               AT END
                   SET WS-CASE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CASE-IN-COUNT
                   MOVE CAS-KEY TO WS-SRCH-KEY
                   PERFORM PARA-7-FIND
                   IF WS-MATCH-SUB = 0
                       PERFORM PARA-7-INSERT
                       MOVE WS-INS-SUB TO WS-MATCH-SUB
                   END-IF
                   MOVE CAS-RECORD TO WS-CAS-ENTRY (WS-MATCH-SUB)
           END-READ
           .

      *****************************************************
      * PARA-1-TRIP - one extract record per pass. The
      * record's position on the extract is its trip
      * number. A record not cut by THRESHJB is counted
      * and passed over, the way THRDWNST treats it.
      *****************************************************
       PARA-1-TRIP SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD 1 TO WS-TRIP-NO
                   IF XTR-JOB-ID = "THRESHJB"
                       IF WS-RUN-DATE = SPACES
                           MOVE XTR-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       PERFORM PARA-2-CASE
                   ELSE
                       DISPLAY "CASEOPN WARNING - EXTRACT RECORD "
                               "SKIPPED, JOB-ID = " XTR-JOB-ID
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ
           .

       PARA-2-CASE SECTION.
           IF XTR-WINDOW-TRIP
               MOVE XTR-TRIP-TOTAL TO WS-TRIP-AMOUNT
           ELSE
               MOVE XTR-FINAL-AREA-1 TO WS-TRIP-AMOUNT
           END-IF
           MOVE XTR-ACCOUNT  TO WS-SRCH-ACCOUNT
           MOVE XTR-RUN-DATE TO WS-SRCH-RUN-DATE
           MOVE WS-TRIP-NO   TO WS-SRCH-TRIP-NO
           PERFORM PARA-7-FIND
           EVALUATE TRUE
               WHEN WS-MATCH-SUB > 0
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-OPEN-SUB > 0
                   IF WS-CAS-LAST-KEY (WS-OPEN-SUB)
                           < WS-SRCH-TRIP-KEY
                       PERFORM PARA-3-ATTACH
                   ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM PARA-3-OPEN
           END-EVALUATE
           .

       PARA-3-OPEN SECTION.
           PERFORM PARA-7-INSERT
           MOVE "O"            TO WS-CAS-STATUS (WS-INS-SUB)
           MOVE XTR-TRIP-TYPE  TO WS-CAS-TRIP-TYPE (WS-INS-SUB)
           MOVE WS-TRIP-AMOUNT TO WS-CAS-TRIP-AMOUNT (WS-INS-SUB)
           MOVE 1              TO WS-CAS-TRIP-COUNT (WS-INS-SUB)
           MOVE WS-SRCH-RUN-DATE
                               TO WS-CAS-LAST-RUN-DATE (WS-INS-SUB)
           MOVE WS-SRCH-TRIP-NO
                               TO WS-CAS-LAST-TRIP-NO (WS-INS-SUB)
           MOVE WS-TRIP-AMOUNT
                           TO WS-CAS-LAST-TRIP-AMOUNT (WS-INS-SUB)
           ADD 1 TO WS-OPENED-COUNT
           MOVE "OPENED   " TO WS-CSL-ACTION
           MOVE WS-INS-SUB  TO WS-CAS-SUB
           PERFORM PARA-6-CASE-LINE
           .

      *****************************************************
      * PARA-3-ATTACH - the account already has an open
      * case: the trip joins it rather than opening a
      * duplicate, and the case now names this trip as its
      * latest.
      *****************************************************
       PARA-3-ATTACH SECTION.
           ADD 1 TO WS-CAS-TRIP-COUNT (WS-OPEN-SUB)
           MOVE WS-SRCH-RUN-DATE
                               TO WS-CAS-LAST-RUN-DATE (WS-OPEN-SUB)
           MOVE WS-SRCH-TRIP-NO
                               TO WS-CAS-LAST-TRIP-NO (WS-OPEN-SUB)
           MOVE WS-TRIP-AMOUNT
                           TO WS-CAS-LAST-TRIP-AMOUNT (WS-OPEN-SUB)
           ADD 1 TO WS-ATTACHED-COUNT
           MOVE "ATTACHED " TO WS-CSL-ACTION
           MOVE WS-OPEN-SUB TO WS-CAS-SUB
           PERFORM PARA-6-CASE-LINE
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

       PARA-6-CASE-LINE SECTION.
           MOVE WS-CAS-ACCOUNT (WS-CAS-SUB)  TO WS-CSL-ACCOUNT
           MOVE WS-CAS-RUN-DATE (WS-CAS-SUB) TO WS-CSL-RUN-DATE
           MOVE WS-CAS-TRIP-NO (WS-CAS-SUB)  TO WS-CSL-TRIP-NO
           MOVE WS-SRCH-RUN-DATE             TO WS-CSL-TRIP-RUN-DATE
           MOVE WS-SRCH-TRIP-NO              TO WS-CSL-TRIP-TRIP-NO
           MOVE XTR-TRIP-TYPE                TO WS-CSL-TRIP-TYPE
           MOVE WS-TRIP-AMOUNT               TO WS-CSL-AMOUNT
           MOVE WS-CAS-TRIP-COUNT (WS-CAS-SUB) TO WS-CSL-TRIPS
           MOVE WS-CASE-LINE TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           .

      *****************************************************
      * PARA-7-FIND - scan the sorted table for the search
      * key, collecting the exact match, the account's open
      * case, and the sorted insertion point for a new
      * case.
      *****************************************************
       PARA-7-FIND SECTION.
           MOVE 0 TO WS-MATCH-SUB
           MOVE 0 TO WS-OPEN-SUB
           COMPUTE WS-INS-SUB = WS-CASE-COUNT + 1
           MOVE 1 TO WS-CAS-SUB
           PERFORM PARA-7-FIND-1
               UNTIL WS-CAS-SUB > WS-CASE-COUNT
           .

       PARA-7-FIND-1 SECTION.
           IF WS-CAS-KEY (WS-CAS-SUB) = WS-SRCH-KEY
               MOVE WS-CAS-SUB TO WS-MATCH-SUB
           END-IF
           IF WS-CAS-ACCOUNT (WS-CAS-SUB) = WS-SRCH-ACCOUNT
                  AND WS-CAS-OPEN (WS-CAS-SUB)
               MOVE WS-CAS-SUB TO WS-OPEN-SUB
           END-IF
           IF WS-CAS-KEY (WS-CAS-SUB) > WS-SRCH-KEY
                  AND WS-CAS-SUB < WS-INS-SUB
               MOVE WS-CAS-SUB TO WS-INS-SUB
           END-IF
           ADD 1 TO WS-CAS-SUB
           .

      *****************************************************
      * PARA-7-INSERT - open the sorted slot WS-INS-SUB by
      * shifting the tail of the table up one, then seed
      * the new entry with the search key. The caller fills
      * in the rest of the case afterward.
      *****************************************************
       PARA-7-INSERT SECTION.
           IF WS-CASE-COUNT >= WS-CASE-LIMIT
               DISPLAY "CASEOPN ABEND - CASE TABLE FULL AT "
                       WS-CASE-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           COMPUTE WS-SHIFT-SUB = WS-CASE-COUNT + 1
           PERFORM PARA-7-INSERT-1
               UNTIL WS-SHIFT-SUB <= WS-INS-SUB
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES      TO WS-CAS-ENTRY (WS-INS-SUB)
           MOVE WS-SRCH-KEY TO WS-CAS-KEY (WS-INS-SUB)
           MOVE 0           TO WS-CAS-TRIP-AMOUNT (WS-INS-SUB)
           MOVE 0           TO WS-CAS-TRIP-COUNT (WS-INS-SUB)
           MOVE 0           TO WS-CAS-LAST-TRIP-NO (WS-INS-SUB)
           MOVE 0           TO WS-CAS-LAST-TRIP-AMOUNT (WS-INS-SUB)
           .

       PARA-7-INSERT-1 SECTION.
           MOVE WS-CAS-ENTRY (WS-SHIFT-SUB - 1)
               TO WS-CAS-ENTRY (WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-SHIFT-SUB
           .

       PARA-8-SUMMARY SECTION.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE "TRIPS READ" TO WS-TOT-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES OPENED" TO WS-TOT-LABEL
           MOVE WS-OPENED-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "TRIPS ATTACHED TO OPEN CASES" TO WS-TOT-LABEL
           MOVE WS-ATTACHED-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "TRIPS ALREADY CASED" TO WS-TOT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "EXTRACT RECORDS SKIPPED" TO WS-TOT-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES IN" TO WS-TOT-LABEL
           MOVE WS-CASE-IN-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES OUT" TO WS-TOT-LABEL
           MOVE WS-CASE-OUT-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "CASES OPEN AT END OF RUN" TO WS-TOT-LABEL
           MOVE WS-OPEN-CASES TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           .

       PARA-8-DETAIL SECTION.
           MOVE WS-TOTAL-LINE TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE EXTRACT-FILE
           CLOSE CASE-IN-FILE
           CLOSE CASE-OUT-FILE
           CLOSE CASE-REPORT-FILE
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
               DISPLAY "CASEOPN WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP017"         TO RST-STEP-NAME
               MOVE "CASEOPN"         TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-EXTRACT-COUNT  TO RST-IN-COUNT
               COMPUTE RST-OUT-COUNT =
                   WS-OPENED-COUNT + WS-ATTACHED-COUNT
               MOVE WS-SKIPPED-COUNT  TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
