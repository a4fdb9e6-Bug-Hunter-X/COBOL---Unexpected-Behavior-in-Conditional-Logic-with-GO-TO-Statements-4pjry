       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASEAGE.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * CASEAGE is the open-case aging report for the trip
      * case master. It reads the live master (CASIN) and
      * prints every case still open with its age in days
      * - the run date less the night the case was opened -
      * the trips it covers and the latest one, so the
      * analysts can see which trips nobody has touched.
      * A case older than the CACTLIN aging tolerance is
      * flagged on the report and escalated to the alert
      * feed as a CASEAGED event, the way REJRECYC escalates
      * an aged reject; it is escalated again on every run
      * until an analyst closes it. The summary counts the
      * open cases by age band and the closed cases by
      * disposition. CACTLIN carries the tolerance in days
      * in columns 1-3; missing or non-numeric means no
      * escalation, the run is report only. The master is
      * only read - CASEOPN and CASECLS maintain it.
      * RETURN-CODE 0 is a normal run, 4 means there were
      * no open cases, 16 means a file failed to open.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-CONTROL-FILE
               ASSIGN TO "CACTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CASE-FILE
               ASSIGN TO "CASIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "CAGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CAC-RECORD.
           05  CAC-AGE-DAYS            PIC X(3).
           05  FILLER                  PIC X(77).

       FD  CASE-FILE
           RECORDING MODE IS F.
           COPY CASREC.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY EVTREC.

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                   PIC X(8) VALUE "CASEAGE".
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-N               PIC 9(8) VALUE 0.
       01  WS-CASE-DATE-N              PIC 9(8) VALUE 0.

       01  WS-AGE-DAYS                 PIC 9(3) VALUE 0.
       01  WS-AGING-SW                 PIC X    VALUE "N".
           88  WS-AGING-ON             VALUE "Y".
       01  WS-CASE-AGE                 PIC 9(5) VALUE 0.
       01  WS-OLDEST-AGE               PIC 9(5) VALUE 0.

       01  WS-CASE-COUNT               PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(5) VALUE 0.
       01  WS-AGED-COUNT               PIC 9(5) VALUE 0.
       01  WS-UNDATED-COUNT            PIC 9(5) VALUE 0.

      *****************************************************
      * Open cases by age band, closed cases by disposition.
      *****************************************************
       01  WS-BAND-COUNTS.
           05  WS-BAND-WEEK            PIC 9(5) VALUE 0.
           05  WS-BAND-MONTH           PIC 9(5) VALUE 0.
           05  WS-BAND-OLDER           PIC 9(5) VALUE 0.

       01  WS-DISP-COUNTS.
           05  WS-DISP-CLRD            PIC 9(5) VALUE 0.
           05  WS-DISP-FPOS            PIC 9(5) VALUE 0.
           05  WS-DISP-REFR            PIC 9(5) VALUE 0.
           05  WS-DISP-SARF            PIC 9(5) VALUE 0.
           05  WS-DISP-THAD            PIC 9(5) VALUE 0.
           05  WS-DISP-OTHER           PIC 9(5) VALUE 0.

       01  WS-ALERT-OPEN-SW            PIC X    VALUE "N".
           88  WS-ALERT-OPEN           VALUE "Y".

       01  WS-CASE-EOF-SW              PIC X    VALUE "N".
           88  WS-CASE-EOF             VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-CASE-STATUS          PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-ALERT-STATUS         PIC XX VALUE "00".

       01  WS-OPEN-LINE.
           05  WS-OPL-FLAG             PIC X(6).
           05  FILLER                  PIC X(5)  VALUE "CASE ".
           05  WS-OPL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OPL-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OPL-TRIP-NO          PIC 9(5).
           05  FILLER                  PIC X(7)  VALUE "  TYPE ".
           05  WS-OPL-TRIP-TYPE        PIC X(1).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-OPL-AMOUNT           PIC 9(7).
           05  FILLER                  PIC X(8)  VALUE "  TRIPS ".
           05  WS-OPL-TRIPS            PIC 9(5).
           05  FILLER                  PIC X(8)  VALUE "  LAST  ".
           05  WS-OPL-LAST-DATE        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OPL-LAST-AMOUNT      PIC 9(7).
           05  FILLER                  PIC X(11) VALUE "  AGE DAYS ".
           05  WS-OPL-AGE              PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           PERFORM PARA-1-CASE UNTIL WS-CASE-EOF
           PERFORM PARA-8-TOTALS
           PERFORM PARA-9-TERM
           IF WS-OPEN-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "CASEAGE CASES     = " WS-CASE-COUNT
           DISPLAY "CASEAGE OPEN      = " WS-OPEN-COUNT
           DISPLAY "CASEAGE CLOSED    = " WS-CLOSED-COUNT
           DISPLAY "CASEAGE AGED      = " WS-AGED-COUNT
           STOP RUN.

       PARA-0-INIT SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N

           OPEN INPUT AGE-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ AGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAC-AGE-DAYS NUMERIC
                           MOVE CAC-AGE-DAYS TO WS-AGE-DAYS
                           SET WS-AGING-ON TO TRUE
                       END-IF
               END-READ
               CLOSE AGE-CONTROL-FILE
           ELSE
               DISPLAY "CASEAGE WARNING - AGE-CONTROL-FILE OPEN "
                       "FAILED, STATUS = " WS-CONTROL-STATUS
               DISPLAY "CASEAGE WARNING - NO AGING TOLERANCE, "
                       "NOTHING WILL BE ESCALATED"
           END-IF

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CASEAGE ABEND - CASE-FILE OPEN FAILED, "
                       "STATUS = " WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CASEAGE ABEND - AGING-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CASE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               SET WS-ALERT-OPEN TO TRUE
           ELSE
               DISPLAY "CASEAGE WARNING - ALERT-FILE OPEN FAILED, "
                       "STATUS = " WS-ALERT-STATUS
               DISPLAY "CASEAGE WARNING - AGED CASES WILL NOT "
                       "REACH THE EVENT FEED"
           END-IF

           MOVE "CASEAGE OPEN TRIP CASE AGING REPORT"
               TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           .

      *****************************************************
      * PARA-1-CASE - one case per pass: open cases are
      * aged and printed, closed ones only counted.
      *****************************************************
       PARA-1-CASE SECTION.
           READ CASE-FILE
               AT END
                   SET WS-CASE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CASE-COUNT
                   IF CAS-OPEN
                       PERFORM PARA-2-OPEN
                   ELSE
                       PERFORM PARA-4-CLOSED
                   END-IF
           END-READ
           .

       PARA-2-OPEN SECTION.
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACES TO WS-OPL-FLAG
           MOVE 0 TO WS-CASE-AGE
           IF CAS-RUN-DATE NUMERIC
               MOVE CAS-RUN-DATE TO WS-CASE-DATE-N
               IF WS-CASE-DATE-N < WS-RUN-DATE-N
                   COMPUTE WS-CASE-AGE
                       = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                       - FUNCTION INTEGER-OF-DATE (WS-CASE-DATE-N)
               END-IF
               EVALUATE TRUE
                   WHEN WS-CASE-AGE <= 7
                       ADD 1 TO WS-BAND-WEEK
                   WHEN WS-CASE-AGE <= 30
                       ADD 1 TO WS-BAND-MONTH
                   WHEN OTHER
                       ADD 1 TO WS-BAND-OLDER
               END-EVALUATE
               IF WS-CASE-AGE > WS-OLDEST-AGE
                   MOVE WS-CASE-AGE TO WS-OLDEST-AGE
               END-IF
               IF WS-AGING-ON AND WS-CASE-AGE > WS-AGE-DAYS
                   MOVE "AGED  " TO WS-OPL-FLAG
                   PERFORM PARA-3-AGED
               END-IF
           ELSE
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           MOVE CAS-ACCOUNT          TO WS-OPL-ACCOUNT
           MOVE CAS-RUN-DATE         TO WS-OPL-RUN-DATE
           MOVE CAS-TRIP-NO          TO WS-OPL-TRIP-NO
           MOVE CAS-TRIP-TYPE        TO WS-OPL-TRIP-TYPE
           MOVE CAS-TRIP-AMOUNT      TO WS-OPL-AMOUNT
           MOVE CAS-TRIP-COUNT       TO WS-OPL-TRIPS
           MOVE CAS-LAST-RUN-DATE    TO WS-OPL-LAST-DATE
           MOVE CAS-LAST-TRIP-AMOUNT TO WS-OPL-LAST-AMOUNT
           MOVE WS-CASE-AGE          TO WS-OPL-AGE
           MOVE WS-OPEN-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           .

      *****************************************************
      * PARA-3-AGED - the case has sat open past the aging
      * tolerance: one CASEAGED event to the alert feed, so
      * the console automation escalates the unreviewed
      * trip instead of nobody noticing.
      *****************************************************
       PARA-3-AGED SECTION.
           ADD 1 TO WS-AGED-COUNT
           IF WS-ALERT-OPEN
               MOVE SPACES                TO EVT-RECORD
               MOVE WS-JOB-ID             TO EVT-JOB-ID
               MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
               MOVE "CASEAGED"            TO EVT-CODE
               MOVE CAS-ACCOUNT           TO EVT-ACCOUNT
               MOVE SPACES                TO EVT-FILE-STATUS
               MOVE CAS-TRIP-AMOUNT       TO EVT-AREA-1
               MOVE 0                     TO EVT-CYCLE-COUNT
               MOVE CAS-TRIP-COUNT        TO EVT-TRIP-COUNT
               MOVE CAS-TRIP-TYPE         TO EVT-TRIP-TYPE
               WRITE EVT-RECORD
           END-IF
           .

       PARA-4-CLOSED SECTION.
           ADD 1 TO WS-CLOSED-COUNT
           EVALUATE CAS-DISP-CODE
               WHEN "CLRD"
                   ADD 1 TO WS-DISP-CLRD
               WHEN "FPOS"
                   ADD 1 TO WS-DISP-FPOS
               WHEN "REFR"
                   ADD 1 TO WS-DISP-REFR
               WHEN "SARF"
                   ADD 1 TO WS-DISP-SARF
               WHEN "THAD"
                   ADD 1 TO WS-DISP-THAD
               WHEN OTHER
                   ADD 1 TO WS-DISP-OTHER
           END-EVALUATE
           .

       PARA-8-TOTALS SECTION.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "CASES ON THE MASTER"      TO WS-TOT-LABEL
           MOVE WS-CASE-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "OPEN CASES"               TO WS-TOT-LABEL
           MOVE WS-OPEN-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  OPEN 0-7 DAYS"          TO WS-TOT-LABEL
           MOVE WS-BAND-WEEK               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  OPEN 8-30 DAYS"         TO WS-TOT-LABEL
           MOVE WS-BAND-MONTH              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  OPEN OVER 30 DAYS"      TO WS-TOT-LABEL
           MOVE WS-BAND-OLDER              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  OPEN UNDATED"           TO WS-TOT-LABEL
           MOVE WS-UNDATED-COUNT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "AGED PAST TOLERANCE"      TO WS-TOT-LABEL
           MOVE WS-AGED-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "OLDEST OPEN CASE, DAYS"   TO WS-TOT-LABEL
           MOVE WS-OLDEST-AGE              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CLOSED CASES"             TO WS-TOT-LABEL
           MOVE WS-CLOSED-COUNT            TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  CLRD CLEARED"           TO WS-TOT-LABEL
           MOVE WS-DISP-CLRD               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  FPOS FALSE POSITIVE"    TO WS-TOT-LABEL
           MOVE WS-DISP-FPOS               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  REFR REFERRED"          TO WS-TOT-LABEL
           MOVE WS-DISP-REFR               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  SARF SAR FILED"         TO WS-TOT-LABEL
           MOVE WS-DISP-SARF               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  THAD THRESHOLD ADJUSTED" TO WS-TOT-LABEL
           MOVE WS-DISP-THAD               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "  OTHER DISPOSITION"      TO WS-TOT-LABEL
           MOVE WS-DISP-OTHER              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "AGING TOLERANCE DAYS  = " WS-AGE-DAYS
                  "   RUN DATE = " WS-RUN-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE CASE-FILE
           CLOSE AGING-REPORT-FILE
           IF WS-ALERT-OPEN
               CLOSE ALERT-FILE
           END-IF
           .
