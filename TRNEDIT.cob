      * code so the source departments can fix and
      * resubmit. An edit summary report goes to EDTRPT.
      *
      * Cards released from the future-dated warehouse
      * arrive on their own file, WHSREL, and are edited
      * ahead of RAWIN; a card is a release because of the
      * file it came from, never because of anything
      * punched on it.
      *
      * The accepted-transaction register on DUPIN
      * remembers every TRN-ID / TRN-SOURCE-SYSTEM pair
      * accepted on prior nights, so a department that
      * duplicates per source system. The register is
      * rewritten to DUPOUT with tonight's accepted pairs
      * appended; the job copies it back over the live
      * register. A warehouse release is exempt from E007
      * only against its own original acceptance - a pair
      * registered on a prior night. Once it is accepted
      * the pair counts as accepted tonight, so a second
      * copy of the release, or the same card on RAWIN,
      * is an E007 duplicate like any other.
      *
      * The source system master on SRCIN (maintained by
      * SRCMAINT) names every source allowed to feed the
      * run. A card from a source that is not on it, or is
      * retired, rejects as E008; from a suspended source
      * as E009; and a card whose amount is over its
      * source's ceiling as E010. After the edit, every
      * active source that was due on tonight's business
      * date (CTLIN's processing-date override, else the
      * machine date, checked against the business calendar
      * on BIZCAL) and sent no fresh card - recycled rejects
      * and warehouse releases do not count - prints a FEED
      * MISSING line on the summary and cuts a FEEDMISS
      * event to ALERTOUT, so the owning department is
      * chased before the morning. A missing calendar skips
      * the feed check with a warning; a missing alert file
      * leaves the report lines alone.
      *
      * RETURN-CODE 0 means every record passed, 4 means
      * some records were rejected but clean ones were
      * written, 8 means no clean records came out of the
      * edit, 16 means a file failed to open, the register
      * or source master table overflowed, or the
      * processing-date override is not a valid date. A
      * missing feed does not change the return code.
      * At the end of a normal run TRNEDIT appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): records read, passed clean and rejected.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO "WHSREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT TRANS-FILE
               ASSIGN TO "TRANSOUT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT SOURCE-MASTER-FILE
               ASSIGN TO "SRCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "CTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "BIZCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE
           RECORDING MODE IS F.
       01  RAW-IN-RECORD               PIC X(80).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-IN-RECORD           PIC X(80).

       FD  TRANS-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY SETREC.

       FD  SOURCE-MASTER-FILE
           RECORDING MODE IS F.
           COPY SRCREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE                PIC X(8).
           05  FILLER                  PIC X(72).

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY EVTREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
      *****************************************************
      * The card being edited, read into here from RAWIN
      * or from WHSREL.
      *****************************************************
       01  RAW-RECORD.
           05  RAW-TRN-ID              PIC X(10).
           05  RAW-SOURCE-SYSTEM       PIC X(4).
           05  RAW-EFF-DATE            PIC X(8).
           05  RAW-EFF-DATE-R REDEFINES RAW-EFF-DATE.
               10  RAW-EFF-YEAR        PIC 9(4).
               10  RAW-EFF-MONTH       PIC 9(2).
               10  RAW-EFF-DAY         PIC 9(2).
           05  RAW-ACCOUNT             PIC X(8).
           05  RAW-DC-IND              PIC X.
           05  RAW-AMOUNT              PIC 9(5).
           05  FILLER                  PIC X(36).
      *    RAW-RESUB-COUNT (cols 73-75) is stamped by
      *    REJRECYC when it recycles a corrected reject
      *    into the feed; a fresh source-system card
      *    leaves it blank. It rides the filler so the
      *    source departments' card layout is unchanged.
           05  RAW-RESUB-COUNT         PIC X(3).
           05  FILLER                  PIC X(5).

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.
       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-CLEAN-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT            PIC 9(5) VALUE 0.
       01  WS-FEEDMISS-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-COUNTS.
           05  WS-E001-COUNT           PIC 9(5) VALUE 0.
           05  WS-E005-COUNT           PIC 9(5) VALUE 0.
           05  WS-E006-COUNT           PIC 9(5) VALUE 0.
           05  WS-E007-COUNT           PIC 9(5) VALUE 0.
           05  WS-E008-COUNT           PIC 9(5) VALUE 0.
           05  WS-E009-COUNT           PIC 9(5) VALUE 0.
           05  WS-E010-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-RECORD-CLEAN         VALUE SPACES.
       01  WS-RAW-EOF-SW               PIC X    VALUE "N".
           88  WS-RAW-EOF              VALUE "Y".

       01  WS-RELEASE-EOF-SW           PIC X    VALUE "N".
           88  WS-RELEASE-EOF          VALUE "Y".

      *****************************************************
      * "Y" while the card being edited came off WHSREL.
      *****************************************************
       01  WS-RELEASE-SW               PIC X    VALUE "N".
           88  WS-WHSE-RELEASE         VALUE "Y".

       01  WS-DUP-EOF-SW               PIC X    VALUE "N".
           88  WS-DUP-EOF              VALUE "Y".

       01  WS-SOURCE-EOF-SW            PIC X    VALUE "N".
           88  WS-SOURCE-EOF           VALUE "Y".

       01  WS-CALENDAR-EOF-SW          PIC X    VALUE "N".
           88  WS-CALENDAR-EOF         VALUE "Y".

       01  WS-ALERT-OPEN-SW            PIC X    VALUE "N".
           88  WS-ALERT-OPEN           VALUE "Y".

      *****************************************************
      * The feed check runs only when the business
      * calendar opened; no source is due on a date that
      * is not on it.
      *****************************************************
       01  WS-FEED-CHECK-SW            PIC X    VALUE "N".
           88  WS-FEED-CHECK           VALUE "Y".
       01  WS-BUSINESS-DAY-SW          PIC X    VALUE "N".
           88  WS-BUSINESS-DAY         VALUE "Y".
       01  WS-FEED-DUE-SW              PIC X    VALUE "N".
           88  WS-FEED-DUE             VALUE "Y".
       01  WS-RUN-DATE-OVR             PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE                PIC X(8) VALUE SPACES.
       01  WS-FEED-DATE-N              PIC 9(8) VALUE 0.
       01  WS-FEED-DAYNUM              PIC 9(7) VALUE 0.
       01  WS-FEED-WEEKS               PIC 9(7) VALUE 0.
       01  WS-FEED-WEEKDAY             PIC 9(1) VALUE 0.

      *****************************************************
      * The source system master, loaded from SRCIN at
      * startup. WS-SRCMST-CEILING-SW is "Y" when the
      * source carries a ceiling. WS-SRC-STATE is the
      * current record's source as the edit sees it - the
      * master status, or "U" when the source is not on
      * the master.
      *****************************************************
       01  WS-SRCMST-LIMIT             PIC 9(3) VALUE 200.
       01  WS-SRCMST-COUNT             PIC 9(3) VALUE 0.
       01  WS-SRCMST-SUB               PIC 9(3) VALUE 0.
       01  WS-SRCMST-CUR               PIC 9(3) VALUE 0.
       01  WS-SRCMST-TABLE.
           05  WS-SRCMST-ENTRY         OCCURS 200 TIMES.
               10  WS-SRCMST-CODE      PIC X(4).
               10  WS-SRCMST-DEPARTMENT
                                       PIC X(20).
               10  WS-SRCMST-STATUS    PIC X(1).
               10  WS-SRCMST-CEILING-SW
                                       PIC X(1).
               10  WS-SRCMST-CEILING   PIC 9(5).
               10  WS-SRCMST-SCHEDULE  PIC X(1).
               10  WS-SRCMST-DUE-DAYS  PIC X(7).
               10  WS-SRCMST-DUE-DAY REDEFINES WS-SRCMST-DUE-DAYS
                                       PIC X(1) OCCURS 7 TIMES.
       01  WS-SRC-STATE                PIC X(1) VALUE SPACES.
           88  WS-SRC-UNKNOWN          VALUE "U" "R".
           88  WS-SRC-SUSPENDED        VALUE "S".

      *****************************************************
      * The accepted-transaction register, loaded from
      * DUPIN at startup and extended with each pair
      * register size. The whole table is rewritten to
      * DUPOUT - in key order - at end of run; DUPHIST
      * prunes the live register on a retention cutoff so
      * it does not grow without bound. WS-REG-THIS-RUN-SW
      * is "Y" on a pair accepted in this run (including a
      * warehouse release taken against its original
      * acceptance) and "N" on one loaded from DUPIN.
      *****************************************************
       01  WS-REGISTER-LIMIT           PIC 9(5) VALUE 20000.
       01  WS-REGISTER-COUNT           PIC 9(5) VALUE 0.
                   15  WS-REG-TRN-ID   PIC X(10).
                   15  WS-REG-SOURCE   PIC X(4).
               10  WS-REG-RUN-DATE     PIC X(8).
               10  WS-REG-THIS-RUN-SW  PIC X(1).
                   88  WS-REG-THIS-RUN VALUE "Y".

      *****************************************************
      * Duplicates tallied per source system for the edit
       01  WS-SETSRC-TABLE.
           05  WS-SETSRC-ENTRY         OCCURS 50 TIMES.
               10  WS-SETSRC-SOURCE    PIC X(4).
               10  WS-SETSRC-MST       PIC 9(3).
               10  WS-SETSRC-FRESH     PIC 9(5).
               10  WS-SETSRC-READ      PIC 9(5).
               10  WS-SETSRC-AMOUNT    PIC 9(9).
               10  WS-SETSRC-REJECTS   PIC 9(5).
                   15  WS-SETSRC-E005  PIC 9(5).
                   15  WS-SETSRC-E006  PIC 9(5).
                   15  WS-SETSRC-E007  PIC 9(5).
                   15  WS-SETSRC-E008  PIC 9(5).
                   15  WS-SETSRC-E009  PIC 9(5).
                   15  WS-SETSRC-E010  PIC 9(5).

       01  WS-FILE-STATUSES.
           05  WS-RAW-STATUS           PIC XX VALUE "00".
           05  WS-RELEASE-STATUS       PIC XX VALUE "00".
           05  WS-TRANS-STATUS         PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-DUP-IN-STATUS        PIC XX VALUE "00".
           05  WS-DUP-OUT-STATUS       PIC XX VALUE "00".
           05  WS-SETTLE-STATUS        PIC XX VALUE "00".
           05  WS-SOURCE-STATUS        PIC XX VALUE "00".
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-CALENDAR-STATUS      PIC XX VALUE "00".
           05  WS-ALERT-STATUS         PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-REPORT-DETAIL.
           05  WS-RPT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-DUPSRC-RPT-COUNT     PIC 9(5).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(13)
               VALUE "FEED MISSING ".
           05  WS-FEED-RPT-SOURCE      PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FEED-RPT-DEPARTMENT  PIC X(20).
           05  FILLER                  PIC X(6)  VALUE "  DUE ".
           05  WS-FEED-RPT-DATE        PIC X(8).
           05  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-EDIT UNTIL WS-RAW-EOF
           PERFORM PARA-5-REGISTER
           PERFORM PARA-5-SETTLE
           PERFORM PARA-8-SUMMARY
           PERFORM PARA-8-FEEDCHECK
           PERFORM PARA-9-TERM
           IF WS-CLEAN-COUNT = 0
               MOVE 8 TO RETURN-CODE
           DISPLAY "TRNEDIT READ     = " WS-READ-COUNT
           DISPLAY "TRNEDIT CLEAN    = " WS-CLEAN-COUNT
           DISPLAY "TRNEDIT REJECTED = " WS-REJECT-COUNT
           DISPLAY "TRNEDIT FEEDS MISSING = " WS-FEEDMISS-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-RUN-DATE TO WS-RUN-DATE-OVR
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "TRNEDIT WARNING - CONTROL-FILE OPEN FAILED, "
                       "STATUS = " WS-CONTROL-STATUS
               DISPLAY "TRNEDIT WARNING - CHECKING FEEDS AGAINST THE "
                       "MACHINE DATE"
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-DATE
           IF WS-RUN-DATE-OVR NOT = SPACES
               IF WS-RUN-DATE-OVR NUMERIC
                   MOVE WS-RUN-DATE-OVR TO WS-FEED-DATE
                   DISPLAY "TRNEDIT - PROCESSING DATE OVERRIDDEN TO "
                           WS-FEED-DATE
               ELSE
                   DISPLAY "TRNEDIT ABEND - PROCESSING-DATE OVERRIDE "
                           WS-RUN-DATE-OVR " IS NOT A VALID DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-FEED-DATE TO WS-FEED-DATE-N

           OPEN INPUT SOURCE-MASTER-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "TRNEDIT ABEND - SOURCE-MASTER-FILE OPEN "
                       "FAILED, STATUS = " WS-SOURCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-0-LOAD-SOURCE UNTIL WS-SOURCE-EOF
           CLOSE SOURCE-MASTER-FILE
           IF WS-SRCMST-COUNT = 0
               DISPLAY "TRNEDIT WARNING - SOURCE MASTER IS EMPTY, "
                       "EVERY CARD WILL REJECT AS E008"
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               SET WS-FEED-CHECK TO TRUE
               PERFORM PARA-0-LOAD-CALENDAR
                   UNTIL WS-BUSINESS-DAY OR WS-CALENDAR-EOF
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "TRNEDIT WARNING - CALENDAR-FILE OPEN FAILED, "
                       "STATUS = " WS-CALENDAR-STATUS
               DISPLAY "TRNEDIT WARNING - EXPECTED-FEED CHECK "
                       "SKIPPED"
           END-IF
           IF WS-BUSINESS-DAY
               COMPUTE WS-FEED-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (WS-FEED-DATE-N) - 1
               DIVIDE WS-FEED-DAYNUM BY 7 GIVING WS-FEED-WEEKS
                   REMAINDER WS-FEED-WEEKDAY
               ADD 1 TO WS-FEED-WEEKDAY
           END-IF

           OPEN INPUT RAW-FILE
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "TRNEDIT ABEND - RAW-FILE OPEN FAILED, "
               STOP RUN
           END-IF

           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "TRNEDIT ABEND - RELEASE-FILE OPEN FAILED, "
                       "STATUS = " WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRNEDIT ABEND - TRANS-FILE OPEN FAILED, "
                       "STATUS = " WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               CLOSE RELEASE-FILE
               STOP RUN
           END-IF

                       "STATUS = " WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               CLOSE RELEASE-FILE
               CLOSE TRANS-FILE
               STOP RUN
           END-IF
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               CLOSE RELEASE-FILE
               CLOSE TRANS-FILE
               CLOSE REJECT-FILE
               STOP RUN
                       "STATUS = " WS-DUP-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               CLOSE RELEASE-FILE
               CLOSE TRANS-FILE
               CLOSE REJECT-FILE
               CLOSE EDIT-REPORT-FILE
                       "STATUS = " WS-SETTLE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RAW-FILE
               CLOSE RELEASE-FILE
               CLOSE TRANS-FILE
               CLOSE REJECT-FILE
               CLOSE EDIT-REPORT-FILE
               CLOSE DUP-OUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               SET WS-ALERT-OPEN TO TRUE
           ELSE
               DISPLAY "TRNEDIT WARNING - ALERT-FILE OPEN FAILED, "
                       "STATUS = " WS-ALERT-STATUS
           END-IF
           .

      *****************************************************
      * PARA-0-LOAD-SOURCE - one source master record per
      * pass. A non-numeric or zero ceiling means the
      * source has no ceiling.
      *****************************************************
       PARA-0-LOAD-SOURCE SECTION.
           READ SOURCE-MASTER-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF WS-SRCMST-COUNT >= WS-SRCMST-LIMIT
                       DISPLAY "TRNEDIT ABEND - SOURCE MASTER TABLE "
                               "FULL AT " WS-SRCMST-LIMIT " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       CLOSE SOURCE-MASTER-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SRCMST-COUNT
                   MOVE WS-SRCMST-COUNT TO WS-SRCMST-SUB
                   MOVE SRC-CODE
                       TO WS-SRCMST-CODE (WS-SRCMST-SUB)
                   MOVE SRC-DEPARTMENT
                       TO WS-SRCMST-DEPARTMENT (WS-SRCMST-SUB)
                   MOVE SRC-STATUS
                       TO WS-SRCMST-STATUS (WS-SRCMST-SUB)
                   MOVE SRC-SCHEDULE
                       TO WS-SRCMST-SCHEDULE (WS-SRCMST-SUB)
                   MOVE SRC-DUE-DAYS
                       TO WS-SRCMST-DUE-DAYS (WS-SRCMST-SUB)
                   IF SRC-CEILING NUMERIC AND SRC-CEILING-N > 0
                       MOVE "Y" TO WS-SRCMST-CEILING-SW (WS-SRCMST-SUB)
                       MOVE SRC-CEILING-N
                           TO WS-SRCMST-CEILING (WS-SRCMST-SUB)
                   ELSE
                       MOVE "N" TO WS-SRCMST-CEILING-SW (WS-SRCMST-SUB)
                       MOVE 0   TO WS-SRCMST-CEILING (WS-SRCMST-SUB)
                   END-IF
           END-READ
           .

       PARA-0-LOAD-CALENDAR SECTION.
           READ CALENDAR-FILE
               AT END
                   SET WS-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE = WS-FEED-DATE
                       SET WS-BUSINESS-DAY TO TRUE
                   END-IF
           END-READ
           .

      *****************************************************
                   IF WS-REG-FOUND = 0
                       MOVE DUP-RUN-DATE TO WS-REG-INS-DATE
                       PERFORM PARA-6-REGINS
                       MOVE "N" TO WS-REG-THIS-RUN-SW (WS-REG-LO)
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-1-EDIT - one card per pass: the warehouse
      * releases on WHSREL first, then RAWIN.
      *****************************************************
       PARA-1-EDIT SECTION.
           IF WS-RELEASE-EOF
               MOVE "N" TO WS-RELEASE-SW
               READ RAW-FILE INTO RAW-RECORD
                   AT END
                       SET WS-RAW-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-1-EDIT-1
               END-READ
           ELSE
               READ RELEASE-FILE INTO RAW-RECORD
                   AT END
                       SET WS-RELEASE-EOF TO TRUE
                   NOT AT END
                       SET WS-WHSE-RELEASE TO TRUE
                       PERFORM PARA-1-EDIT-1
               END-READ
           END-IF
           .

       PARA-1-EDIT-1 SECTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM PARA-1-SRCTALLY
           PERFORM PARA-2-VALIDATE
           IF WS-RECORD-CLEAN
               PERFORM PARA-3-CLEAN
           ELSE
               PERFORM PARA-4-REJECT
           END-IF
           .

      *****************************************************
      * the read; the matching subscript stays in
      * WS-SETSRC-CUR for the reject tally. The amount
      * joins the submitted total only when it is numeric
      * - an E004 record's amount cannot be trusted. A new
      * source is looked up on the source master once, and
      * a card that is neither a recycled reject nor a
      * warehouse release counts as a fresh card for the
      * feed check.
      *****************************************************
       PARA-1-SRCTALLY SECTION.
           MOVE 0 TO WS-SETSRC-CUR
               INITIALIZE WS-SETSRC-ENTRY (WS-SETSRC-CUR)
               MOVE RAW-SOURCE-SYSTEM
                   TO WS-SETSRC-SOURCE (WS-SETSRC-CUR)
               PERFORM PARA-1-SRCFIND
               MOVE WS-SRCMST-CUR TO WS-SETSRC-MST (WS-SETSRC-CUR)
           END-IF
           ADD 1 TO WS-SETSRC-READ (WS-SETSRC-CUR)
           IF RAW-AMOUNT NUMERIC
               ADD RAW-AMOUNT TO WS-SETSRC-AMOUNT (WS-SETSRC-CUR)
           END-IF
           IF NOT WS-WHSE-RELEASE AND RAW-RESUB-COUNT NOT NUMERIC
               ADD 1 TO WS-SETSRC-FRESH (WS-SETSRC-CUR)
           END-IF
           MOVE WS-SETSRC-MST (WS-SETSRC-CUR) TO WS-SRCMST-CUR
           IF WS-SRCMST-CUR = 0
               MOVE "U" TO WS-SRC-STATE
           ELSE
               MOVE WS-SRCMST-STATUS (WS-SRCMST-CUR) TO WS-SRC-STATE
           END-IF
           .

       PARA-1-SRCTALLY-1 SECTION.
           END-IF
           .

      *****************************************************
      * PARA-1-SRCFIND - the source master entry for the
      * record's source system in WS-SRCMST-CUR, zero when
      * the source is not on the master.
      *****************************************************
       PARA-1-SRCFIND SECTION.
           MOVE 0 TO WS-SRCMST-CUR
           MOVE 1 TO WS-SRCMST-SUB
           PERFORM PARA-1-SRCFIND-1
               UNTIL WS-SRCMST-CUR > 0
                  OR WS-SRCMST-SUB > WS-SRCMST-COUNT
           .

       PARA-1-SRCFIND-1 SECTION.
           IF WS-SRCMST-CODE (WS-SRCMST-SUB) = RAW-SOURCE-SYSTEM
               MOVE WS-SRCMST-SUB TO WS-SRCMST-CUR
           ELSE
               ADD 1 TO WS-SRCMST-SUB
           END-IF
           .

       PARA-2-VALIDATE SECTION.
           MOVE SPACES TO WS-REASON-CODE
           IF RAW-TRN-ID = SPACES
                   MOVE "E002" TO WS-REASON-CODE
                   ADD 1 TO WS-E002-COUNT
               ELSE
                   IF WS-SRC-UNKNOWN
                       MOVE "E008" TO WS-REASON-CODE
                       ADD 1 TO WS-E008-COUNT
                   ELSE
                       IF WS-SRC-SUSPENDED
                           MOVE "E009" TO WS-REASON-CODE
                           ADD 1 TO WS-E009-COUNT
                       ELSE
                           IF RAW-EFF-DATE NOT NUMERIC
                                 OR RAW-EFF-MONTH < 01
                                 OR RAW-EFF-MONTH > 12
                                 OR RAW-EFF-DAY < 01
                                 OR RAW-EFF-DAY > 31
                               MOVE "E003" TO WS-REASON-CODE
                               ADD 1 TO WS-E003-COUNT
                           ELSE
                               IF RAW-ACCOUNT = SPACES
                                   MOVE "E005" TO WS-REASON-CODE
                                   ADD 1 TO WS-E005-COUNT
                               ELSE
                                   IF RAW-DC-IND NOT = "D"
                                         AND RAW-DC-IND NOT = "C"
                                         AND RAW-DC-IND NOT = SPACE
                                       MOVE "E006" TO WS-REASON-CODE
                                       ADD 1 TO WS-E006-COUNT
                                   ELSE
                                       IF RAW-AMOUNT NOT NUMERIC
                                           MOVE "E004" TO WS-REASON-CODE
                                           ADD 1 TO WS-E004-COUNT
                                       ELSE
                                           PERFORM PARA-2-CEILING
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           END-IF
           .

      *****************************************************
      * PARA-2-CEILING - a card over its source's amount
      * ceiling goes to the rejects as E010 for the
      * department to confirm or split; a card within it
      * goes on to the duplicate check.
      *****************************************************
       PARA-2-CEILING SECTION.
           IF WS-SRCMST-CEILING-SW (WS-SRCMST-CUR) = "Y"
                  AND RAW-AMOUNT > WS-SRCMST-CEILING (WS-SRCMST-CUR)
               MOVE "E010" TO WS-REASON-CODE
               ADD 1 TO WS-E010-COUNT
           ELSE
               PERFORM PARA-2-DUPCHECK
           END-IF
           .

      *****************************************************
      * PARA-2-DUPCHECK - last edit in the chain: a TRN-ID
      * / source-system pair already on the register was
      * phantom volume a second time. When the search
      * falls through, WS-REG-LO is left at the key's
      * sorted position, which PARA-3-CLEAN uses to file
      * the newly accepted pair. A warehouse release is
      * the one card whose pair is expected on the
      * register - its own original acceptance on a prior
      * night - and passes; against a pair accepted in
      * this run it is a duplicate like any other card.
      *****************************************************
       PARA-2-DUPCHECK SECTION.
           MOVE RAW-TRN-ID        TO WS-REG-SRCH-ID
           MOVE RAW-SOURCE-SYSTEM TO WS-REG-SRCH-SOURCE
           PERFORM PARA-6-REGFIND
           IF WS-REG-FOUND > 0
               IF WS-WHSE-RELEASE
                       AND NOT WS-REG-THIS-RUN (WS-REG-FOUND)
                   CONTINUE
               ELSE
                   MOVE "E007" TO WS-REASON-CODE
                   ADD 1 TO WS-E007-COUNT
                   PERFORM PARA-2-DUPTALLY
               END-IF
           END-IF
           .

           MOVE RAW-AMOUNT        TO TRN-AMOUNT
           WRITE TRN-RECORD
           ADD 1 TO WS-CLEAN-COUNT
           IF WS-WHSE-RELEASE
               ADD 1 TO WS-RELEASE-COUNT
           END-IF
      * PARA-2-DUPCHECK just searched this record's key; unless it
      * found a warehouse release's own pair, WS-REG-SRCH-KEY and
      * the WS-REG-LO insertion point are still staged for the
      * insert. Either way the pair is now accepted in this run.
           IF WS-REG-FOUND = 0
               MOVE WS-RUN-DATE TO WS-REG-INS-DATE
               PERFORM PARA-6-REGINS
               MOVE "Y" TO WS-REG-THIS-RUN-SW (WS-REG-LO)
           ELSE
               MOVE "Y" TO WS-REG-THIS-RUN-SW (WS-REG-FOUND)
           END-IF
           .

       PARA-4-REJECT SECTION.
                   ADD 1 TO WS-SETSRC-E006 (WS-SETSRC-CUR)
               WHEN "E007"
                   ADD 1 TO WS-SETSRC-E007 (WS-SETSRC-CUR)
               WHEN "E008"
                   ADD 1 TO WS-SETSRC-E008 (WS-SETSRC-CUR)
               WHEN "E009"
                   ADD 1 TO WS-SETSRC-E009 (WS-SETSRC-CUR)
               WHEN "E010"
                   ADD 1 TO WS-SETSRC-E010 (WS-SETSRC-CUR)
           END-EVALUATE
           .

           MOVE WS-SETSRC-E005 (WS-SETSRC-SUB)    TO SET-E005-COUNT
           MOVE WS-SETSRC-E006 (WS-SETSRC-SUB)    TO SET-E006-COUNT
           MOVE WS-SETSRC-E007 (WS-SETSRC-SUB)    TO SET-E007-COUNT
           MOVE WS-SETSRC-E008 (WS-SETSRC-SUB)    TO SET-E008-COUNT
           MOVE WS-SETSRC-E009 (WS-SETSRC-SUB)    TO SET-E009-COUNT
           MOVE WS-SETSRC-E010 (WS-SETSRC-SUB)    TO SET-E010-COUNT
           MOVE 0 TO SET-DEBIT-COUNT
           MOVE 0 TO SET-DEBIT-AMOUNT
           MOVE 0 TO SET-CREDIT-COUNT
           MOVE "RECORDS REJECTED" TO WS-RPT-LABEL
           MOVE WS-REJECT-COUNT    TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "WAREHOUSE RELEASES ACCEPTED" TO WS-RPT-LABEL
           MOVE WS-RELEASE-COUNT   TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "E001 TRANSACTION ID MISSING" TO WS-RPT-LABEL
           MOVE WS-E001-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "E007 DUPLICATE TRANSACTION" TO WS-RPT-LABEL
           MOVE WS-E007-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "E008 SOURCE NOT ON MASTER" TO WS-RPT-LABEL
           MOVE WS-E008-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "E009 SOURCE SUSPENDED" TO WS-RPT-LABEL
           MOVE WS-E009-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "E010 AMOUNT OVER CEILING" TO WS-RPT-LABEL
           MOVE WS-E010-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE 1 TO WS-DUPSRC-SUB
           PERFORM PARA-8-DUPSRC
               UNTIL WS-DUPSRC-SUB > WS-DUPSRC-COUNT
           WRITE EDIT-REPORT-LINE
           .

      *****************************************************
      * PARA-8-FEEDCHECK - on a business date, every
      * active source due tonight (schedule B, or schedule
      * W with tonight's weekday marked) that sent no fresh
      * card gets a FEED MISSING line and a FEEDMISS event
      * carrying the source code.
      *****************************************************
       PARA-8-FEEDCHECK SECTION.
           IF WS-FEED-CHECK AND WS-BUSINESS-DAY
               MOVE 1 TO WS-SRCMST-SUB
               PERFORM PARA-8-FEEDCHECK-1
                   UNTIL WS-SRCMST-SUB > WS-SRCMST-COUNT
           END-IF
           MOVE "FEEDS MISSING" TO WS-RPT-LABEL
           MOVE WS-FEEDMISS-COUNT TO WS-RPT-COUNT
           PERFORM PARA-8-DETAIL
           .

       PARA-8-FEEDCHECK-1 SECTION.
           MOVE "N" TO WS-FEED-DUE-SW
           IF WS-SRCMST-STATUS (WS-SRCMST-SUB) = "A"
               IF WS-SRCMST-SCHEDULE (WS-SRCMST-SUB) = "B"
                   SET WS-FEED-DUE TO TRUE
               END-IF
               IF WS-SRCMST-SCHEDULE (WS-SRCMST-SUB) = "W"
                      AND WS-SRCMST-DUE-DAY
                          (WS-SRCMST-SUB WS-FEED-WEEKDAY) = "Y"
                   SET WS-FEED-DUE TO TRUE
               END-IF
           END-IF
           IF WS-FEED-DUE
               MOVE 0 TO WS-SETSRC-CUR
               MOVE 1 TO WS-SETSRC-SUB
               PERFORM PARA-8-FEEDCHECK-2
                   UNTIL WS-SETSRC-CUR > 0
                      OR WS-SETSRC-SUB > WS-SETSRC-COUNT
               IF WS-SETSRC-CUR > 0
                   IF WS-SETSRC-FRESH (WS-SETSRC-CUR) > 0
                       MOVE "N" TO WS-FEED-DUE-SW
                   END-IF
               END-IF
           END-IF
           IF WS-FEED-DUE
               PERFORM PARA-8-FEEDMISS
           END-IF
           ADD 1 TO WS-SRCMST-SUB
           .

       PARA-8-FEEDCHECK-2 SECTION.
           IF WS-SETSRC-SOURCE (WS-SETSRC-SUB)
                  = WS-SRCMST-CODE (WS-SRCMST-SUB)
               MOVE WS-SETSRC-SUB TO WS-SETSRC-CUR
           ELSE
               ADD 1 TO WS-SETSRC-SUB
           END-IF
           .

       PARA-8-FEEDMISS SECTION.
           ADD 1 TO WS-FEEDMISS-COUNT
           MOVE WS-SRCMST-CODE (WS-SRCMST-SUB) TO WS-FEED-RPT-SOURCE
           MOVE WS-SRCMST-DEPARTMENT (WS-SRCMST-SUB)
               TO WS-FEED-RPT-DEPARTMENT
           MOVE WS-FEED-DATE TO WS-FEED-RPT-DATE
           MOVE WS-FEED-LINE TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           DISPLAY "TRNEDIT - FEED MISSING FROM SOURCE "
                   WS-SRCMST-CODE (WS-SRCMST-SUB)
           IF WS-ALERT-OPEN
               MOVE SPACES                TO EVT-RECORD
               MOVE "TRNEDIT"             TO EVT-JOB-ID
               MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
               MOVE "FEEDMISS"            TO EVT-CODE
               MOVE WS-SRCMST-CODE (WS-SRCMST-SUB) TO EVT-ACCOUNT
               MOVE SPACES                TO EVT-FILE-STATUS
               MOVE 0                     TO EVT-AREA-1
               MOVE 0                     TO EVT-CYCLE-COUNT
               MOVE 0                     TO EVT-TRIP-COUNT
               WRITE EVT-RECORD
           END-IF
           .

       PARA-9-TERM SECTION.
           CLOSE RAW-FILE
           CLOSE RELEASE-FILE
           CLOSE TRANS-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-REPORT-FILE
           CLOSE DUP-OUT-FILE
           CLOSE SETTLE-FILE
           IF WS-ALERT-OPEN
               CLOSE ALERT-FILE
           END-IF
           .

      *****************************************************
      * PARA-9-RUNLOG - append this run's statistics record
      * to the run log, dated with the processing date the
      * feeds were checked against. The log only feeds
      * trend reporting, so a log that will not open is a
      * warning and the return code stands.
      *****************************************************
       PARA-9-RUNLOG SECTION.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "TRNEDIT WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP005"         TO RST-STEP-NAME
               MOVE "TRNEDIT"         TO RST-PROGRAM
               MOVE WS-FEED-DATE      TO RST-RUN-DATE
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-READ-COUNT     TO RST-IN-COUNT
               MOVE WS-CLEAN-COUNT    TO RST-OUT-COUNT
               MOVE WS-REJECT-COUNT   TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
