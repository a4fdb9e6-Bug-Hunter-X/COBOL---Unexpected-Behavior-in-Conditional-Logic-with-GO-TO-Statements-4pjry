       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCWHSE.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * EXCWHSE gives THRESHJB's effective-date exception
      * file a lifecycle. It runs ahead of each night's
      * edit and works two inputs:
      *   - the future-dated warehouse on WHSIN, every
      *     FUTURE item parked on a prior night. An item
      *     whose TRN-EFF-DATE has arrived (on or before
      *     the run date) is released: its card goes to
      *     RELOUT, which the job hands to tonight's edit,
      *     so the post-dated payment rides tonight's edit
      *     and posts on the night it belongs to. The
      *     released item stays on the warehouse stamped
      *     with tonight's run date, so a rerun of the same
      *     night re-releases it; the next night's pass
      *     purges it to the archive. Items not yet due
      *     are simply carried forward.
      *   - the exception file on EXCIN, last night's
      *     diversions, sorted by source system. A FUTURE
      *     item joins the warehouse (and is released at
      *     once if it has already come due); a STALE item
      *     is reported back to its owning source system
      *     with its age in days and purged to the
      *     archive - the department resubmits it under a
      *     current date if it still wants it posted.
      * The rebuilt warehouse goes to WHSOUT, which the
      * job copies back over the live warehouse before it
      * empties the exception file - every exception is
      * then either on the warehouse or on the archive.
      * Release cards are written only once the whole
      * warehouse has been rebuilt, from the rebuilt copy,
      * so a pass that fails part-way releases nothing.
      * The job hands RELOUT to TRNEDIT on its own DD
      * (WHSREL), which is how the edit knows a card is a
      * release and that the TRN-ID / source pair it finds
      * on its accepted register is this same
      * transaction's original acceptance, not a
      * resubmission.
      * The run date is the processing-date override on
      * THRESHJB's own control card when present, else the
      * machine date, so a rerun after midnight releases
      * under the same night THRESHJB will file it under.
      * The override is held to THRESHJB's own test: it
      * must be numeric and appear on the business
      * calendar (BIZCAL), or EXCWHSE abends before it
      * stamps a release date THRESHJB would refuse.
      * RETURN-CODE 0 is a normal run, 4 means there was
      * nothing to work (no exceptions and an empty
      * warehouse), 16 means a file failed to open or the
      * processing-date override is not a business day.
      * At the end of a normal run EXCWHSE appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): warehouse items and exceptions read,
      * release cards cut, and stale and unworkable items
      * returned or archived.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO "CTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "BIZCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT WAREHOUSE-IN-FILE
               ASSIGN TO "WHSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHSE-IN-STATUS.

           SELECT WAREHOUSE-OUT-FILE
               ASSIGN TO "WHSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHSE-OUT-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO "RELOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "WHSARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT WAREHOUSE-REPORT-FILE
               ASSIGN TO "WHSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CAL-RECORD.
           05  CAL-DATE                PIC X(8).
           05  FILLER                  PIC X(72).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY EXCREC.

       FD  WAREHOUSE-IN-FILE
           RECORDING MODE IS F.
           COPY WHSREC.

       FD  WAREHOUSE-OUT-FILE
           RECORDING MODE IS F.
       01  WHO-RECORD.
           05  WHO-TRN-DATA            PIC X(80).
           05  WHO-REASON              PIC X(8).
           05  WHO-PARKED-DATE         PIC X(8).
           05  WHO-RELEASE-DATE        PIC X(8).
           05  WHO-PURGE-DATE          PIC X(8).
           05  FILLER                  PIC X(8).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  REL-RECORD                  PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARC-RECORD                  PIC X(120).

       FD  WAREHOUSE-REPORT-FILE
           RECORDING MODE IS F.
       01  WAREHOUSE-REPORT-LINE       PIC X(132).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                   PIC X(8) VALUE "EXCWHSE".
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-OVR             PIC X(8) VALUE SPACES.
       01  WS-DATE-VALID-SW            PIC X    VALUE "N".
           88  WS-DATE-VALID           VALUE "Y".
       01  WS-CALENDAR-EOF-SW          PIC X    VALUE "N".
           88  WS-CALENDAR-EOF         VALUE "Y".
       01  WS-RUN-START                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE-N               PIC 9(8) VALUE 0.
       01  WS-EFF-DATE-N               PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE 0.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-ITEM-AMOUNT              PIC 9(5) VALUE 0.

       01  WS-HELD-IN-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCP-COUNT               PIC 9(5) VALUE 0.
       01  WS-PARKED-COUNT             PIC 9(5) VALUE 0.
       01  WS-RELOUT-COUNT             PIC 9(5) VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(5) VALUE 0.
       01  WS-STALE-COUNT              PIC 9(5) VALUE 0.
       01  WS-STALE-AMOUNT             PIC 9(9) VALUE 0.
       01  WS-UNWORKABLE-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-OUT-COUNT           PIC 9(5) VALUE 0.

      *****************************************************
      * Per-source subtotals for the stale return section.
      * EXCIN arrives sorted on TRN-SOURCE-SYSTEM, so each
      * department's items print together and the totals
      * break on a change of source.
      *****************************************************
       01  WS-CUR-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-SRC-STALE-COUNT          PIC 9(5) VALUE 0.
       01  WS-SRC-STALE-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-SRC-PARKED-COUNT         PIC 9(5) VALUE 0.

      *****************************************************
      * The item being worked, in the warehouse layout -
      * staged here whether it came off the warehouse or
      * off the exception file, so one disposition path
      * serves both.
      *****************************************************
       01  WS-ITEM.
           05  WS-ITEM-TRN-DATA        PIC X(80).
           05  WS-ITEM-REASON          PIC X(8).
           05  WS-ITEM-PARKED-DATE     PIC X(8).
           05  WS-ITEM-RELEASE-DATE    PIC X(8).
           05  WS-ITEM-PURGE-DATE      PIC X(8).
           05  FILLER                  PIC X(8).

       01  WS-WHSE-EOF-SW              PIC X    VALUE "N".
           88  WS-WHSE-EOF             VALUE "Y".

       01  WS-EXCP-EOF-SW              PIC X    VALUE "N".
           88  WS-EXCP-EOF             VALUE "Y".

       01  WS-RELEASE-EOF-SW           PIC X    VALUE "N".
           88  WS-RELEASE-EOF          VALUE "Y".

       01  WS-WHSE-IN-OPEN-SW          PIC X    VALUE "N".
           88  WS-WHSE-IN-OPEN         VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-CALENDAR-STATUS      PIC XX VALUE "00".
           05  WS-EXCP-STATUS          PIC XX VALUE "00".
           05  WS-WHSE-IN-STATUS       PIC XX VALUE "00".
           05  WS-WHSE-OUT-STATUS      PIC XX VALUE "00".
           05  WS-RELEASE-STATUS       PIC XX VALUE "00".
           05  WS-ARCHIVE-STATUS       PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-ITEM-LINE.
           05  WS-ITL-ACTION           PIC X(10).
           05  FILLER                  PIC X(4)  VALUE "TRN ".
           05  WS-ITL-TRN-ID           PIC X(10).
           05  FILLER                  PIC X(9)  VALUE "  SOURCE ".
           05  WS-ITL-SOURCE           PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  WS-ITL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  EFF ".
           05  WS-ITL-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-ITL-AMOUNT           PIC X(5).
           05  WS-ITL-TAG              PIC X(10).
           05  WS-ITL-TAG-VALUE        PIC X(8).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-SOURCE-HEAD-LINE.
           05  FILLER                  PIC X(30)
               VALUE "EXCEPTIONS FROM SOURCE SYSTEM ".
           05  WS-SHL-SOURCE           PIC X(4).
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                  PIC X(7)  VALUE "SOURCE ".
           05  WS-STL-SOURCE           PIC X(4).
           05  FILLER                  PIC X(17)
               VALUE "  STALE RETURNED ".
           05  WS-STL-STALE-COUNT      PIC 9(5).
           05  FILLER                  PIC X(15)
               VALUE "  STALE AMOUNT ".
           05  WS-STL-STALE-AMOUNT     PIC 9(9).
           05  FILLER                  PIC X(16)
               VALUE "  FUTURE PARKED ".
           05  WS-STL-PARKED-COUNT     PIC 9(5).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-WAREHOUSE UNTIL WS-WHSE-EOF
           PERFORM PARA-2-EXCEPTION UNTIL WS-EXCP-EOF
           IF WS-EXCP-COUNT > 0
               PERFORM PARA-6-SOURCE-TOTAL
           END-IF
           PERFORM PARA-7-RELEASE
           PERFORM PARA-8-TOTALS
           PERFORM PARA-9-TERM
           IF WS-EXCP-COUNT = 0 AND WS-HELD-IN-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "EXCWHSE HELD IN   = " WS-HELD-IN-COUNT
           DISPLAY "EXCWHSE EXCEPTNS  = " WS-EXCP-COUNT
           DISPLAY "EXCWHSE PARKED    = " WS-PARKED-COUNT
           DISPLAY "EXCWHSE RELEASED  = " WS-RELOUT-COUNT
           DISPLAY "EXCWHSE PURGED    = " WS-PURGED-COUNT
           DISPLAY "EXCWHSE STALE     = " WS-STALE-COUNT
           DISPLAY "EXCWHSE HELD OUT  = " WS-HELD-OUT-COUNT
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
               DISPLAY "EXCWHSE WARNING - CONTROL-FILE OPEN FAILED, "
                       "STATUS = " WS-CONTROL-STATUS
               DISPLAY "EXCWHSE WARNING - RELEASING AGAINST THE "
                       "MACHINE DATE"
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           IF WS-RUN-DATE-OVR NOT = SPACES
               PERFORM PARA-0-RUNDATE
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N

           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - EXCEPTION-FILE OPEN FAILED, "
                       "STATUS = " WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WAREHOUSE-IN-FILE
           IF WS-WHSE-IN-STATUS = "00"
               SET WS-WHSE-IN-OPEN TO TRUE
           ELSE
               DISPLAY "EXCWHSE WARNING - WAREHOUSE-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-WHSE-IN-STATUS
               DISPLAY "EXCWHSE WARNING - STARTING WITH AN EMPTY "
                       "WAREHOUSE"
               SET WS-WHSE-EOF TO TRUE
           END-IF

           OPEN OUTPUT WAREHOUSE-OUT-FILE
           IF WS-WHSE-OUT-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - WAREHOUSE-OUT-FILE OPEN "
                       "FAILED, STATUS = " WS-WHSE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               IF WS-WHSE-IN-OPEN
                   CLOSE WAREHOUSE-IN-FILE
               END-IF
               STOP RUN
           END-IF

           OPEN OUTPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - RELEASE-FILE OPEN FAILED, "
                       "STATUS = " WS-RELEASE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               IF WS-WHSE-IN-OPEN
                   CLOSE WAREHOUSE-IN-FILE
               END-IF
               CLOSE WAREHOUSE-OUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - ARCHIVE-FILE OPEN FAILED, "
                       "STATUS = " WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               IF WS-WHSE-IN-OPEN
                   CLOSE WAREHOUSE-IN-FILE
               END-IF
               CLOSE WAREHOUSE-OUT-FILE
               CLOSE RELEASE-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT WAREHOUSE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - WAREHOUSE-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               IF WS-WHSE-IN-OPEN
                   CLOSE WAREHOUSE-IN-FILE
               END-IF
               CLOSE WAREHOUSE-OUT-FILE
               CLOSE RELEASE-FILE
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WAREHOUSE-REPORT-LINE
           STRING "EXCWHSE FUTURE-DATED WAREHOUSE AND STALE RETURN "
                  "REPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           MOVE SPACES TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

      *****************************************************
      * PARA-0-RUNDATE - the control card carries a
      * processing-date override. It is held to the same
      * test THRESHJB applies to it: numeric, and on the
      * business calendar. A typo'd date abends here,
      * before any file is opened, rather than stamping
      * tonight's releases with a run date the rest of
      * the night will refuse.
      *****************************************************
       PARA-0-RUNDATE SECTION.
           IF WS-RUN-DATE-OVR NOT NUMERIC
               DISPLAY "EXCWHSE ABEND - PROCESSING-DATE OVERRIDE "
                       WS-RUN-DATE-OVR " IS NOT A VALID DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - CALENDAR-FILE OPEN FAILED, "
                       "STATUS = " WS-CALENDAR-STATUS
               DISPLAY "EXCWHSE ABEND - CANNOT VALIDATE THE "
                       "PROCESSING-DATE OVERRIDE " WS-RUN-DATE-OVR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-0-RUNDATE-1
               UNTIL WS-DATE-VALID OR WS-CALENDAR-EOF
           CLOSE CALENDAR-FILE
           IF WS-DATE-VALID
               MOVE WS-RUN-DATE-OVR TO WS-RUN-DATE
               DISPLAY "EXCWHSE - PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           ELSE
               DISPLAY "EXCWHSE ABEND - PROCESSING-DATE OVERRIDE "
                       WS-RUN-DATE-OVR " IS NOT ON THE BUSINESS "
                       "CALENDAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       PARA-0-RUNDATE-1 SECTION.
           READ CALENDAR-FILE
               AT END
                   SET WS-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE = WS-RUN-DATE-OVR
                       SET WS-DATE-VALID TO TRUE
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-1-WAREHOUSE - one parked item per pass, off
      * last night's warehouse.
      *****************************************************
       PARA-1-WAREHOUSE SECTION.
           READ WAREHOUSE-IN-FILE
               AT END
                   SET WS-WHSE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-IN-COUNT
                   MOVE WHS-RECORD TO WS-ITEM
                   PERFORM PARA-3-DISPOSE
           END-READ
           .

      *****************************************************
      * PARA-2-EXCEPTION - one diverted transaction per
      * pass. FUTURE joins the warehouse, STALE goes back
      * to its source; a reason this step does not know,
      * or a FUTURE item with no usable effective date,
      * cannot be worked and is archived with a report
      * line rather than left to accumulate.
      *****************************************************
       PARA-2-EXCEPTION SECTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-EXCP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXCP-COUNT
                   IF WS-EXCP-COUNT = 1
                          OR EXC-TRN-DATA (11:4) NOT = WS-CUR-SOURCE
                       PERFORM PARA-6-SOURCE-BREAK
                   END-IF
                   MOVE SPACES       TO WS-ITEM
                   MOVE EXC-TRN-DATA TO WS-ITEM-TRN-DATA
                   MOVE EXC-REASON   TO WS-ITEM-REASON
                   MOVE WS-RUN-DATE  TO WS-ITEM-PARKED-DATE
                   EVALUATE EXC-REASON
                       WHEN "FUTURE"
                           IF WS-ITEM-TRN-DATA (15:8) NOT NUMERIC
                               MOVE "UNDATED"    TO WS-ITL-ACTION
                               PERFORM PARA-5-UNWORKABLE
                           ELSE
                               ADD 1 TO WS-PARKED-COUNT
                               ADD 1 TO WS-SRC-PARKED-COUNT
                               MOVE "PARKED"     TO WS-ITL-ACTION
                               MOVE SPACES       TO WS-ITL-TAG
                               MOVE SPACES       TO WS-ITL-TAG-VALUE
                               PERFORM PARA-8-ITEM-LINE
                               PERFORM PARA-3-DISPOSE
                           END-IF
                       WHEN "STALE"
                           PERFORM PARA-4-STALE
                       WHEN OTHER
                           MOVE "UNKNOWN"    TO WS-ITL-ACTION
                           PERFORM PARA-5-UNWORKABLE
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-3-DISPOSE - decide a FUTURE item's fate for
      * tonight:
      *   - come due and not yet released: stamp tonight's
      *     run date as its release date and carry it;
      *   - released tonight already (a rerun of the same
      *     night): carry it, so it is released again;
      *   - released on an earlier night: the edit has had
      *     it, purge it to the archive;
      *   - otherwise still waiting: carry it.
      * An effective date that is not numeric can never
      * come due and is archived as unworkable.
      *****************************************************
       PARA-3-DISPOSE SECTION.
           EVALUATE TRUE
               WHEN WS-ITEM-TRN-DATA (15:8) NOT NUMERIC
                   MOVE "UNDATED" TO WS-ITL-ACTION
                   PERFORM PARA-5-UNWORKABLE
               WHEN WS-ITEM-RELEASE-DATE = SPACES
                      AND WS-ITEM-TRN-DATA (15:8) <= WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-ITEM-RELEASE-DATE
                   PERFORM PARA-3-RELEASED
               WHEN WS-ITEM-RELEASE-DATE = WS-RUN-DATE
                   PERFORM PARA-3-RELEASED
               WHEN WS-ITEM-RELEASE-DATE NOT = SPACES
                      AND WS-ITEM-RELEASE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-PURGED-COUNT
                   MOVE WS-RUN-DATE TO WS-ITEM-PURGE-DATE
                   PERFORM PARA-3-ARCHIVE
               WHEN OTHER
                   PERFORM PARA-3-RETAIN
           END-EVALUATE
           .

       PARA-3-RELEASED SECTION.
           MOVE "RELEASED"            TO WS-ITL-ACTION
           MOVE "  PARKED "           TO WS-ITL-TAG
           MOVE WS-ITEM-PARKED-DATE   TO WS-ITL-TAG-VALUE
           PERFORM PARA-8-ITEM-LINE
           PERFORM PARA-3-RETAIN
           .

       PARA-3-RETAIN SECTION.
           MOVE WS-ITEM TO WHO-RECORD
           WRITE WHO-RECORD
           IF WS-ITEM-RELEASE-DATE = SPACES
               ADD 1 TO WS-HELD-OUT-COUNT
           END-IF
           .

       PARA-3-ARCHIVE SECTION.
           MOVE WS-ITEM TO ARC-RECORD
           WRITE ARC-RECORD
           .

      *****************************************************
      * PARA-4-STALE - a transaction backdated past the
      * stale tolerance: one line on the owning source's
      * section of the report with its age in days against
      * the run date, then out to the archive. The
      * department works it from the report.
      *****************************************************
       PARA-4-STALE SECTION.
           ADD 1 TO WS-STALE-COUNT
           ADD 1 TO WS-SRC-STALE-COUNT
           IF WS-ITEM-TRN-DATA (32:5) NUMERIC
               MOVE WS-ITEM-TRN-DATA (32:5) TO WS-ITEM-AMOUNT
               ADD WS-ITEM-AMOUNT TO WS-STALE-AMOUNT
               ADD WS-ITEM-AMOUNT TO WS-SRC-STALE-AMOUNT
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF WS-ITEM-TRN-DATA (15:8) NUMERIC
                  AND WS-ITEM-TRN-DATA (15:8) < WS-RUN-DATE
               MOVE WS-ITEM-TRN-DATA (15:8) TO WS-EFF-DATE-N
               COMPUTE WS-AGE-DAYS
                   = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-EFF-DATE-N)
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE "STALE"       TO WS-ITL-ACTION
           MOVE "  AGE DAYS"  TO WS-ITL-TAG
           MOVE WS-AGE-EDIT   TO WS-ITL-TAG-VALUE
           PERFORM PARA-8-ITEM-LINE
           MOVE WS-RUN-DATE TO WS-ITEM-PURGE-DATE
           PERFORM PARA-3-ARCHIVE
           .

      *****************************************************
      * PARA-5-UNWORKABLE - an item no rule here can
      * resolve (WS-ITL-ACTION says why): reported once and
      * archived, never carried.
      *****************************************************
       PARA-5-UNWORKABLE SECTION.
           ADD 1 TO WS-UNWORKABLE-COUNT
           MOVE "  REASON "     TO WS-ITL-TAG
           MOVE WS-ITEM-REASON  TO WS-ITL-TAG-VALUE
           PERFORM PARA-8-ITEM-LINE
           MOVE WS-RUN-DATE TO WS-ITEM-PURGE-DATE
           PERFORM PARA-3-ARCHIVE
           .

       PARA-6-SOURCE-BREAK SECTION.
           IF WS-EXCP-COUNT > 1
               PERFORM PARA-6-SOURCE-TOTAL
           END-IF
           MOVE EXC-TRN-DATA (11:4) TO WS-CUR-SOURCE
           MOVE 0 TO WS-SRC-STALE-COUNT
           MOVE 0 TO WS-SRC-STALE-AMOUNT
           MOVE 0 TO WS-SRC-PARKED-COUNT
           MOVE SPACES TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           MOVE WS-CUR-SOURCE TO WS-SHL-SOURCE
           MOVE WS-SOURCE-HEAD-LINE TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

       PARA-6-SOURCE-TOTAL SECTION.
           MOVE WS-CUR-SOURCE       TO WS-STL-SOURCE
           MOVE WS-SRC-STALE-COUNT  TO WS-STL-STALE-COUNT
           MOVE WS-SRC-STALE-AMOUNT TO WS-STL-STALE-AMOUNT
           MOVE WS-SRC-PARKED-COUNT TO WS-STL-PARKED-COUNT
           MOVE WS-SOURCE-TOTAL-LINE TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

      *****************************************************
      * PARA-7-RELEASE - the warehouse is fully rebuilt;
      * read it back and cut a release card for every item
      * stamped with tonight's run date.
      *****************************************************
       PARA-7-RELEASE SECTION.
           CLOSE WAREHOUSE-OUT-FILE
           OPEN INPUT WAREHOUSE-OUT-FILE
           IF WS-WHSE-OUT-STATUS NOT = "00"
               DISPLAY "EXCWHSE ABEND - WAREHOUSE-OUT-FILE REOPEN "
                       "FAILED, STATUS = " WS-WHSE-OUT-STATUS
               DISPLAY "EXCWHSE ABEND - NOTHING RELEASED"
               MOVE 16 TO RETURN-CODE
               CLOSE EXCEPTION-FILE
               IF WS-WHSE-IN-OPEN
                   CLOSE WAREHOUSE-IN-FILE
               END-IF
               CLOSE RELEASE-FILE
               CLOSE ARCHIVE-FILE
               CLOSE WAREHOUSE-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM PARA-7-RELEASE-1 UNTIL WS-RELEASE-EOF
           CLOSE WAREHOUSE-OUT-FILE
           .

       PARA-7-RELEASE-1 SECTION.
           READ WAREHOUSE-OUT-FILE
               AT END
                   SET WS-RELEASE-EOF TO TRUE
               NOT AT END
                   IF WHO-RELEASE-DATE = WS-RUN-DATE
                       MOVE WHO-TRN-DATA TO REL-RECORD
                       WRITE REL-RECORD
                       ADD 1 TO WS-RELOUT-COUNT
                   END-IF
           END-READ
           .

       PARA-8-ITEM-LINE SECTION.
           MOVE WS-ITEM-TRN-DATA (1:10)  TO WS-ITL-TRN-ID
           MOVE WS-ITEM-TRN-DATA (11:4)  TO WS-ITL-SOURCE
           MOVE WS-ITEM-TRN-DATA (23:8)  TO WS-ITL-ACCOUNT
           MOVE WS-ITEM-TRN-DATA (15:8)  TO WS-ITL-EFF-DATE
           MOVE WS-ITEM-TRN-DATA (32:5)  TO WS-ITL-AMOUNT
           MOVE WS-ITEM-LINE TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

       PARA-8-TOTALS SECTION.
           MOVE SPACES TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           MOVE "HELD IN WAREHOUSE AT START" TO WS-TOT-LABEL
           MOVE WS-HELD-IN-COUNT        TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "EXCEPTIONS READ"       TO WS-TOT-LABEL
           MOVE WS-EXCP-COUNT           TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FUTURE ITEMS PARKED"   TO WS-TOT-LABEL
           MOVE WS-PARKED-COUNT         TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "FUTURE ITEMS RELEASED"  TO WS-TOT-LABEL
           MOVE WS-RELOUT-COUNT         TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "RELEASED ITEMS PURGED" TO WS-TOT-LABEL
           MOVE WS-PURGED-COUNT         TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "STALE ITEMS RETURNED"  TO WS-TOT-LABEL
           MOVE WS-STALE-COUNT          TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "UNWORKABLE ITEMS ARCHIVED" TO WS-TOT-LABEL
           MOVE WS-UNWORKABLE-COUNT     TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "STILL HELD IN WAREHOUSE" TO WS-TOT-LABEL
           MOVE WS-HELD-OUT-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE SPACES TO WAREHOUSE-REPORT-LINE
           STRING "STALE AMOUNT RETURNED = " WS-STALE-AMOUNT
               DELIMITED BY SIZE INTO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO WAREHOUSE-REPORT-LINE
           WRITE WAREHOUSE-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE EXCEPTION-FILE
           IF WS-WHSE-IN-OPEN
               CLOSE WAREHOUSE-IN-FILE
           END-IF
           CLOSE RELEASE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE WAREHOUSE-REPORT-FILE
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
               DISPLAY "EXCWHSE WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP002"         TO RST-STEP-NAME
               MOVE "EXCWHSE"         TO RST-PROGRAM
               MOVE WS-RUN-DATE       TO RST-RUN-DATE
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               COMPUTE RST-IN-COUNT =
                   WS-HELD-IN-COUNT + WS-EXCP-COUNT
               MOVE WS-RELOUT-COUNT   TO RST-OUT-COUNT
               COMPUTE RST-REJECT-COUNT =
                   WS-STALE-COUNT + WS-UNWORKABLE-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
