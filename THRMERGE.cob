       IDENTIFICATION DIVISION.
       PROGRAM-ID.    THRMERGE.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * THRMERGE puts a partitioned THRESHJB night back
      * together. Each partition (jcl/THRPART.jcl) runs
      * THRESHJB over its own TRN-ACCOUNT key range of the
      * partition control card (PARTIN, PTNREC) and leaves
      * its own report, extract and settlement type A
      * records; THRMERGE reads them concatenated in
      * partition order and writes the single report,
      * extract and settlement output RECONJB, CASEOPN,
      * THRDWNST and SETTLRPT read after a single-stream
      * night:
      *   - RPTIN  - the partitions' reports. Account lines
      *     are copied through: every account belongs to
      *     one partition and each partition's lines come
      *     in key order, so the copies stay in key order.
      *     "*GROUP*" lines are summed by position - every
      *     partition reports every group, those it does
      *     not own with nothing on them - and the "W"
      *     flag is taken again off the sums. "*EFFDAT*"
      *     lines are summed by date and written in date
      *     order. The "*TOTALS*" lines are summed into
      *     one, the run total and the suspense total
      *     saturating at 9999999 as a single-stream run's
      *     do. The partitions' "*PART*" lines are checked
      *     and dropped.
      *   - XTRIN  - the partitions' extracts, copied
      *     through with XTR-RUN-STAMP restamped with this
      *     step's start, so the night's generation carries
      *     one stamp as a single-stream generation does.
      *   - SETIN  - the partitions' settlement type A
      *     records, summed per source system and appended
      *     to SETOUT behind TRNEDIT's type E records.
      * RPTIN is read twice. The first pass checks that
      * every partition came to its normal end over the
      * same TRANSIN, and SETIN is read, checked and
      * summed behind it; only then are the merged files
      * opened and the account lines copied on a second
      * pass, so a night that does not add up writes
      * nothing. The partitions must show one
      * "*TOTALS*" and one "*PART*" line per card, in
      * partition order, each with the card's low key, one
      * run date, one TRANSIN read count, each partition's
      * cycles and passed-over records adding up to that
      * count and the partitions' cycles adding up to it
      * too, and the same groups in the same order.
      * RETURN-CODE 4 means the merged night tripped a
      * threshold (an account or a group trip), 8 means it
      * did not - THRESHJB's own RC 4/8 - and 16 means a
      * file failed to open, the partitions do not add up
      * or a work table overflowed.
      * At the end of a normal run THRMERGE appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): partition records read and merged
      * records written.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-FILE
               ASSIGN TO "PARTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTIN-STATUS.

           SELECT REPORT-IN-FILE
               ASSIGN TO "RPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTIN-STATUS.

           SELECT EXTRACT-IN-FILE
               ASSIGN TO "XTRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRIN-STATUS.

           SELECT SETTLE-IN-FILE
               ASSIGN TO "SETIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETIN-STATUS.

           SELECT REPORT-OUT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.

           SELECT EXTRACT-OUT-FILE
               ASSIGN TO "XTROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTROUT-STATUS.

           SELECT SETTLE-OUT-FILE
               ASSIGN TO "SETOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETOUT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-FILE
           RECORDING MODE IS F.
           COPY PTNREC.

       FD  REPORT-IN-FILE
           RECORDING MODE IS F.
           COPY RPTREC.

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
           COPY XTRREC.

       FD  SETTLE-IN-FILE
           RECORDING MODE IS F.
           COPY SETREC.

       FD  REPORT-OUT-FILE
           RECORDING MODE IS F.
       01  RPT-OUT-RECORD              PIC X(80).

       FD  EXTRACT-OUT-FILE
           RECORDING MODE IS F.
       01  XTR-OUT-RECORD              PIC X(67).

       FD  SETTLE-OUT-FILE
           RECORDING MODE IS F.
       01  SET-OUT-RECORD              PIC X(135).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.
       01  WS-JOB-NAME                 PIC X(8) VALUE SPACES.

       01  WS-RPTIN-COUNT              PIC 9(7) VALUE 0.
       01  WS-XTRIN-COUNT              PIC 9(7) VALUE 0.
       01  WS-SETIN-COUNT              PIC 9(7) VALUE 0.
       01  WS-RPTOUT-COUNT             PIC 9(7) VALUE 0.
       01  WS-XTROUT-COUNT             PIC 9(7) VALUE 0.
       01  WS-SETOUT-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.

      *****************************************************
      * The partition control card's partitions, and what
      * the partitions' "*TOTALS*" and "*PART*" lines say
      * about them. WS-PTN-CUR is the partition whose
      * report lines are being read - one past the last
      * "*PART*" line seen.
      *****************************************************
       01  WS-PTN-LIMIT                PIC 9(2) VALUE 8.
       01  WS-PTN-COUNT                PIC 9(2) VALUE 0.
       01  WS-PTN-CUR                  PIC 9(2) VALUE 1.
       01  WS-PTN-PARTS-SEEN           PIC 9(2) VALUE 0.
       01  WS-PTN-TOTALS-SEEN          PIC 9(2) VALUE 0.
       01  WS-PTN-PRIOR-KEY            PIC X(8) VALUE SPACES.
       01  WS-PTN-TABLE.
           05  WS-PTN-LOW-KEY          PIC X(8) OCCURS 8 TIMES.
       01  WS-PTN-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-PTN-CYCLES               PIC 9(5) VALUE 0.
       01  WS-PTN-CYCLE-SUM            PIC 9(8) VALUE 0.
       01  WS-PTN-CHECK-SUM            PIC 9(8) VALUE 0.
       01  WS-LAST-ACCOUNT             PIC X(8) VALUE SPACES.

      *****************************************************
      * The merged "*TOTALS*" line. WS-TOT-AREA-1 and
      * WS-TOT-SUSPENSE saturate at 9999999, as THRESHJB's
      * run total and suspense total do; the counts take
      * the partitions' counts summed at the line's own
      * widths, as the single-stream counters would.
      *****************************************************
       01  WS-TOT-CYCLES               PIC 9(5) VALUE 0.
       01  WS-TOT-AREA-1               PIC 9(7) VALUE 0.
       01  WS-TOT-AREA-2               PIC 9(5) VALUE 0.
       01  WS-TOT-TRIPS                PIC 9(5) VALUE 0.
       01  WS-TOT-WARNS                PIC 9(5) VALUE 0.
       01  WS-TOT-SUSPENSE             PIC 9(7) VALUE 0.
       01  WS-TOT-WINTRIPS             PIC 9(5) VALUE 0.
       01  WS-GRP-TRIP-TOTAL           PIC 9(7) VALUE 0.

       01  WS-TOTAL-WARNED-SW          PIC X    VALUE "N".
           88  WS-TOTAL-WARNED         VALUE "Y".

      *****************************************************
      * The "*GROUP*" lines, in the order the first
      * partition reports them - every partition reports
      * the relationship master's groups in the same
      * order. WS-GRP-POS is the position within the
      * current partition's lines.
      *****************************************************
       01  WS-GROUP-LIMIT              PIC 9(5) VALUE 1000.
       01  WS-GROUP-COUNT              PIC 9(5) VALUE 0.
       01  WS-GRP-POS                  PIC 9(5) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(5) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY            OCCURS 1000 TIMES.
               10  WS-GRP-ID           PIC X(5).
               10  WS-GRP-CYCLES       PIC 9(5).
               10  WS-GRP-AREA-1       PIC 9(7).
               10  WS-GRP-TRIPS        PIC 9(5).
               10  WS-GRP-WARNS        PIC 9(5).

      *****************************************************
      * The "*EFFDAT*" lines, kept in date order.
      *****************************************************
       01  WS-EFFDATE-LIMIT            PIC 9(3) VALUE 732.
       01  WS-EFFDATE-COUNT            PIC 9(3) VALUE 0.
       01  WS-EFF-SUB                  PIC 9(3) VALUE 0.
       01  WS-EFF-FOUND                PIC 9(3) VALUE 0.
       01  WS-EFF-SHIFT-SUB            PIC 9(3) VALUE 0.
       01  WS-EFFDATE-TABLE.
           05  WS-EFF-ENTRY            OCCURS 732 TIMES.
               10  WS-EFF-DATE         PIC X(8).
               10  WS-EFF-CYCLES       PIC 9(5).
               10  WS-EFF-AMOUNT       PIC 9(7).
               10  WS-EFF-DIVERTED     PIC 9(5).

      *****************************************************
      * The settlement type A records, one entry per
      * source system in the order first seen.
      *****************************************************
       01  WS-SRC-LIMIT                PIC 9(3) VALUE 50.
       01  WS-SRC-COUNT                PIC 9(3) VALUE 0.
       01  WS-SRC-SUB                  PIC 9(3) VALUE 0.
       01  WS-SRC-FOUND                PIC 9(3) VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY            OCCURS 50 TIMES.
               10  WS-SRC-JOB-ID       PIC X(8).
               10  WS-SRC-SOURCE       PIC X(4).
               10  WS-SRC-DEBITS       PIC 9(5).
               10  WS-SRC-DR-AMT       PIC 9(9).
               10  WS-SRC-CREDITS      PIC 9(5).
               10  WS-SRC-CR-AMT       PIC 9(9).
               10  WS-SRC-TRIPS        PIC 9(5).

       01  WS-PARTIN-EOF-SW            PIC X    VALUE "N".
           88  WS-PARTIN-EOF           VALUE "Y".

       01  WS-REPORT-EOF-SW            PIC X    VALUE "N".
           88  WS-REPORT-EOF           VALUE "Y".

       01  WS-EXTRACT-EOF-SW           PIC X    VALUE "N".
           88  WS-EXTRACT-EOF          VALUE "Y".

       01  WS-SETTLE-EOF-SW            PIC X    VALUE "N".
           88  WS-SETTLE-EOF           VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-PARTIN-STATUS        PIC XX VALUE "00".
           05  WS-RPTIN-STATUS         PIC XX VALUE "00".
           05  WS-XTRIN-STATUS         PIC XX VALUE "00".
           05  WS-SETIN-STATUS         PIC XX VALUE "00".
           05  WS-RPTOUT-STATUS        PIC XX VALUE "00".
           05  WS-XTROUT-STATUS        PIC XX VALUE "00".
           05  WS-SETOUT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-REPORT UNTIL WS-REPORT-EOF
           PERFORM PARA-1-SETTLE UNTIL WS-SETTLE-EOF
           PERFORM PARA-2-CHECK
           PERFORM PARA-2-OPEN
           PERFORM PARA-3-COPY UNTIL WS-REPORT-EOF
           PERFORM PARA-3-REPORT-OUT
           PERFORM PARA-4-EXTRACT UNTIL WS-EXTRACT-EOF
           PERFORM PARA-5-SETTLE-OUT
           PERFORM PARA-9-TERM
           IF WS-TOT-TRIPS > 0 OR WS-GRP-TRIP-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "THRMERGE PARTITIONS = " WS-PTN-COUNT
           DISPLAY "THRMERGE READ       = " WS-PTN-READ-COUNT
           DISPLAY "THRMERGE CYCLES     = " WS-TOT-CYCLES
           DISPLAY "THRMERGE TRIPS      = " WS-TOT-TRIPS
           DISPLAY "THRMERGE GRPTRIPS   = " WS-GRP-TRIP-TOTAL
           DISPLAY "THRMERGE REPORT     = " WS-RPTOUT-COUNT
           DISPLAY "THRMERGE EXTRACT    = " WS-XTROUT-COUNT
           DISPLAY "THRMERGE SETTLE     = " WS-SETOUT-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

      *****************************************************
      * PARA-0-INIT - load the partition control card the
      * partitions ran under, then open the partitions'
      * output.
      *****************************************************
       PARA-0-INIT SECTION.
           OPEN INPUT PARTITION-FILE
           IF WS-PARTIN-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - PARTITION-FILE OPEN "
                       "FAILED, STATUS = " WS-PARTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-0-PARTITION UNTIL WS-PARTIN-EOF
           CLOSE PARTITION-FILE
           IF WS-PTN-COUNT = 0
               DISPLAY "THRMERGE ABEND - PARTITION CONTROL CARD "
                       "IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REPORT-IN-FILE
           IF WS-RPTIN-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - REPORT-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-RPTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EXTRACT-IN-FILE
           IF WS-XTRIN-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - EXTRACT-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-XTRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SETTLE-IN-FILE
           IF WS-SETIN-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - SETTLE-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-SETIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      * PARA-0-PARTITION - one partition card, on the same
      * terms THRESHJB took it: numbered in sequence, at
      * most eight, card 01's low key spaces and the low
      * keys rising.
      *****************************************************
       PARA-0-PARTITION SECTION.
           READ PARTITION-FILE
               AT END
                   SET WS-PARTIN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PTN-NUMBER NOT NUMERIC
                         OR PTN-NUMBER NOT = WS-PTN-COUNT + 1
                           DISPLAY "THRMERGE ABEND - PARTITION "
                                   "CARD OUT OF SEQUENCE: "
                                   PTN-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN WS-PTN-COUNT >= WS-PTN-LIMIT
                           DISPLAY "THRMERGE ABEND - MORE THAN "
                                   WS-PTN-LIMIT " PARTITIONS"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN WS-PTN-COUNT = 0
                        AND PTN-LOW-KEY NOT = SPACES
                           DISPLAY "THRMERGE ABEND - PARTITION 01 "
                                   "LOW KEY MUST BE SPACES"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN WS-PTN-COUNT > 0
                        AND PTN-LOW-KEY NOT > WS-PTN-PRIOR-KEY
                           DISPLAY "THRMERGE ABEND - PARTITION "
                                   "LOW KEYS NOT ASCENDING: "
                                   PTN-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       WHEN OTHER
                           ADD 1 TO WS-PTN-COUNT
                           MOVE PTN-LOW-KEY
                               TO WS-PTN-LOW-KEY (WS-PTN-COUNT)
                           MOVE PTN-LOW-KEY TO WS-PTN-PRIOR-KEY
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-1-REPORT - the checking pass, one partition
      * report line per pass. Account lines are checked
      * for order; everything else is checked and summed
      * for PARA-3-REPORT-OUT.
      *****************************************************
       PARA-1-REPORT SECTION.
           READ REPORT-IN-FILE
               AT END
                   SET WS-REPORT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPTIN-COUNT
                   EVALUATE RPT-ACCOUNT
                       WHEN "*TOTALS*"
                           PERFORM PARA-1-TOTALS
                       WHEN "*PART*"
                           PERFORM PARA-1-PART
                       WHEN "*GROUP*"
                           PERFORM PARA-1-GROUP
                       WHEN "*EFFDAT*"
                           PERFORM PARA-1-EFFDAT
                       WHEN OTHER
                           PERFORM PARA-1-ACCOUNT
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-1-ACCOUNT - an account line, to be copied
      * through on the copying pass. Partitions take
      * rising key ranges and each lists its accounts in
      * key order, so the merged lines must rise too; one
      * that does not means the partitions were
      * concatenated out of order.
      *****************************************************
       PARA-1-ACCOUNT SECTION.
           IF WS-ACCOUNT-COUNT > 0
                  AND RPT-ACCOUNT NOT > WS-LAST-ACCOUNT
               DISPLAY "THRMERGE ERROR - ACCOUNT " RPT-ACCOUNT
                       " OUT OF SEQUENCE AFTER " WS-LAST-ACCOUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE RPT-ACCOUNT TO WS-LAST-ACCOUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           .

      *****************************************************
      * PARA-1-TOTALS - a partition's "*TOTALS*" line: its
      * run date and job name must agree with the first
      * partition's, and its counts go into the merged
      * totals.
      *****************************************************
       PARA-1-TOTALS SECTION.
           ADD 1 TO WS-PTN-TOTALS-SEEN
           IF WS-PTN-TOTALS-SEEN NOT = WS-PTN-CUR
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " HAS MORE THAN ONE TOTALS LINE"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PTN-TOTALS-SEEN = 1
               MOVE RPT-RUN-DATE TO WS-RUN-DATE
               MOVE RPT-JOB-NAME TO WS-JOB-NAME
           END-IF
           IF RPT-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " RUN DATE " RPT-RUN-DATE
                       " NOT " WS-RUN-DATE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE RPT-CYCLE-COUNT TO WS-PTN-CYCLES
           ADD RPT-CYCLE-COUNT  TO WS-PTN-CYCLE-SUM
           ADD RPT-CYCLE-COUNT  TO WS-TOT-CYCLES
           ADD RPT-FINAL-AREA-1 TO WS-TOT-AREA-1
               ON SIZE ERROR
                   PERFORM PARA-1-TOTAL-OVFL
           END-ADD
           ADD RPT-FINAL-AREA-2 TO WS-TOT-AREA-2
           ADD RPT-TRIP-COUNT   TO WS-TOT-TRIPS
           ADD RPT-WARN-COUNT   TO WS-TOT-WARNS
           ADD RPT-SUSPENSE     TO WS-TOT-SUSPENSE
               ON SIZE ERROR
                   MOVE 9999999 TO WS-TOT-SUSPENSE
           END-ADD
           ADD RPT-WINDOW-TRIPS TO WS-TOT-WINTRIPS
           .

       PARA-1-TOTAL-OVFL SECTION.
           IF NOT WS-TOTAL-WARNED
               DISPLAY "THRMERGE WARNING - MERGED RUN TOTAL "
                       "OVERFLOWED, CAPPED AT 9999999"
               SET WS-TOTAL-WARNED TO TRUE
           END-IF
           MOVE 9999999 TO WS-TOT-AREA-1
           .

      *****************************************************
      * PARA-1-PART - a partition's closing "*PART*" line.
      * It must follow the partition's own "*TOTALS*"
      * line, name the next partition in sequence, agree
      * with the control card on the partition count and
      * the partition's low key, carry the same TRANSIN
      * read count as the others, and account for every
      * record read as a cycle of its own or a record
      * passed over to another partition.
      *****************************************************
       PARA-1-PART SECTION.
           ADD 1 TO WS-PTN-PARTS-SEEN
           IF WS-PTN-TOTALS-SEEN NOT = WS-PTN-PARTS-SEEN
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " HAS NO TOTALS LINE"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF RPT-CYCLE-COUNT NOT = WS-PTN-CUR
               DISPLAY "THRMERGE ERROR - PARTITION "
                       RPT-CYCLE-COUNT " FOUND WHERE PARTITION "
                       WS-PTN-CUR " BELONGS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF RPT-FINAL-AREA-2 NOT = WS-PTN-COUNT
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " RAN AS ONE OF " RPT-FINAL-AREA-2
                       " NOT " WS-PTN-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PTN-CUR NOT > WS-PTN-COUNT
               IF RPT-EFF-DATE NOT = WS-PTN-LOW-KEY (WS-PTN-CUR)
                   DISPLAY "THRMERGE ERROR - PARTITION "
                           WS-PTN-CUR " LOW KEY " RPT-EFF-DATE
                           " NOT " WS-PTN-LOW-KEY (WS-PTN-CUR)
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF WS-PTN-PARTS-SEEN = 1
               MOVE RPT-FINAL-AREA-1 TO WS-PTN-READ-COUNT
           END-IF
           IF RPT-FINAL-AREA-1 NOT = WS-PTN-READ-COUNT
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " READ " RPT-FINAL-AREA-1
                       " TRANSIN RECORDS NOT " WS-PTN-READ-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           COMPUTE WS-PTN-CHECK-SUM = WS-PTN-CYCLES + RPT-SUSPENSE
           IF WS-PTN-CHECK-SUM NOT = RPT-FINAL-AREA-1
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " CYCLES " WS-PTN-CYCLES " PLUS PASSED "
                       RPT-SUSPENSE " NOT READ " RPT-FINAL-AREA-1
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PTN-PARTS-SEEN > 1
                  AND WS-GRP-POS NOT = WS-GROUP-COUNT
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " REPORTED " WS-GRP-POS " GROUPS NOT "
                       WS-GROUP-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE 0 TO WS-GRP-POS
           MOVE 0 TO WS-PTN-CYCLES
           ADD 1 TO WS-PTN-CUR
           .

      *****************************************************
      * PARA-1-GROUP - a "*GROUP*" line. The first
      * partition's lines build the group table; every
      * later partition's must name the same group at the
      * same position, and are summed into it.
      *****************************************************
       PARA-1-GROUP SECTION.
           ADD 1 TO WS-GRP-POS
           IF WS-PTN-PARTS-SEEN = 0
               IF WS-GROUP-COUNT >= WS-GROUP-LIMIT
                   DISPLAY "THRMERGE ABEND - GROUP TABLE FULL AT "
                           WS-GROUP-LIMIT " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE RPT-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-CYCLES (WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-AREA-1 (WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-TRIPS (WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-WARNS (WS-GROUP-COUNT)
           END-IF
           IF WS-GRP-POS > WS-GROUP-COUNT
               DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                       " GROUP " RPT-GROUP-ID
                       " NOT IN PARTITION 01"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF RPT-GROUP-ID NOT = WS-GRP-ID (WS-GRP-POS)
                   DISPLAY "THRMERGE ERROR - PARTITION " WS-PTN-CUR
                           " GROUP " RPT-GROUP-ID " WHERE "
                           WS-GRP-ID (WS-GRP-POS) " BELONGS"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   ADD RPT-CYCLE-COUNT
                       TO WS-GRP-CYCLES (WS-GRP-POS)
                   ADD RPT-FINAL-AREA-1
                       TO WS-GRP-AREA-1 (WS-GRP-POS)
                   ADD RPT-TRIP-COUNT
                       TO WS-GRP-TRIPS (WS-GRP-POS)
                   ADD RPT-WARN-COUNT
                       TO WS-GRP-WARNS (WS-GRP-POS)
                   ADD RPT-TRIP-COUNT TO WS-GRP-TRIP-TOTAL
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-1-EFFDAT - an "*EFFDAT*" line, summed into its
      * date's entry; a date not yet seen is inserted in
      * date order.
      *****************************************************
       PARA-1-EFFDAT SECTION.
           MOVE 0 TO WS-EFF-FOUND
           MOVE 1 TO WS-EFF-SUB
           PERFORM PARA-1-EFFDAT-1
               UNTIL WS-EFF-FOUND > 0
                  OR WS-EFF-SUB > WS-EFFDATE-COUNT
           IF WS-EFF-FOUND = 0
               PERFORM PARA-1-EFFDAT-2
           END-IF
           ADD RPT-CYCLE-COUNT  TO WS-EFF-CYCLES (WS-EFF-FOUND)
           ADD RPT-FINAL-AREA-1 TO WS-EFF-AMOUNT (WS-EFF-FOUND)
               ON SIZE ERROR
                   MOVE 9999999 TO WS-EFF-AMOUNT (WS-EFF-FOUND)
           END-ADD
           ADD RPT-FINAL-AREA-2 TO WS-EFF-DIVERTED (WS-EFF-FOUND)
           .

       PARA-1-EFFDAT-1 SECTION.
           IF WS-EFF-DATE (WS-EFF-SUB) = RPT-EFF-DATE
               MOVE WS-EFF-SUB TO WS-EFF-FOUND
           ELSE
               IF WS-EFF-DATE (WS-EFF-SUB) > RPT-EFF-DATE
                   PERFORM PARA-1-EFFDAT-2
               ELSE
                   ADD 1 TO WS-EFF-SUB
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-1-EFFDAT-2 - open a new date entry at
      * WS-EFF-SUB, shifting the later dates up one.
      *****************************************************
       PARA-1-EFFDAT-2 SECTION.
           IF WS-EFFDATE-COUNT >= WS-EFFDATE-LIMIT
               DISPLAY "THRMERGE ABEND - EFFECTIVE-DATE TABLE "
                       "FULL AT " WS-EFFDATE-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EFFDATE-COUNT TO WS-EFF-SHIFT-SUB
           PERFORM PARA-1-EFFDAT-3
               UNTIL WS-EFF-SHIFT-SUB < WS-EFF-SUB
           ADD 1 TO WS-EFFDATE-COUNT
           MOVE RPT-EFF-DATE TO WS-EFF-DATE (WS-EFF-SUB)
           MOVE 0 TO WS-EFF-CYCLES (WS-EFF-SUB)
           MOVE 0 TO WS-EFF-AMOUNT (WS-EFF-SUB)
           MOVE 0 TO WS-EFF-DIVERTED (WS-EFF-SUB)
           MOVE WS-EFF-SUB TO WS-EFF-FOUND
           .

       PARA-1-EFFDAT-3 SECTION.
           MOVE WS-EFF-ENTRY (WS-EFF-SHIFT-SUB)
               TO WS-EFF-ENTRY (WS-EFF-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-EFF-SHIFT-SUB
           .

      *****************************************************
      * PARA-1-SETTLE - the checking pass over SETIN, one
      * partition settlement record per pass, summed into
      * its source system's entry. The partitions write
      * only type A records, for the run date their
      * reports carry; any other record is a discrepancy
      * and is left out of the sums. It runs behind
      * PARA-1-REPORT, which sets that run date, and
      * ahead of PARA-2-CHECK, so a bad settlement record
      * or a full source table stops the merge before any
      * merged file is opened.
      *****************************************************
       PARA-1-SETTLE SECTION.
           READ SETTLE-IN-FILE
               AT END
                   SET WS-SETTLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SETIN-COUNT
                   IF SET-RECORD-TYPE NOT = "A"
                          OR SET-RUN-DATE NOT = WS-RUN-DATE
                       DISPLAY "THRMERGE ERROR - SETTLEMENT "
                               "RECORD TYPE " SET-RECORD-TYPE
                               " RUN DATE " SET-RUN-DATE
                               " IS NOT THE PARTITIONS'"
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       PERFORM PARA-1-LOCATE
                       ADD SET-DEBIT-COUNT
                           TO WS-SRC-DEBITS (WS-SRC-FOUND)
                       ADD SET-DEBIT-AMOUNT
                           TO WS-SRC-DR-AMT (WS-SRC-FOUND)
                       ADD SET-CREDIT-COUNT
                           TO WS-SRC-CREDITS (WS-SRC-FOUND)
                       ADD SET-CREDIT-AMOUNT
                           TO WS-SRC-CR-AMT (WS-SRC-FOUND)
                       ADD SET-TRIP-COUNT
                           TO WS-SRC-TRIPS (WS-SRC-FOUND)
                   END-IF
           END-READ
           .

       PARA-1-LOCATE SECTION.
           MOVE 0 TO WS-SRC-FOUND
           MOVE 1 TO WS-SRC-SUB
           PERFORM PARA-1-LOCATE-1
               UNTIL WS-SRC-FOUND > 0
                  OR WS-SRC-SUB > WS-SRC-COUNT
           IF WS-SRC-FOUND = 0
               IF WS-SRC-COUNT >= WS-SRC-LIMIT
                   DISPLAY "THRMERGE ABEND - SOURCE TABLE FULL AT "
                           WS-SRC-LIMIT " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT      TO WS-SRC-FOUND
               MOVE SET-JOB-ID        TO WS-SRC-JOB-ID (WS-SRC-FOUND)
               MOVE SET-SOURCE-SYSTEM TO WS-SRC-SOURCE (WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-DEBITS (WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-DR-AMT (WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-CREDITS (WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-CR-AMT (WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-TRIPS (WS-SRC-FOUND)
           END-IF
           .

       PARA-1-LOCATE-1 SECTION.
           IF WS-SRC-SOURCE (WS-SRC-SUB) = SET-SOURCE-SYSTEM
               MOVE WS-SRC-SUB TO WS-SRC-FOUND
           ELSE
               ADD 1 TO WS-SRC-SUB
           END-IF
           .

      *****************************************************
      * PARA-2-CHECK - every partition on the card must
      * have reported, and between them the partitions
      * must have cycled every TRANSIN record exactly once.
      * Any discrepancy, here or on the way through the
      * report lines and settlement records, stops the
      * merge before the merged files are opened: half a
      * night must never reach RECONJB and the ledger as
      * the whole of it.
      *****************************************************
       PARA-2-CHECK SECTION.
           IF WS-PTN-PARTS-SEEN NOT = WS-PTN-COUNT
               DISPLAY "THRMERGE ERROR - " WS-PTN-PARTS-SEEN
                       " PARTITIONS REPORTED, CARD HAS "
                       WS-PTN-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PTN-TOTALS-SEEN NOT = WS-PTN-PARTS-SEEN
               DISPLAY "THRMERGE ERROR - " WS-PTN-TOTALS-SEEN
                       " TOTALS LINES FOR " WS-PTN-PARTS-SEEN
                       " PARTITIONS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-PTN-CYCLE-SUM NOT = WS-PTN-READ-COUNT
               DISPLAY "THRMERGE ERROR - PARTITIONS CYCLED "
                       WS-PTN-CYCLE-SUM " OF " WS-PTN-READ-COUNT
                       " TRANSIN RECORDS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT > 0
               DISPLAY "THRMERGE ABEND - " WS-ERROR-COUNT
                       " PARTITION DISCREPANCIES, NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      * PARA-2-OPEN - the partitions add up: rewind the
      * partitions' report for the copying pass and open
      * the merged output. SETOUT is opened EXTEND: the
      * settlement interface file already holds TRNEDIT's
      * type E records for the night.
      *****************************************************
       PARA-2-OPEN SECTION.
           CLOSE REPORT-IN-FILE
           MOVE "N" TO WS-REPORT-EOF-SW
           OPEN INPUT REPORT-IN-FILE
           IF WS-RPTIN-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - REPORT-IN-FILE REOPEN "
                       "FAILED, STATUS = " WS-RPTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUT-FILE
           IF WS-RPTOUT-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - REPORT-OUT-FILE OPEN "
                       "FAILED, STATUS = " WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-OUT-FILE
           IF WS-XTROUT-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - EXTRACT-OUT-FILE OPEN "
                       "FAILED, STATUS = " WS-XTROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND SETTLE-OUT-FILE
           IF WS-SETOUT-STATUS NOT = "00"
               DISPLAY "THRMERGE ABEND - SETTLE-OUT-FILE EXTEND "
                       "FAILED, STATUS = " WS-SETOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      * PARA-3-COPY - the copying pass: one partition
      * report line per pass, account lines copied through
      * to the merged report and the rest - summed on the
      * checking pass - passed over.
      *****************************************************
       PARA-3-COPY SECTION.
           READ REPORT-IN-FILE
               AT END
                   SET WS-REPORT-EOF TO TRUE
               NOT AT END
                   IF RPT-ACCOUNT NOT = "*TOTALS*"
                          AND RPT-ACCOUNT NOT = "*PART*"
                          AND RPT-ACCOUNT NOT = "*GROUP*"
                          AND RPT-ACCOUNT NOT = "*EFFDAT*"
                       PERFORM PARA-3-WRITE
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-3-REPORT-OUT - the merged "*GROUP*" lines, the
      * "*EFFDAT*" lines in date order and the "*TOTALS*"
      * line, behind the account lines, in the order
      * THRESHJB writes them.
      *****************************************************
       PARA-3-REPORT-OUT SECTION.
           MOVE 1 TO WS-GRP-SUB
           PERFORM PARA-3-GROUP
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
           MOVE 1 TO WS-EFF-SUB
           PERFORM PARA-3-EFFDAT
               UNTIL WS-EFF-SUB > WS-EFFDATE-COUNT
           MOVE SPACES          TO RPT-RECORD
           MOVE WS-JOB-NAME     TO RPT-JOB-NAME
           MOVE WS-RUN-DATE     TO RPT-RUN-DATE
           MOVE "*TOTALS*"      TO RPT-ACCOUNT
           MOVE WS-TOT-CYCLES   TO RPT-CYCLE-COUNT
           MOVE WS-TOT-AREA-1   TO RPT-FINAL-AREA-1
           MOVE WS-TOT-AREA-2   TO RPT-FINAL-AREA-2
           MOVE WS-TOT-TRIPS    TO RPT-TRIP-COUNT
           MOVE WS-TOT-WARNS    TO RPT-WARN-COUNT
           MOVE WS-TOT-SUSPENSE TO RPT-SUSPENSE
           MOVE WS-TOT-WINTRIPS TO RPT-WINDOW-TRIPS
           PERFORM PARA-3-WRITE
           .

       PARA-3-GROUP SECTION.
           MOVE SPACES                      TO RPT-RECORD
           MOVE WS-JOB-NAME                 TO RPT-JOB-NAME
           MOVE WS-RUN-DATE                 TO RPT-RUN-DATE
           MOVE "*GROUP*"                   TO RPT-ACCOUNT
           MOVE WS-GRP-CYCLES (WS-GRP-SUB)  TO RPT-CYCLE-COUNT
           MOVE WS-GRP-AREA-1 (WS-GRP-SUB)  TO RPT-FINAL-AREA-1
           MOVE 0                           TO RPT-FINAL-AREA-2
           MOVE WS-GRP-TRIPS (WS-GRP-SUB)   TO RPT-TRIP-COUNT
           MOVE WS-GRP-WARNS (WS-GRP-SUB)   TO RPT-WARN-COUNT
           IF WS-GRP-WARNS (WS-GRP-SUB) > 0
                  AND WS-GRP-TRIPS (WS-GRP-SUB) = 0
               MOVE "W" TO RPT-WARN-FLAG
           END-IF
           MOVE 0                           TO RPT-SUSPENSE
           MOVE 0                           TO RPT-WINDOW-TRIPS
           MOVE WS-GRP-ID (WS-GRP-SUB)      TO RPT-GROUP-ID
           PERFORM PARA-3-WRITE
           ADD 1 TO WS-GRP-SUB
           .

       PARA-3-EFFDAT SECTION.
           MOVE SPACES                      TO RPT-RECORD
           MOVE WS-JOB-NAME                 TO RPT-JOB-NAME
           MOVE WS-RUN-DATE                 TO RPT-RUN-DATE
           MOVE "*EFFDAT*"                  TO RPT-ACCOUNT
           MOVE WS-EFF-CYCLES (WS-EFF-SUB)  TO RPT-CYCLE-COUNT
           MOVE WS-EFF-AMOUNT (WS-EFF-SUB)  TO RPT-FINAL-AREA-1
           MOVE WS-EFF-DIVERTED (WS-EFF-SUB) TO RPT-FINAL-AREA-2
           MOVE 0                           TO RPT-TRIP-COUNT
           MOVE 0                           TO RPT-WINDOW-TRIPS
           MOVE WS-EFF-DATE (WS-EFF-SUB)    TO RPT-EFF-DATE
           PERFORM PARA-3-WRITE
           ADD 1 TO WS-EFF-SUB
           .

       PARA-3-WRITE SECTION.
           MOVE RPT-RECORD TO RPT-OUT-RECORD
           WRITE RPT-OUT-RECORD
           ADD 1 TO WS-RPTOUT-COUNT
           .

      *****************************************************
      * PARA-4-EXTRACT - one partition extract record per
      * pass, copied through under this step's start
      * stamp. A partition that crash-restarted re-cut
      * its journaled trips into its rerun's extract, so
      * the partitions' extracts hold every trip of the
      * night once.
      *****************************************************
       PARA-4-EXTRACT SECTION.
           READ EXTRACT-IN-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XTRIN-COUNT
                   MOVE WS-RUN-START TO XTR-RUN-STAMP
                   MOVE XTR-RECORD TO XTR-OUT-RECORD
                   WRITE XTR-OUT-RECORD
                   ADD 1 TO WS-XTROUT-COUNT
           END-READ
           .

      *****************************************************
      * PARA-5-SETTLE-OUT - one merged type A record per
      * source system, laid out as THRESHJB lays them out.
      *****************************************************
       PARA-5-SETTLE-OUT SECTION.
           MOVE 1 TO WS-SRC-SUB
           PERFORM PARA-5-SETTLE-OUT-1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
           .

       PARA-5-SETTLE-OUT-1 SECTION.
           MOVE SPACES TO SET-RECORD
           MOVE WS-SRC-JOB-ID (WS-SRC-SUB) TO SET-JOB-ID
           MOVE WS-RUN-DATE                TO SET-RUN-DATE
           MOVE WS-SRC-SOURCE (WS-SRC-SUB) TO SET-SOURCE-SYSTEM
           MOVE "A" TO SET-RECORD-TYPE
           MOVE 0 TO SET-READ-COUNT
           MOVE 0 TO SET-READ-AMOUNT
           MOVE 0 TO SET-REJECT-COUNT
           MOVE ZEROS TO SET-REASON-COUNTS
           MOVE WS-SRC-DEBITS (WS-SRC-SUB)  TO SET-DEBIT-COUNT
           MOVE WS-SRC-DR-AMT (WS-SRC-SUB)  TO SET-DEBIT-AMOUNT
           MOVE WS-SRC-CREDITS (WS-SRC-SUB) TO SET-CREDIT-COUNT
           MOVE WS-SRC-CR-AMT (WS-SRC-SUB)  TO SET-CREDIT-AMOUNT
           MOVE WS-SRC-TRIPS (WS-SRC-SUB)   TO SET-TRIP-COUNT
           MOVE SET-RECORD TO SET-OUT-RECORD
           WRITE SET-OUT-RECORD
           ADD 1 TO WS-SETOUT-COUNT
           ADD 1 TO WS-SRC-SUB
           .

       PARA-9-TERM SECTION.
           CLOSE REPORT-IN-FILE
           CLOSE EXTRACT-IN-FILE
           CLOSE SETTLE-IN-FILE
           CLOSE REPORT-OUT-FILE
           CLOSE EXTRACT-OUT-FILE
           CLOSE SETTLE-OUT-FILE
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
               DISPLAY "THRMERGE WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRPMRGE"        TO RST-JOB-NAME
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "THRMERGE"        TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               COMPUTE RST-IN-COUNT = WS-RPTIN-COUNT
                                    + WS-XTRIN-COUNT
                                    + WS-SETIN-COUNT
               COMPUTE RST-OUT-COUNT = WS-RPTOUT-COUNT
                                     + WS-XTROUT-COUNT
                                     + WS-SETOUT-COUNT
               MOVE 0                 TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
