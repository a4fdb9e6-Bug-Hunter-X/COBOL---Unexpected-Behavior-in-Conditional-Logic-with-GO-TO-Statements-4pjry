      * checkpoint/restart, audit trail, summary report
      * and downstream extract are all built around that
      * same loop.
      * Beside the nightly test, an account carrying window
      * thresholds on THRMAST is also judged on its 7-night
      * rolling total and its month-to-date total: prior
      * nights' activity comes off the position master
      * (POSIN) at startup, tonight's is added as it posts,
      * and each window trips at most once a night with its
      * own TRIP event and extract record, marked R or M.
      * The position master is rewritten (POSOUT) at end of
      * run with tonight's activity added.
      * Accounts linked under a group ID on the relationship
      * master (RELIN) also feed a group accumulator, judged
      * against the group's own threshold and warning level
      * as each member posts. A group trip cuts its own
      * GRPTRIP audit record, TRIP event and extract record
      * (marked G, group ID in the account field) and the
      * group's "*GROUP*" summary report line; it ends a
      * STOP-mode run and sets RC 4 the way an account trip
      * does, so its extract is posted downstream.
      * At the end of a run that is not in TEST mode,
      * THRESHJB appends its run statistics record (RUNREC)
      * to the shared run log (RUNLOG): transactions
      * cycled, posted, and diverted as stale or future.
      * A FULL-mode production night can also run as
      * several concurrent partitions, each a THRESHJB step
      * taking one range of TRN-ACCOUNT keys off the
      * partition control card (PARTIN, PTNREC); the step's
      * own partition number comes in on its PARTSEL card,
      * and a step with no PARTSEL DD runs the whole file
      * as it always has. A partition reads all of TRANSIN
      * but cycles only its own accounts, checkpoints under
      * its own control and trip-journal keys so a restart
      * redoes only that partition, and closes its report
      * with a "*PART*" trailer line that THRMERGE checks
      * before combining the partitions' outputs into the
      * night's single generations.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-STATUS.

           SELECT POSITION-IN-FILE
               ASSIGN TO "POSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-IN-STATUS.

           SELECT POSITION-OUT-FILE
               ASSIGN TO "POSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-OUT-STATUS.

           SELECT RELATION-FILE
               ASSIGN TO "RELIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARTSEL-FILE
               ASSIGN TO "PARTSEL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTSEL-STATUS.

           SELECT PARTITION-FILE
               ASSIGN TO "PARTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY EXCREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           05  SUS-OUT-AMOUNT          PIC 9(7).
           05  FILLER                  PIC X(65).

       FD  POSITION-IN-FILE
           RECORDING MODE IS F.
           COPY POSREC.

       FD  POSITION-OUT-FILE
           RECORDING MODE IS F.
       01  POS-OUT-RECORD.
           05  POS-OUT-ACCOUNT         PIC X(8).
           05  POS-OUT-RUN-DATE        PIC X(8).
           05  POS-OUT-AMOUNT          PIC 9(7).
           05  FILLER                  PIC X(57).

       FD  RELATION-FILE
           RECORDING MODE IS F.
           COPY RELREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       FD  PARTSEL-FILE
           RECORDING MODE IS F.
       01  PSL-RECORD.
           05  PSL-NUMBER              PIC X(2).
           05  FILLER                  PIC X(78).

       FD  PARTITION-FILE
           RECORDING MODE IS F.
           COPY PTNREC.

       WORKING-STORAGE SECTION.
      *****************************************************
      * WS-AREA-1 is the shop-wide run total across every

       01  WS-CYCLE-COUNT              PIC 9(5) VALUE 0.
       01  WS-TRIP-COUNT               PIC 9(5) VALUE 0.
       01  WS-REPOSITION-COUNT         PIC 9(8) VALUE 0.

      *****************************************************
      * Effective-date control. TRANSIN arrives sorted on
                   88  WS-ACCT-TRIPPED VALUE "Y".
               10  WS-ACCT-WARNED-SW   PIC X.
                   88  WS-ACCT-WARNED  VALUE "Y".
               10  WS-ACCT-ROLL-LIMIT  PIC 9(7).
               10  WS-ACCT-MTD-LIMIT   PIC 9(7).
               10  WS-ACCT-NIGHT-AMT   PIC 9(7).
               10  WS-ACCT-ROLL-PRIOR  PIC 9(7).
               10  WS-ACCT-MTD-PRIOR   PIC 9(7).
               10  WS-ACCT-ROLL-TRIP   PIC 9(7).
               10  WS-ACCT-MTD-TRIP    PIC 9(7).
               10  WS-ACCT-GROUP-SUB   PIC 9(5).

       01  WS-TRIP-SW                  PIC X    VALUE "N".
           88  WS-THRESHOLD-TRIPPED    VALUE "Y".
      * runs and drawn down as new debits arrive - each
      * draw cut to the audit trail as a SUSDRAW record
      * carrying the suspense balance before and after.
      * Each hold is cut the same way as a SUSHOLD record,
      * so the audit trail shows what went into suspense
      * as well as what came out.
      *****************************************************
       01  WS-POST-AMOUNT              PIC 9(5) VALUE 0.
       01  WS-DRAW-AMOUNT              PIC 9(5) VALUE 0.
       01  WS-EXCESS-AMOUNT            PIC 9(5) VALUE 0.
       01  WS-SUSP-BEFORE              PIC 9(7) VALUE 0.
       01  WS-SUSDRAW-COUNT            PIC 9(5) VALUE 0.
       01  WS-SUSHOLD-COUNT            PIC 9(5) VALUE 0.
       01  WS-REVSUSP-COUNT            PIC 9(5) VALUE 0.
       01  WS-SUSP-TOTAL               PIC 9(7) VALUE 0.

       01  WS-SUSP-EOF-SW              PIC X    VALUE "N".
           88  WS-SUSP-EOF             VALUE "Y".

      *****************************************************
      * Multi-night window support. Each account's window
      * limits come off THRMAST (zero = no check); its
      * prior nights' activity inside the 7-night rolling
      * window and inside the current month is summed off
      * the position master at startup into
      * WS-ACCT-ROLL-PRIOR and WS-ACCT-MTD-PRIOR, and
      * tonight's net activity builds in WS-ACCT-NIGHT-AMT
      * as transactions apply. WS-ACCT-ROLL-TRIP and
      * WS-ACCT-MTD-TRIP hold the window total at which the
      * window tripped tonight - zero until it does, which
      * is what keeps each window to one trip a night. The
      * rolling window is tonight plus the six calendar
      * days before it; the rewrite keeps every record back
      * to the earlier of the rolling-window start and the
      * first of the month, which covers tomorrow's windows
      * too.
      *****************************************************
       01  WS-ROLL-START               PIC X(8) VALUE SPACES.
       01  WS-ROLL-START-N             PIC 9(8) VALUE 0.
       01  WS-MONTH-START              PIC X(8) VALUE SPACES.
       01  WS-POS-KEEP-DATE            PIC X(8) VALUE SPACES.
       01  WS-WINDOW-TOTAL             PIC 9(7) VALUE 0.
       01  WS-WINDOW-TYPE              PIC X    VALUE SPACE.
       01  WS-NIGHT-CREDIT             PIC 9(5) VALUE 0.
       01  WS-WINTRIP-COUNT            PIC 9(5) VALUE 0.
       01  WS-ACCT-WINTRIPS            PIC 9(5) VALUE 0.
       01  WS-POS-IN-COUNT             PIC 9(5) VALUE 0.
       01  WS-POS-OUT-COUNT            PIC 9(5) VALUE 0.

       01  WS-POS-EOF-SW               PIC X    VALUE "N".
           88  WS-POS-EOF              VALUE "Y".

      *****************************************************
      * Account group support. The relationship master is
      * loaded into the group table at startup and each
      * member account's entry points at its group through
      * WS-ACCT-GROUP-SUB (zero = no group); the group
      * table is never reordered after the load, so the
      * pointer survives account-table inserts. The group
      * accumulator builds from the members' applied
      * debits and credits exactly as an account's does,
      * and re-arms to zero after a FULL-mode group trip.
      * A zero group threshold means no group check.
      * WS-GRP-TRIP-SW marks a cycle whose posting tripped
      * the member's group, so the checkpoint journals the
      * group trip for a restart's re-cut.
      *****************************************************
       01  WS-GROUP-LIMIT              PIC 9(5) VALUE 1000.
       01  WS-GROUP-COUNT              PIC 9(5) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(5) VALUE 0.
       01  WS-CUR-GRP                  PIC 9(5) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY          OCCURS 1000 TIMES.
               10  WS-GRP-ID           PIC X(5).
               10  WS-GRP-THRESHOLD    PIC 9(5).
               10  WS-GRP-WARN-LEVEL   PIC 9(5).
               10  WS-GRP-AREA-1       PIC 9(7).
               10  WS-GRP-CYCLES       PIC 9(5).
               10  WS-GRP-TRIPS        PIC 9(5).
               10  WS-GRP-WARNS        PIC 9(5).
               10  WS-GRP-MEMBERS      PIC 9(5).
               10  WS-GRP-TRIPPED-SW   PIC X.
                   88  WS-GRP-TRIPPED  VALUE "Y".
               10  WS-GRP-WARNED-SW    PIC X.
                   88  WS-GRP-WARNED   VALUE "Y".
               10  WS-GRP-PARTITION    PIC 9(2).

       01  WS-GRPTRIP-COUNT            PIC 9(5) VALUE 0.
       01  WS-GRP-BEFORE               PIC 9(7) VALUE 0.
       01  WS-GRP-TRIP-AMOUNT          PIC 9(7) VALUE 0.
       01  WS-GRP-POST-LIMIT           PIC 9(7) VALUE 99999.
       01  WS-REL-COUNT                PIC 9(5) VALUE 0.

       01  WS-GRP-TRIP-SW              PIC X    VALUE "N".
           88  WS-GRP-TRIP-CYCLE       VALUE "Y".

       01  WS-REL-EOF-SW               PIC X    VALUE "N".
           88  WS-REL-EOF              VALUE "Y".

       01  WS-GRP-CHK-KEY.
           05  FILLER                  PIC X(3) VALUE "GRP".
           05  WS-GRP-CHK-ID           PIC X(5) VALUE SPACES.

       01  WS-GRP-JRNL-KEY.
           05  FILLER                  PIC X(3) VALUE "GTP".
           05  WS-GRP-JRNL-SEQ         PIC 9(5) VALUE 0.

      *****************************************************
      * Trip journal support for FULL-mode restart. Each
      * trip is journaled to the CHKPT cluster under key
       01  WS-REEMIT-TABLE.
           05  WS-REEMIT-ENTRY         OCCURS 5000 TIMES.
               10  WS-REEMIT-ACCOUNT   PIC X(8).
               10  WS-REEMIT-AMOUNT    PIC 9(7).
               10  WS-REEMIT-TYPE      PIC X.

      *****************************************************
      * Partitioned-run support. WS-PTN-LOW-KEY holds the
      * partition control card's low keys in partition
      * order and WS-PTN-THIS is this step's partition;
      * both stay zero on a single-stream run, where every
      * account is "mine". WS-PTN-READ-COUNT counts every
      * TRANSIN record read, this partition's or not - it
      * is what a partition's restart repositions by, since
      * WS-CYCLE-COUNT counts only the partition's own
      * cycles - and rides the control checkpoint record in
      * CHK-TRIP-ACCOUNT. WS-CHK-CTL-KEY is the control
      * checkpoint key: CHKPT001 single-stream, "CHKPTP" +
      * the partition number partitioned. A partition's
      * trip journals are keyed "TP" / "GP" + partition +
      * a 4-digit sequence so the partitions' journals
      * never collide in the shared cluster.
      *****************************************************
       01  WS-PTN-LIMIT                PIC 9(2) VALUE 8.
       01  WS-PTN-COUNT                PIC 9(2) VALUE 0.
       01  WS-PTN-THIS                 PIC 9(2) VALUE 0.
       01  WS-PTN-SUB                  PIC 9(2) VALUE 0.
       01  WS-PTN-FOUND                PIC 9(2) VALUE 0.
       01  WS-PTN-SELECT               PIC X(2) VALUE SPACES.
       01  WS-PTN-KEY                  PIC X(8) VALUE SPACES.
       01  WS-PTN-PRIOR-KEY            PIC X(8) VALUE SPACES.
       01  WS-PTN-TABLE.
           05  WS-PTN-LOW-KEY          PIC X(8) OCCURS 8 TIMES.
       01  WS-PTN-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-PTN-PASS-COUNT           PIC 9(7) VALUE 0.
       01  WS-PTN-CHK-COUNT            PIC 9(8) VALUE 0.
       01  WS-PTN-SPAN-COUNT           PIC 9(5) VALUE 0.

       01  WS-PTN-MODE-SW              PIC X    VALUE "N".
           88  WS-PARTITIONED          VALUE "Y".

       01  WS-PTN-MINE-SW              PIC X    VALUE "Y".
           88  WS-PTN-MINE             VALUE "Y".

       01  WS-PTN-EOF-SW               PIC X    VALUE "N".
           88  WS-PTN-EOF              VALUE "Y".

       01  WS-PTN-FOREIGN-SW           PIC X    VALUE "N".
           88  WS-PTN-FOREIGN          VALUE "Y".

       01  WS-CHK-CTL-KEY              PIC X(8) VALUE "CHKPT001".

       01  WS-PTN-CTL-KEY.
           05  FILLER                  PIC X(6) VALUE "CHKPTP".
           05  WS-PTN-CTL-NUM          PIC 9(2) VALUE 0.

       01  WS-PTN-JRNL-KEY.
           05  WS-PTN-JRNL-TYPE        PIC X(2) VALUE SPACES.
           05  WS-PTN-JRNL-PART        PIC 9(2) VALUE 0.
           05  WS-PTN-JRNL-SEQ         PIC 9(4) VALUE 0.

       01  WS-PTN-JOB-NAME.
           05  FILLER                  PIC X(6) VALUE "THRPRT".
           05  WS-PTN-JOB-NUM          PIC 9(2) VALUE 0.

       01  WS-TRANS-EOF-SW             PIC X    VALUE "N".
           88  WS-TRANS-EOF            VALUE "Y".
       01  WS-EVENT-ACCOUNT            PIC X(8) VALUE SPACES.
       01  WS-EVENT-STATUS             PIC XX   VALUE SPACES.
       01  WS-EVENT-AREA-1             PIC 9(7) VALUE 0.
       01  WS-EVENT-TRIP-TYPE          PIC X    VALUE SPACE.

       01  WS-AUDIT-BRANCH             PIC X(8) VALUE SPACES.
       01  WS-AUDIT-ACCOUNT            PIC X(8) VALUE SPACES.

       01  WS-JOB-ID                   PIC X(8) VALUE "THRESHJB".
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.

      *****************************************************
      * Processing-date override from the control card:
           05  WS-SETTLE-STATUS        PIC XX VALUE "00".
           05  WS-SUSP-IN-STATUS       PIC XX VALUE "00".
           05  WS-SUSP-OUT-STATUS      PIC XX VALUE "00".
           05  WS-POS-IN-STATUS        PIC XX VALUE "00".
           05  WS-POS-OUT-STATUS       PIC XX VALUE "00".
           05  WS-REL-STATUS           PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".
           05  WS-PARTSEL-STATUS       PIC XX VALUE "00".
           05  WS-PARTIN-STATUS        PIC XX VALUE "00".

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           PERFORM PARA-1-2 UNTIL WS-TRANS-EOF
                               OR (WS-THRESHOLD-TRIPPED
                                   AND NOT WS-FULL-MODE)
           IF WS-TRIP-COUNT > 0 OR WS-GRPTRIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-9-REPORT
               PERFORM PARA-9-SETTLE
               PERFORM PARA-9-SUSPENSE
               PERFORM PARA-9-POSITION
           END-IF
           DISPLAY "PARA-3"
           DISPLAY "WS-AREA-1 = " WS-AREA-1
           DISPLAY "FUTURE    = " WS-FUTURE-COUNT
           DISPLAY "REVSUSP   = " WS-REVSUSP-COUNT
           DISPLAY "SUSDRAWS  = " WS-SUSDRAW-COUNT
           DISPLAY "SUSHOLDS  = " WS-SUSHOLD-COUNT
           DISPLAY "SUSPENSE  = " WS-SUSP-TOTAL
           DISPLAY "WINTRIPS  = " WS-WINTRIP-COUNT
           DISPLAY "POSIN     = " WS-POS-IN-COUNT
           DISPLAY "POSOUT    = " WS-POS-OUT-COUNT
           DISPLAY "GROUPS    = " WS-GROUP-COUNT
           DISPLAY "GRPTRIPS  = " WS-GRPTRIP-COUNT
           IF WS-PARTITIONED
               DISPLAY "PARTITION = " WS-PTN-THIS " OF " WS-PTN-COUNT
               DISPLAY "PASSED    = " WS-PTN-PASS-COUNT
           END-IF
           PERFORM PARA-9-TERM
           IF NOT WS-TEST-MODE
               PERFORM PARA-9-RUNLOG
           END-IF
           STOP RUN.

       PARA-0-INIT SECTION.
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               SET WS-STALE-CHECK TO TRUE
           END-IF

           PERFORM PARA-0-PARTITION
           PERFORM PARA-0-WINDOW-DATES
           PERFORM PARA-0-LOAD-MASTER
           PERFORM PARA-0-LOAD-GROUPS
           PERFORM PARA-0-LOAD-SUSPENSE
           PERFORM PARA-0-LOAD-POSITION

           OPEN I-O CHECKPOINT-FILE
           IF WS-CHKPT-STATUS NOT = "00"
                   PERFORM PARA-9-TERM
                   STOP RUN
               END-IF

               OPEN OUTPUT POSITION-OUT-FILE
               IF WS-POS-OUT-STATUS NOT = "00"
                   DISPLAY "THRESHJB ABEND - POSITION-OUT-FILE OPEN "
                           "FAILED, STATUS = " WS-POS-OUT-STATUS
                   MOVE "ABENDPOS"         TO WS-EVENT-CODE
                   MOVE SPACES             TO WS-EVENT-ACCOUNT
                   MOVE WS-POS-OUT-STATUS  TO WS-EVENT-STATUS
                   MOVE WS-AREA-1          TO WS-EVENT-AREA-1
                   PERFORM PARA-9-EVENT
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND-OCCURRED TO TRUE
                   PERFORM PARA-9-TERM
                   STOP RUN
               END-IF
           END-IF

           IF NOT WS-TEST-MODE
           END-READ
           .

      *****************************************************
      * PARA-0-PARTITION - a step with a PARTSEL card runs
      * as one partition of the night: the card's columns
      * 1-2 name the partition, and the partition control
      * card on PARTIN gives every partition's low key. A
      * step with no PARTSEL DD is the single-stream run
      * and this is a no-op. Once PARTSEL is there, any
      * fault in the cards abends before anything is read:
      * a partition that guessed at its key range would
      * cycle accounts another partition also cycles, or
      * leave some cycled by none. Only a FULL-mode
      * production run can be split - a STOP-mode night
      * ends at the night's first trip, which no partition
      * can see, and a TEST-mode run has no outputs to
      * merge.
      *****************************************************
       PARA-0-PARTITION SECTION.
           OPEN INPUT PARTSEL-FILE
           IF WS-PARTSEL-STATUS = "00"
               PERFORM PARA-0-PARTITION-1
           END-IF
           .

       PARA-0-PARTITION-1 SECTION.
           READ PARTSEL-FILE
               AT END
                   MOVE SPACES TO WS-PTN-SELECT
               NOT AT END
                   MOVE PSL-NUMBER TO WS-PTN-SELECT
           END-READ
           CLOSE PARTSEL-FILE
           IF WS-PTN-SELECT NOT NUMERIC
                  OR WS-PTN-SELECT = "00"
               DISPLAY "THRESHJB ABEND - PARTITION SELECTION CARD "
                       WS-PTN-SELECT " IS NOT A PARTITION NUMBER"
               PERFORM PARA-0-PTN-ABEND
           END-IF
           MOVE WS-PTN-SELECT TO WS-PTN-THIS
           IF WS-TEST-MODE OR NOT WS-FULL-MODE
               DISPLAY "THRESHJB ABEND - PARTITION " WS-PTN-THIS
                       " REQUIRES A PROD FULL CONTROL CARD, RUN MODE "
                       WS-RUN-MODE " PROCESS MODE " WS-PROCESS-MODE
               PERFORM PARA-0-PTN-ABEND
           END-IF
           OPEN INPUT PARTITION-FILE
           IF WS-PARTIN-STATUS NOT = "00"
               DISPLAY "THRESHJB ABEND - PARTITION-FILE OPEN FAILED, "
                       "STATUS = " WS-PARTIN-STATUS
               MOVE WS-PARTIN-STATUS TO WS-EVENT-STATUS
               PERFORM PARA-0-PTN-ABEND
           END-IF
           PERFORM PARA-0-PARTITION-2 UNTIL WS-PTN-EOF
           CLOSE PARTITION-FILE
           IF WS-PTN-THIS > WS-PTN-COUNT
               DISPLAY "THRESHJB ABEND - PARTITION " WS-PTN-THIS
                       " IS NOT ON THE PARTITION CONTROL CARD, "
                       WS-PTN-COUNT " PARTITIONS"
               PERFORM PARA-0-PTN-ABEND
           END-IF
           SET WS-PARTITIONED TO TRUE
           MOVE WS-PTN-THIS TO WS-PTN-CTL-NUM
           MOVE WS-PTN-THIS TO WS-PTN-JRNL-PART
           MOVE WS-PTN-THIS TO WS-PTN-JOB-NUM
           MOVE WS-PTN-CTL-KEY TO WS-CHK-CTL-KEY
           IF WS-PTN-THIS < WS-PTN-COUNT
               DISPLAY "THRESHJB - PARTITION " WS-PTN-THIS " OF "
                       WS-PTN-COUNT ", ACCOUNTS FROM '"
                       WS-PTN-LOW-KEY (WS-PTN-THIS) "' UP TO '"
                       WS-PTN-LOW-KEY (WS-PTN-THIS + 1) "'"
           ELSE
               DISPLAY "THRESHJB - PARTITION " WS-PTN-THIS " OF "
                       WS-PTN-COUNT ", ACCOUNTS FROM '"
                       WS-PTN-LOW-KEY (WS-PTN-THIS) "' UP"
           END-IF
           .

       PARA-0-PARTITION-2 SECTION.
           READ PARTITION-FILE
               AT END
                   SET WS-PTN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PTN-NUMBER NOT NUMERIC
                         OR PTN-NUMBER NOT = WS-PTN-COUNT + 1
                           DISPLAY "THRESHJB ABEND - PARTITION CARD "
                                   PTN-NUMBER " IS OUT OF SEQUENCE"
                           PERFORM PARA-0-PTN-ABEND
                       WHEN WS-PTN-COUNT >= WS-PTN-LIMIT
                           DISPLAY "THRESHJB ABEND - MORE THAN "
                                   WS-PTN-LIMIT " PARTITIONS"
                           PERFORM PARA-0-PTN-ABEND
                       WHEN WS-PTN-COUNT = 0
                               AND PTN-LOW-KEY NOT = SPACES
                           DISPLAY "THRESHJB ABEND - PARTITION 01 "
                                   "LOW KEY MUST BE BLANK"
                           PERFORM PARA-0-PTN-ABEND
                       WHEN WS-PTN-COUNT > 0
                               AND PTN-LOW-KEY NOT > WS-PTN-PRIOR-KEY
                           DISPLAY "THRESHJB ABEND - PARTITION "
                                   PTN-NUMBER " LOW KEY '" PTN-LOW-KEY
                                   "' IS NOT ABOVE THE ONE BEFORE"
                           PERFORM PARA-0-PTN-ABEND
                       WHEN OTHER
                           ADD 1 TO WS-PTN-COUNT
                           MOVE PTN-LOW-KEY
                               TO WS-PTN-LOW-KEY (WS-PTN-COUNT)
                           MOVE PTN-LOW-KEY TO WS-PTN-PRIOR-KEY
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-0-PTN-ABEND - a partitioning fault found at
      * startup, before the checkpoint cluster is open: the
      * call site has already said what was wrong, and
      * staged WS-EVENT-STATUS when a file status goes
      * with it.
      *****************************************************
       PARA-0-PTN-ABEND SECTION.
           MOVE "ABENDPTN"       TO WS-EVENT-CODE
           MOVE SPACES           TO WS-EVENT-ACCOUNT
           MOVE WS-AREA-1        TO WS-EVENT-AREA-1
           PERFORM PARA-9-EVENT
           IF WS-ALERT-OPEN
               CLOSE ALERT-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************
      * PARA-0-REEMIT - re-cut the extract record for each
      * trip journaled by the crashed attempt. Those
      * generation; the generation this run just opened is
      * the one STEP015/STEP020 read, so the pre-crash
      * tripped amounts must be written into it again or
      * they never reach the ledger. The window trips the
      * restored accounts had already taken tonight are
      * re-cut the same way, marked R or M.
      *****************************************************
       PARA-0-REEMIT SECTION.
           MOVE 1 TO WS-REEMIT-SUB
           .

       PARA-0-REEMIT-1 SECTION.
           MOVE SPACES      TO XTR-RECORD
           MOVE WS-JOB-ID   TO XTR-JOB-ID
           MOVE WS-RUN-DATE TO XTR-RUN-DATE
           MOVE WS-RUN-STAMP TO XTR-RUN-STAMP
           MOVE WS-REEMIT-ACCOUNT (WS-REEMIT-SUB) TO XTR-ACCOUNT
           MOVE WS-REEMIT-TYPE (WS-REEMIT-SUB) TO XTR-TRIP-TYPE
           IF XTR-WINDOW-TRIP
               MOVE 0 TO XTR-FINAL-AREA-1
               MOVE WS-REEMIT-AMOUNT (WS-REEMIT-SUB)
                   TO XTR-TRIP-TOTAL
           ELSE
               MOVE WS-REEMIT-AMOUNT (WS-REEMIT-SUB)
                   TO XTR-FINAL-AREA-1
               MOVE 0 TO XTR-TRIP-TOTAL
           END-IF
           WRITE XTR-RECORD
           ADD 1 TO WS-REEMIT-SUB
           .
      * order, so among an account's effective records the
      * last one read - the latest effective date - wins.
      * Spaces in THM-EFF-DATE (the layout before the
      * field existed) means effective immediately. A
      * partition loads only the accounts in its own range.
      *****************************************************
       PARA-0-LOAD-MASTER SECTION.
           OPEN INPUT THRESHOLD-MASTER-FILE
                          AND THM-EFF-DATE > WS-RUN-DATE
                       CONTINUE
                   ELSE
                       MOVE THM-ACCOUNT TO WS-PTN-KEY
                       PERFORM PARA-8-IN-PARTITION
                       IF WS-PTN-MINE
                           PERFORM PARA-0-LOAD-MASTER-2
                       END-IF
                   END-IF
           END-READ
           .

       PARA-0-LOAD-MASTER-2 SECTION.
           MOVE THM-ACCOUNT TO WS-LOOKUP-KEY
           PERFORM PARA-8-LOOKUP
           MOVE THM-THRESHOLD TO WS-ACCT-THRESHOLD (WS-FOUND-SUB)
           IF THM-WARN-LEVEL NUMERIC
               MOVE THM-WARN-LEVEL
                   TO WS-ACCT-WARN-LEVEL (WS-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-ACCT-WARN-LEVEL (WS-FOUND-SUB)
           END-IF
           IF THM-ROLL-THRESHOLD NUMERIC
               MOVE THM-ROLL-THRESHOLD
                   TO WS-ACCT-ROLL-LIMIT (WS-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-ACCT-ROLL-LIMIT (WS-FOUND-SUB)
           END-IF
           IF THM-MTD-THRESHOLD NUMERIC
               MOVE THM-MTD-THRESHOLD
                   TO WS-ACCT-MTD-LIMIT (WS-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-ACCT-MTD-LIMIT (WS-FOUND-SUB)
           END-IF
           .

      *****************************************************
      * PARA-0-LOAD-GROUPS - load the relationship master:
      * each group header adds a group table entry, and
      * each member record that follows it points the
      * member account's table entry (added with the
      * control-card threshold when THRMAST does not carry
      * it) at that group. Runs after the threshold master
      * load so a member's own threshold is already in
      * place. A member record that does not follow its
      * own group's header is skipped with a warning. A
      * missing file means no groups - run account by
      * account and warn.
      * A partition loads every group header, so every
      * partition's report carries the same "*GROUP*"
      * lines, but links only its own member accounts; a
      * group with members in two partitions abends the
      * run, since no one partition would see all of its
      * postings.
      *****************************************************
       PARA-0-LOAD-GROUPS SECTION.
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS = "00"
               PERFORM PARA-0-LOAD-GROUPS-1 UNTIL WS-REL-EOF
               CLOSE RELATION-FILE
               IF WS-PTN-SPAN-COUNT > 0
                   DISPLAY "THRESHJB ABEND - " WS-PTN-SPAN-COUNT
                           " GROUP MEMBERS OUTSIDE THEIR GROUP'S "
                           "PARTITION"
                   PERFORM PARA-0-PTN-ABEND
               END-IF
           ELSE
               DISPLAY "THRESHJB WARNING - RELATION-FILE OPEN "
                       "FAILED, STATUS = " WS-REL-STATUS
               DISPLAY "THRESHJB WARNING - RUNNING WITHOUT "
                       "ACCOUNT GROUPS"
           END-IF
           .

       PARA-0-LOAD-GROUPS-1 SECTION.
           READ RELATION-FILE
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REL-COUNT
                   EVALUATE TRUE
                       WHEN REL-GROUP-REC
                           PERFORM PARA-0-LOAD-GROUPS-2
                       WHEN REL-MEMBER-REC
                               AND WS-GROUP-COUNT > 0
                               AND REL-GROUP-ID
                                   = WS-GRP-ID (WS-GROUP-COUNT)
                           PERFORM PARA-0-LOAD-GROUPS-3
                       WHEN OTHER
                           DISPLAY "THRESHJB WARNING - RELATIONSHIP "
                                   "RECORD SKIPPED, GROUP "
                                   REL-GROUP-ID " ACCOUNT "
                                   REL-ACCOUNT
                   END-EVALUATE
           END-READ
           .

       PARA-0-LOAD-GROUPS-2 SECTION.
           IF WS-GROUP-COUNT >= WS-GROUP-LIMIT
               DISPLAY "THRESHJB ABEND - GROUP TABLE FULL AT "
                       WS-GROUP-LIMIT " ENTRIES"
               MOVE "ABENDTBL"    TO WS-EVENT-CODE
               MOVE REL-GROUP-ID  TO WS-EVENT-ACCOUNT
               MOVE SPACES        TO WS-EVENT-STATUS
               MOVE WS-AREA-1     TO WS-EVENT-AREA-1
               PERFORM PARA-9-EVENT
               IF WS-ALERT-OPEN
                   CLOSE ALERT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE REL-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)
           IF REL-GROUP-THRESHOLD NUMERIC
               MOVE REL-GROUP-THRESHOLD
                   TO WS-GRP-THRESHOLD (WS-GROUP-COUNT)
           ELSE
               MOVE 0 TO WS-GRP-THRESHOLD (WS-GROUP-COUNT)
           END-IF
           IF REL-GROUP-WARN-LEVEL NUMERIC
               MOVE REL-GROUP-WARN-LEVEL
                   TO WS-GRP-WARN-LEVEL (WS-GROUP-COUNT)
           ELSE
               MOVE 0 TO WS-GRP-WARN-LEVEL (WS-GROUP-COUNT)
           END-IF
           MOVE 0   TO WS-GRP-AREA-1 (WS-GROUP-COUNT)
           MOVE 0   TO WS-GRP-CYCLES (WS-GROUP-COUNT)
           MOVE 0   TO WS-GRP-TRIPS (WS-GROUP-COUNT)
           MOVE 0   TO WS-GRP-WARNS (WS-GROUP-COUNT)
           MOVE 0   TO WS-GRP-MEMBERS (WS-GROUP-COUNT)
           MOVE "N" TO WS-GRP-TRIPPED-SW (WS-GROUP-COUNT)
           MOVE "N" TO WS-GRP-WARNED-SW (WS-GROUP-COUNT)
           MOVE 0   TO WS-GRP-PARTITION (WS-GROUP-COUNT)
           .

      *****************************************************
      * PARA-0-LOAD-GROUPS-3 - one member record. The
      * group's first member fixes its partition (always
      * zero single-stream); a later member in any other
      * partition is counted as a span for the abend.
      *****************************************************
       PARA-0-LOAD-GROUPS-3 SECTION.
           MOVE REL-ACCOUNT TO WS-PTN-KEY
           PERFORM PARA-8-PARTITION
           IF WS-GRP-PARTITION (WS-GROUP-COUNT) = 0
               MOVE WS-PTN-FOUND TO WS-GRP-PARTITION (WS-GROUP-COUNT)
           END-IF
           IF WS-PTN-FOUND NOT = WS-GRP-PARTITION (WS-GROUP-COUNT)
               DISPLAY "THRESHJB ABEND - GROUP "
                       WS-GRP-ID (WS-GROUP-COUNT) " MEMBER "
                       REL-ACCOUNT " IS IN PARTITION " WS-PTN-FOUND
                       ", THE GROUP IN PARTITION "
                       WS-GRP-PARTITION (WS-GROUP-COUNT)
               ADD 1 TO WS-PTN-SPAN-COUNT
           END-IF
           IF WS-PTN-FOUND = WS-PTN-THIS
               MOVE REL-ACCOUNT TO WS-LOOKUP-KEY
               PERFORM PARA-8-LOOKUP
               MOVE WS-GROUP-COUNT
                   TO WS-ACCT-GROUP-SUB (WS-FOUND-SUB)
               ADD 1 TO WS-GRP-MEMBERS (WS-GROUP-COUNT)
           END-IF
           .

      *****************************************************
      * PARA-0-LOAD-SUSPENSE - load each account's
      * outstanding suspense balance from the suspense
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   MOVE SUS-ACCOUNT TO WS-PTN-KEY
                   PERFORM PARA-8-IN-PARTITION
                   IF SUS-AMOUNT NUMERIC AND SUS-AMOUNT > 0
                          AND WS-PTN-MINE
                       MOVE SUS-ACCOUNT TO WS-LOOKUP-KEY
                       PERFORM PARA-8-LOOKUP
                       MOVE SUS-AMOUNT
           END-READ
           .

      *****************************************************
      * PARA-0-WINDOW-DATES - once the run date is settled
      * (override applied), fix the first date of the
      * 7-night rolling window, the first of the month, and
      * the earlier of the two - the oldest position record
      * the run still needs or keeps.
      *****************************************************
       PARA-0-WINDOW-DATES SECTION.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) - 6
           COMPUTE WS-ROLL-START-N
               = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-ROLL-START-N TO WS-ROLL-START
           MOVE WS-RUN-DATE     TO WS-MONTH-START
           MOVE "01"            TO WS-MONTH-START (7:2)
           IF WS-ROLL-START < WS-MONTH-START
               MOVE WS-ROLL-START  TO WS-POS-KEEP-DATE
           ELSE
               MOVE WS-MONTH-START TO WS-POS-KEEP-DATE
           END-IF
           .

      *****************************************************
      * PARA-0-LOAD-POSITION - sum each account's prior
      * nights off the position master into its rolling and
      * month-to-date priors. Runs after the threshold
      * master load, so every account with window limits
      * already has its table entry; a position record for
      * an account not in the table has no window to feed
      * and is passed over here (the rewrite still carries
      * it forward). Records for tonight's run date - left
      * by an earlier attempt at this same night - are
      * ignored, since tonight is rebuilt from TRANSIN. A
      * missing file is a first run - start with no history
      * and warn.
      *****************************************************
       PARA-0-LOAD-POSITION SECTION.
           OPEN INPUT POSITION-IN-FILE
           IF WS-POS-IN-STATUS = "00"
               PERFORM PARA-0-LOAD-POSITION-1 UNTIL WS-POS-EOF
               CLOSE POSITION-IN-FILE
           ELSE
               DISPLAY "THRESHJB WARNING - POSITION-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-POS-IN-STATUS
               DISPLAY "THRESHJB WARNING - STARTING WITH NO "
                       "PRIOR-NIGHT POSITIONS"
           END-IF
           .

       PARA-0-LOAD-POSITION-1 SECTION.
           READ POSITION-IN-FILE
               AT END
                   SET WS-POS-EOF TO TRUE
               NOT AT END
                   IF POS-RUN-DATE NUMERIC
                          AND POS-AMOUNT NUMERIC
                          AND POS-RUN-DATE < WS-RUN-DATE
                          AND POS-RUN-DATE NOT < WS-POS-KEEP-DATE
                       MOVE POS-ACCOUNT TO WS-LOOKUP-KEY
                       PERFORM PARA-8-SEARCH
                       IF WS-FOUND-SUB > 0
                           PERFORM PARA-0-LOAD-POSITION-2
                       END-IF
                   END-IF
           END-READ
           .

       PARA-0-LOAD-POSITION-2 SECTION.
           ADD 1 TO WS-POS-IN-COUNT
           IF POS-RUN-DATE NOT < WS-ROLL-START
               ADD POS-AMOUNT TO WS-ACCT-ROLL-PRIOR (WS-FOUND-SUB)
                   ON SIZE ERROR
                       MOVE 9999999
                           TO WS-ACCT-ROLL-PRIOR (WS-FOUND-SUB)
               END-ADD
           END-IF
           IF POS-RUN-DATE NOT < WS-MONTH-START
               ADD POS-AMOUNT TO WS-ACCT-MTD-PRIOR (WS-FOUND-SUB)
                   ON SIZE ERROR
                       MOVE 9999999
                           TO WS-ACCT-MTD-PRIOR (WS-FOUND-SUB)
               END-ADD
           END-IF
           .

      *****************************************************
      * PARA-0-RESTORE - on a checkpoint restart, browse
      * the whole CHKPT cluster: the CHKPT001 control
      * PARA-0-REPOSITION spends, and each account record
      * restores that account's table entry. On a fresh
      * run the cluster is empty and this is a no-op.
      * A partition shares the cluster with the other
      * partitions, running alongside it: it restores only
      * its own control record ("CHKPTP" + partition),
      * its own "TP"/"GP" journals, its own accounts and
      * the groups it has members of, and passes over the
      * rest. A night must finish the way it started - a
      * partition finding a single-stream control record,
      * or a single-stream run finding a partition's,
      * abends rather than mix the two, and the operator
      * clears the cluster with CHKUTIL before switching.
      *****************************************************
       PARA-0-RESTORE SECTION.
           MOVE LOW-VALUES TO CHK-KEY
                   SET WS-CHKPT-EOF TO TRUE
           END-START
           PERFORM PARA-0-RESTORE-1 UNTIL WS-CHKPT-EOF
           IF WS-PTN-FOREIGN
               DISPLAY "THRESHJB ABEND - CHECKPOINT CLUSTER HOLDS "
                       "ANOTHER RUN'S CONTROL RECORD, "
                       "CONTROL KEY " WS-CHK-CTL-KEY
               MOVE "ABENDPTN"       TO WS-EVENT-CODE
               MOVE SPACES           TO WS-EVENT-ACCOUNT
               MOVE SPACES           TO WS-EVENT-STATUS
               MOVE WS-AREA-1        TO WS-EVENT-AREA-1
               PERFORM PARA-9-EVENT
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND-OCCURRED TO TRUE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           .

       PARA-0-RESTORE-1 SECTION.
                   SET WS-CHKPT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CHK-KEY = WS-CHK-CTL-KEY
                           MOVE CHK-AREA-1     TO WS-AREA-1
                           MOVE CHK-AREA-2     TO WS-AREA-2
                           MOVE CHK-CYCLE-CNT  TO WS-CYCLE-COUNT
                           IF CHK-WARN-CNT NUMERIC
                               MOVE CHK-WARN-CNT TO WS-WARN-COUNT
                           END-IF
                           IF WS-PARTITIONED
                               PERFORM PARA-0-RESTORE-8
                           END-IF
                       WHEN CHK-KEY (1:5) = "CHKPT"
                           IF CHK-KEY = "CHKPT001"
                                  OR NOT WS-PARTITIONED
                               SET WS-PTN-FOREIGN TO TRUE
                           END-IF
                       WHEN CHK-KEY (1:3) = "TRP"
                               AND CHK-KEY (4:5) NUMERIC
                           IF NOT WS-PARTITIONED
                               PERFORM PARA-0-RESTORE-2
                           END-IF
                       WHEN CHK-KEY (1:3) = "GTP"
                               AND CHK-KEY (4:5) NUMERIC
                           IF NOT WS-PARTITIONED
                               PERFORM PARA-0-RESTORE-6
                           END-IF
                       WHEN WS-PARTITIONED
                               AND CHK-KEY (1:2) = "TP"
                               AND CHK-KEY (3:6) NUMERIC
                           IF CHK-KEY (3:2) = WS-PTN-CTL-NUM
                               PERFORM PARA-0-RESTORE-2
                           END-IF
                       WHEN WS-PARTITIONED
                               AND CHK-KEY (1:2) = "GP"
                               AND CHK-KEY (3:6) NUMERIC
                           IF CHK-KEY (3:2) = WS-PTN-CTL-NUM
                               PERFORM PARA-0-RESTORE-6
                           END-IF
                       WHEN CHK-KEY (1:3) = "GRP"
                           PERFORM PARA-0-RESTORE-5
                       WHEN OTHER
                           MOVE CHK-KEY TO WS-PTN-KEY
                           PERFORM PARA-8-IN-PARTITION
                           IF WS-PTN-MINE
                               PERFORM PARA-0-RESTORE-7
                           END-IF
                   END-EVALUATE
           END-READ
           .

      *****************************************************
      * PARA-0-RESTORE-7 - restore one account's table
      * entry from its checkpoint record.
      *****************************************************
       PARA-0-RESTORE-7 SECTION.
           MOVE CHK-KEY TO WS-LOOKUP-KEY
           PERFORM PARA-8-LOOKUP
           MOVE CHK-AREA-1    TO WS-ACCT-AREA-1 (WS-FOUND-SUB)
           MOVE CHK-AREA-2    TO WS-ACCT-AREA-2 (WS-FOUND-SUB)
           MOVE CHK-CYCLE-CNT TO WS-ACCT-CYCLES (WS-FOUND-SUB)
           MOVE CHK-TRIP-CNT  TO WS-ACCT-TRIPS (WS-FOUND-SUB)
           IF CHK-WARN-CNT NUMERIC
               MOVE CHK-WARN-CNT TO WS-ACCT-WARNS (WS-FOUND-SUB)
           END-IF
           IF CHK-WARN-SW = "Y"
               SET WS-ACCT-WARNED (WS-FOUND-SUB) TO TRUE
           END-IF
           IF CHK-SUSPENSE NUMERIC
               MOVE CHK-SUSPENSE TO WS-ACCT-SUSPENSE (WS-FOUND-SUB)
           END-IF
           PERFORM PARA-0-RESTORE-3
           .

      *****************************************************
      * PARA-0-RESTORE-8 - a partition's control record
      * carries, in CHK-TRIP-ACCOUNT, the count of TRANSIN
      * records the partition had read, its own and the
      * other partitions', when the record was cut - the
      * restart repositions by that, not by its own cycle
      * count. A control record without it (seeded by hand)
      * gives the partition no safe place to resume. Every
      * record read up to the cut was either one of the
      * partition's own (a cycle) or passed over, so the
      * passed count comes back as the difference.
      *****************************************************
       PARA-0-RESTORE-8 SECTION.
           IF CHK-TRIP-ACCOUNT NUMERIC
               MOVE CHK-TRIP-ACCOUNT TO WS-PTN-CHK-COUNT
               MOVE WS-PTN-CHK-COUNT TO WS-PTN-READ-COUNT
               COMPUTE WS-PTN-PASS-COUNT =
                   WS-PTN-READ-COUNT - WS-CYCLE-COUNT
           ELSE
               DISPLAY "THRESHJB ABEND - CONTROL RECORD "
                       WS-CHK-CTL-KEY " CARRIES NO TRANSIN "
                       "READ COUNT"
               MOVE "ABENDPTN"       TO WS-EVENT-CODE
               MOVE SPACES           TO WS-EVENT-ACCOUNT
               MOVE SPACES           TO WS-EVENT-STATUS
               MOVE WS-AREA-1        TO WS-EVENT-AREA-1
               PERFORM PARA-9-EVENT
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND-OCCURRED TO TRUE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           .

      *****************************************************
      * PARA-0-RESTORE-2 - stash one journaled trip so its
      * extract record can be re-cut once EXTRACT-FILE is
               TO WS-REEMIT-ACCOUNT (WS-REEMIT-COUNT)
           MOVE CHK-AREA-1
               TO WS-REEMIT-AMOUNT (WS-REEMIT-COUNT)
           MOVE SPACE
               TO WS-REEMIT-TYPE (WS-REEMIT-COUNT)
           .

      *****************************************************
      * PARA-0-RESTORE-3 - restore an account's window
      * state: tonight's activity so far, and the window
      * total of any window it already tripped tonight,
      * which is counted again and stashed for PARA-0-REEMIT
      * so the window's extract record reaches this
      * attempt's generation. Spaces (a record cut before
      * the fields existed) is no activity, no trip.
      *****************************************************
       PARA-0-RESTORE-3 SECTION.
           IF CHK-NIGHT-AMT NUMERIC
               MOVE CHK-NIGHT-AMT
                   TO WS-ACCT-NIGHT-AMT (WS-FOUND-SUB)
           END-IF
           IF CHK-ROLL-TOTAL NUMERIC
               MOVE CHK-ROLL-TOTAL
                   TO WS-ACCT-ROLL-TRIP (WS-FOUND-SUB)
               IF WS-ACCT-ROLL-TRIP (WS-FOUND-SUB) > 0
                   MOVE "R" TO WS-WINDOW-TYPE
                   MOVE WS-ACCT-ROLL-TRIP (WS-FOUND-SUB)
                       TO WS-WINDOW-TOTAL
                   PERFORM PARA-0-RESTORE-4
               END-IF
           END-IF
           IF CHK-MTD-TOTAL NUMERIC
               MOVE CHK-MTD-TOTAL
                   TO WS-ACCT-MTD-TRIP (WS-FOUND-SUB)
               IF WS-ACCT-MTD-TRIP (WS-FOUND-SUB) > 0
                   MOVE "M" TO WS-WINDOW-TYPE
                   MOVE WS-ACCT-MTD-TRIP (WS-FOUND-SUB)
                       TO WS-WINDOW-TOTAL
                   PERFORM PARA-0-RESTORE-4
               END-IF
           END-IF
           .

       PARA-0-RESTORE-4 SECTION.
           IF WS-REEMIT-COUNT >= WS-REEMIT-LIMIT
               DISPLAY "THRESHJB ABEND - TRIP JOURNAL TABLE FULL "
                       "AT " WS-REEMIT-LIMIT " ENTRIES"
               MOVE "ABENDTBL"        TO WS-EVENT-CODE
               MOVE CHK-KEY           TO WS-EVENT-ACCOUNT
               MOVE SPACES            TO WS-EVENT-STATUS
               MOVE WS-AREA-1         TO WS-EVENT-AREA-1
               PERFORM PARA-9-EVENT
               IF WS-ALERT-OPEN
                   CLOSE ALERT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WINTRIP-COUNT
           ADD 1 TO WS-REEMIT-COUNT
           MOVE CHK-KEY
               TO WS-REEMIT-ACCOUNT (WS-REEMIT-COUNT)
           MOVE WS-WINDOW-TOTAL
               TO WS-REEMIT-AMOUNT (WS-REEMIT-COUNT)
           MOVE WS-WINDOW-TYPE
               TO WS-REEMIT-TYPE (WS-REEMIT-COUNT)
           .

      *****************************************************
      * PARA-0-RESTORE-5 - restore one account group's
      * state from its "GRP" record. A group no longer on
      * the relationship master has nothing to restore
      * into and is passed over, as is, in a partition, a
      * group with no members in the partition's range -
      * its record belongs to another partition.
      *****************************************************
       PARA-0-RESTORE-5 SECTION.
           MOVE CHK-KEY (4:5) TO WS-GRP-CHK-ID
           PERFORM PARA-8-GROUP-SEARCH
           IF WS-CUR-GRP > 0 AND WS-PARTITIONED
                  AND WS-GRP-MEMBERS (WS-CUR-GRP) = 0
               MOVE 0 TO WS-CUR-GRP
           END-IF
           IF WS-CUR-GRP > 0
               MOVE CHK-AREA-1    TO WS-GRP-AREA-1 (WS-CUR-GRP)
               MOVE CHK-CYCLE-CNT TO WS-GRP-CYCLES (WS-CUR-GRP)
               MOVE CHK-TRIP-CNT  TO WS-GRP-TRIPS (WS-CUR-GRP)
               IF CHK-WARN-CNT NUMERIC
                   MOVE CHK-WARN-CNT TO WS-GRP-WARNS (WS-CUR-GRP)
               END-IF
               IF CHK-WARN-SW = "Y"
                   SET WS-GRP-WARNED (WS-CUR-GRP) TO TRUE
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-0-RESTORE-6 - one journaled group trip: count
      * it back into the run's group trips and stash it,
      * marked G, for PARA-0-REEMIT.
      *****************************************************
       PARA-0-RESTORE-6 SECTION.
           IF WS-REEMIT-COUNT >= WS-REEMIT-LIMIT
               DISPLAY "THRESHJB ABEND - TRIP JOURNAL TABLE FULL "
                       "AT " WS-REEMIT-LIMIT " ENTRIES"
               MOVE "ABENDTBL"        TO WS-EVENT-CODE
               MOVE CHK-TRIP-ACCOUNT  TO WS-EVENT-ACCOUNT
               MOVE SPACES            TO WS-EVENT-STATUS
               MOVE WS-AREA-1         TO WS-EVENT-AREA-1
               PERFORM PARA-9-EVENT
               IF WS-ALERT-OPEN
                   CLOSE ALERT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRPTRIP-COUNT
           ADD 1 TO WS-REEMIT-COUNT
           MOVE CHK-TRIP-ACCOUNT
               TO WS-REEMIT-ACCOUNT (WS-REEMIT-COUNT)
           MOVE CHK-AREA-1
               TO WS-REEMIT-AMOUNT (WS-REEMIT-COUNT)
           MOVE "G"
               TO WS-REEMIT-TYPE (WS-REEMIT-COUNT)
           .

      *****************************************************
      * PERFORM UNTIL loop resumes - otherwise a restart
      * would re-add those same transactions a second time.
      * On a fresh run WS-CYCLE-COUNT is still 0 and this is
      * a no-op. A partition cycles only its own share of
      * the records it reads, so it repositions by its
      * restored TRANSIN read count instead.
      *****************************************************
       PARA-0-REPOSITION SECTION.
           IF WS-PARTITIONED
               PERFORM PARA-0-REPOSITION-1
                   UNTIL WS-REPOSITION-COUNT >= WS-PTN-READ-COUNT
                      OR WS-TRANS-EOF
           ELSE
               IF WS-CYCLE-COUNT > 0
                   PERFORM PARA-0-REPOSITION-1
                       UNTIL WS-REPOSITION-COUNT >= WS-CYCLE-COUNT
                          OR WS-TRANS-EOF
               END-IF
           END-IF
           .

           END-IF
           .

      *****************************************************
      * PARA-1-2 - one TRANSIN record per pass. A partition
      * reads every record but applies only its own
      * accounts'; another partition's record is passed
      * over with no cycle, audit record or checkpoint.
      *****************************************************
       PARA-1-2 SECTION.
           READ TRANS-FILE
               AT END
                   MOVE WS-AREA-1 TO WS-EVENT-AREA-1
                   PERFORM PARA-9-EVENT
               NOT AT END
                   ADD 1 TO WS-PTN-READ-COUNT
                   MOVE TRN-ACCOUNT TO WS-PTN-KEY
                   PERFORM PARA-8-IN-PARTITION
                   IF WS-PTN-MINE
                       PERFORM PARA-1-APPLY
                   ELSE
                       ADD 1 TO WS-PTN-PASS-COUNT
                   END-IF
           END-READ
           IF WS-TRANS-EOF OR WS-PTN-MINE
               PERFORM PARA-9-AUDIT
           END-IF
           IF NOT WS-TRANS-EOF AND NOT WS-TEST-MODE
                        AND WS-PTN-MINE
                        AND (WS-FULL-MODE
                             OR NOT WS-THRESHOLD-TRIPPED)
               PERFORM PARA-9-CHECKPOINT
           MOVE WS-ACCT-AREA-1 (WS-CUR-SUB) TO WS-AUDIT-BEFORE
           ADD 1 TO WS-CYCLE-COUNT
           ADD 1 TO WS-ACCT-CYCLES (WS-CUR-SUB)
           MOVE WS-ACCT-GROUP-SUB (WS-CUR-SUB) TO WS-CUR-GRP
           MOVE "N" TO WS-GRP-TRIP-SW
           IF WS-CUR-GRP > 0
               ADD 1 TO WS-GRP-CYCLES (WS-CUR-GRP)
           END-IF
           PERFORM PARA-1-EFFTALLY
           IF TRN-EFF-DATE NUMERIC
                  AND TRN-EFF-DATE > WS-RUN-DATE
               ON SIZE ERROR
                   PERFORM PARA-1-TOTAL-OVFL
           END-ADD
           ADD WS-POST-AMOUNT TO WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
               ON SIZE ERROR
                   MOVE 9999999 TO WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
           END-ADD
           ADD 1          TO WS-APLSRC-DEBITS (WS-APLSRC-CUR)
           ADD TRN-AMOUNT TO WS-APLSRC-DR-AMT (WS-APLSRC-CUR)
           IF WS-ACCT-AREA-1 (WS-CUR-SUB)
                   PERFORM PARA-9-EXTRACT
               END-IF
           END-IF
           PERFORM PARA-1-WINDOW
           IF WS-CUR-GRP > 0
               PERFORM PARA-1-GROUP
           END-IF
           .

      *****************************************************
      * PARA-1-GROUP - the member's posted amount (after
      * any suspense draw) feeds its group's accumulator,
      * and the group takes its own warning and trip
      * decisions against the group's levels. A group with
      * no threshold is not checked, so it accumulates
      * nothing. The accumulator is wider than an
      * account's because several members feed it, but a
      * tripped amount the extract cannot carry to the
      * ledger (over WS-GRP-POST-LIMIT) abends the run the
      * way an account overflow does.
      *****************************************************
       PARA-1-GROUP SECTION.
           IF WS-GRP-THRESHOLD (WS-CUR-GRP) > 0
               MOVE WS-GRP-AREA-1 (WS-CUR-GRP) TO WS-GRP-BEFORE
               ADD WS-POST-AMOUNT TO WS-GRP-AREA-1 (WS-CUR-GRP)
                   ON SIZE ERROR
                       PERFORM PARA-1-GRPOVR
               END-ADD
           END-IF
           IF WS-GRP-THRESHOLD (WS-CUR-GRP) > 0
                  AND NOT WS-GRP-TRIPPED (WS-CUR-GRP)
               IF WS-GRP-AREA-1 (WS-CUR-GRP)
                       > WS-GRP-THRESHOLD (WS-CUR-GRP)
                   IF WS-GRP-AREA-1 (WS-CUR-GRP)
                           > WS-GRP-POST-LIMIT
                       PERFORM PARA-1-GRPOVR
                   END-IF
                   PERFORM PARA-1-GRPTRIP
               ELSE
                   IF WS-GRP-WARN-LEVEL (WS-CUR-GRP) > 0
                          AND WS-GRP-AREA-1 (WS-CUR-GRP)
                              > WS-GRP-WARN-LEVEL (WS-CUR-GRP)
                          AND NOT WS-GRP-WARNED (WS-CUR-GRP)
                       PERFORM PARA-1-GRPWARN
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-1-GRPOVR - the group's accumulator has run
      * past what the extract can post; abend the run.
      *****************************************************
       PARA-1-GRPOVR SECTION.
           DISPLAY "THRESHJB ABEND - TRN-AMOUNT "
                   "OVERFLOWED GROUP " WS-GRP-ID (WS-CUR-GRP)
           MOVE "ABENDOVR"  TO WS-EVENT-CODE
           MOVE WS-GRP-ID (WS-CUR-GRP)
                            TO WS-EVENT-ACCOUNT
           MOVE SPACES      TO WS-EVENT-STATUS
           MOVE WS-GRP-AREA-1 (WS-CUR-GRP)
                            TO WS-EVENT-AREA-1
           MOVE "G"         TO WS-EVENT-TRIP-TYPE
           PERFORM PARA-9-EVENT
           MOVE 16 TO RETURN-CODE
           SET WS-ABEND-OCCURRED TO TRUE
           PERFORM PARA-9-TERM
           STOP RUN
           .

      *****************************************************
      * PARA-1-GRPTRIP - the group tripped: cut the
      * GRPTRIP audit record (ahead of the member's own
      * cycle record, the way a SUSDRAW record is), the
      * TRIP event and the extract record, all marked as
      * the group's. Like an account trip it ends a
      * STOP-mode run; in FULL mode the group re-arms to
      * zero once its trip is cut.
      *****************************************************
       PARA-1-GRPTRIP SECTION.
           SET WS-GRP-TRIPPED (WS-CUR-GRP) TO TRUE
           SET WS-THRESHOLD-TRIPPED TO TRUE
           SET WS-GRP-TRIP-CYCLE TO TRUE
           ADD 1 TO WS-GRPTRIP-COUNT
           ADD 1 TO WS-GRP-TRIPS (WS-CUR-GRP)
           MOVE WS-GRP-AREA-1 (WS-CUR-GRP) TO WS-GRP-TRIP-AMOUNT
           MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
           MOVE WS-GRP-BEFORE          TO AUD-BEFORE-AREA-1
           MOVE WS-GRP-TRIP-AMOUNT     TO AUD-AFTER-AREA-1
           MOVE "GRPTRIP"              TO AUD-BRANCH
           MOVE WS-GRP-ID (WS-CUR-GRP) TO AUD-ACCOUNT
           MOVE WS-RUN-DATE            TO AUD-RUN-DATE
           WRITE AUD-RECORD
           MOVE "TRIP"                 TO WS-EVENT-CODE
           MOVE WS-GRP-ID (WS-CUR-GRP) TO WS-EVENT-ACCOUNT
           MOVE SPACES                 TO WS-EVENT-STATUS
           MOVE WS-GRP-TRIP-AMOUNT     TO WS-EVENT-AREA-1
           MOVE "G"                    TO WS-EVENT-TRIP-TYPE
           PERFORM PARA-9-EVENT
           IF NOT WS-TEST-MODE
               PERFORM PARA-9-GRPEXTRACT
           END-IF
           IF WS-FULL-MODE
               MOVE 0   TO WS-GRP-AREA-1 (WS-CUR-GRP)
               MOVE "N" TO WS-GRP-TRIPPED-SW (WS-CUR-GRP)
               MOVE "N" TO WS-GRP-WARNED-SW (WS-CUR-GRP)
           END-IF
           .

      *****************************************************
      * PARA-1-GRPWARN - the group accumulator crossed the
      * group's warning level: one WARN event, marked G,
      * per crossing, re-armed the way an account's is.
      *****************************************************
       PARA-1-GRPWARN SECTION.
           SET WS-GRP-WARNED (WS-CUR-GRP) TO TRUE
           ADD 1 TO WS-GRP-WARNS (WS-CUR-GRP)
           MOVE "WARN"                 TO WS-EVENT-CODE
           MOVE WS-GRP-ID (WS-CUR-GRP) TO WS-EVENT-ACCOUNT
           MOVE SPACES                 TO WS-EVENT-STATUS
           MOVE WS-GRP-AREA-1 (WS-CUR-GRP)
                                       TO WS-EVENT-AREA-1
           MOVE "G"                    TO WS-EVENT-TRIP-TYPE
           PERFORM PARA-9-EVENT
           .

      *****************************************************
      * PARA-1-GROUP-CREDIT - the applied part of a
      * member's reversal (WS-NIGHT-CREDIT) comes back out
      * of the group accumulator, floored at zero, and
      * re-arms the group's trip and warning decisions
      * once the group is back under the levels - the same
      * rules a reversal applies to an account.
      *****************************************************
       PARA-1-GROUP-CREDIT SECTION.
           IF WS-NIGHT-CREDIT > WS-GRP-AREA-1 (WS-CUR-GRP)
               MOVE 0 TO WS-GRP-AREA-1 (WS-CUR-GRP)
           ELSE
               SUBTRACT WS-NIGHT-CREDIT
                   FROM WS-GRP-AREA-1 (WS-CUR-GRP)
           END-IF
           IF WS-GRP-TRIPPED (WS-CUR-GRP)
                   AND WS-GRP-AREA-1 (WS-CUR-GRP)
                       <= WS-GRP-THRESHOLD (WS-CUR-GRP)
               MOVE "N" TO WS-GRP-TRIPPED-SW (WS-CUR-GRP)
           END-IF
           IF WS-GRP-WARNED (WS-CUR-GRP)
                   AND WS-GRP-AREA-1 (WS-CUR-GRP)
                       <= WS-GRP-WARN-LEVEL (WS-CUR-GRP)
               MOVE "N" TO WS-GRP-WARNED-SW (WS-CUR-GRP)
           END-IF
           .

      *****************************************************
      * PARA-1-WINDOW - after the nightly decision, test
      * the account's 7-night rolling total and its
      * month-to-date total - prior nights off the position
      * master plus tonight's activity so far - against the
      * account's window thresholds. A window with no
      * threshold, or one that already tripped tonight, is
      * not tested. The nightly audit branch is untouched:
      * a window trip is not a cycle of its own.
      *****************************************************
       PARA-1-WINDOW SECTION.
           IF WS-ACCT-ROLL-LIMIT (WS-CUR-SUB) > 0
                  AND WS-ACCT-ROLL-TRIP (WS-CUR-SUB) = 0
               COMPUTE WS-WINDOW-TOTAL
                   = WS-ACCT-ROLL-PRIOR (WS-CUR-SUB)
                   + WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-WINDOW-TOTAL
               END-COMPUTE
               IF WS-WINDOW-TOTAL > WS-ACCT-ROLL-LIMIT (WS-CUR-SUB)
                   MOVE WS-WINDOW-TOTAL
                       TO WS-ACCT-ROLL-TRIP (WS-CUR-SUB)
                   MOVE "R" TO WS-WINDOW-TYPE
                   PERFORM PARA-1-WINTRIP
               END-IF
           END-IF
           IF WS-ACCT-MTD-LIMIT (WS-CUR-SUB) > 0
                  AND WS-ACCT-MTD-TRIP (WS-CUR-SUB) = 0
               COMPUTE WS-WINDOW-TOTAL
                   = WS-ACCT-MTD-PRIOR (WS-CUR-SUB)
                   + WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-WINDOW-TOTAL
               END-COMPUTE
               IF WS-WINDOW-TOTAL > WS-ACCT-MTD-LIMIT (WS-CUR-SUB)
                   MOVE WS-WINDOW-TOTAL
                       TO WS-ACCT-MTD-TRIP (WS-CUR-SUB)
                   MOVE "M" TO WS-WINDOW-TYPE
                   PERFORM PARA-1-WINTRIP
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-1-WINTRIP - a window tripped: cut its TRIP
      * event, marked with the window type and carrying the
      * window total, and its own marked extract record.
      * A window trip does not end a STOP-mode run or set
      * the trip return code - those stay with the nightly
      * threshold.
      *****************************************************
       PARA-1-WINTRIP SECTION.
           ADD 1 TO WS-WINTRIP-COUNT
           MOVE "TRIP"          TO WS-EVENT-CODE
           MOVE TRN-ACCOUNT     TO WS-EVENT-ACCOUNT
           MOVE SPACES          TO WS-EVENT-STATUS
           MOVE WS-WINDOW-TOTAL TO WS-EVENT-AREA-1
           MOVE WS-WINDOW-TYPE  TO WS-EVENT-TRIP-TYPE
           PERFORM PARA-9-EVENT
           IF NOT WS-TEST-MODE
               PERFORM PARA-9-WINEXTRACT
           END-IF
           .

      *****************************************************
      * suspense. The account is back at zero, so its trip
      * and warned switches re-arm. The cycle audits under
      * REVSUSP with before = the old balance and after =
      * zero, keeping the chain continuous. The hold itself
      * is cut ahead of it as a SUSHOLD record, before and
      * after being the suspense balance, the way a draw is.
      *****************************************************
       PARA-1-REVSUSP SECTION.
           COMPUTE WS-EXCESS-AMOUNT
               ON SIZE ERROR
                   PERFORM PARA-1-TOTAL-UNFL
           END-SUBTRACT
           MOVE WS-ACCT-SUSPENSE (WS-CUR-SUB) TO WS-SUSP-BEFORE
           ADD WS-EXCESS-AMOUNT TO WS-ACCT-SUSPENSE (WS-CUR-SUB)
               ON SIZE ERROR
                   DISPLAY "THRESHJB ABEND - SUSPENSE OVERFLOWED "
                   PERFORM PARA-9-TERM
                   STOP RUN
           END-ADD
           PERFORM PARA-1-SUSHOLD
           MOVE 0   TO WS-ACCT-AREA-1 (WS-CUR-SUB)
           MOVE "N" TO WS-ACCT-TRIPPED-SW (WS-CUR-SUB)
           MOVE "N" TO WS-ACCT-WARNED-SW (WS-CUR-SUB)
           COMPUTE WS-NIGHT-CREDIT
               = TRN-AMOUNT - WS-EXCESS-AMOUNT
           PERFORM PARA-1-NIGHT-CREDIT
           IF WS-CUR-GRP > 0
               PERFORM PARA-1-GROUP-CREDIT
           END-IF
           MOVE "REVSUSP" TO WS-AUDIT-BRANCH
           ADD 1 TO WS-REVSUSP-COUNT
           ADD 1          TO WS-APLSRC-CREDITS (WS-APLSRC-CUR)
           WRITE AUD-RECORD
           .

      *****************************************************
      * PARA-1-SUSHOLD - cut the SUSHOLD side record for a
      * reversal excess just put into suspense.
      *****************************************************
       PARA-1-SUSHOLD SECTION.
           ADD 1 TO WS-SUSHOLD-COUNT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-SUSP-BEFORE        TO AUD-BEFORE-AREA-1
           MOVE WS-ACCT-SUSPENSE (WS-CUR-SUB)
                                      TO AUD-AFTER-AREA-1
           MOVE "SUSHOLD"             TO AUD-BRANCH
           MOVE TRN-ACCOUNT           TO AUD-ACCOUNT
           MOVE WS-RUN-DATE           TO AUD-RUN-DATE
           WRITE AUD-RECORD
           .

       PARA-1-REVERSE-1 SECTION.
           SUBTRACT TRN-AMOUNT FROM WS-AREA-1
               ON SIZE ERROR
           END-SUBTRACT
           ADD 1          TO WS-APLSRC-CREDITS (WS-APLSRC-CUR)
           ADD TRN-AMOUNT TO WS-APLSRC-CR-AMT (WS-APLSRC-CUR)
           MOVE TRN-AMOUNT TO WS-NIGHT-CREDIT
           PERFORM PARA-1-NIGHT-CREDIT
           IF WS-CUR-GRP > 0
               PERFORM PARA-1-GROUP-CREDIT
           END-IF
           MOVE "REVERSAL" TO WS-AUDIT-BRANCH
           IF WS-ACCT-TRIPPED (WS-CUR-SUB)
                   AND WS-ACCT-AREA-1 (WS-CUR-SUB)
           END-IF
           .

      *****************************************************
      * PARA-1-NIGHT-CREDIT - take the applied part of a
      * reversal (WS-NIGHT-CREDIT) back out of the
      * account's activity for the night, floored at zero:
      * a reversal of an earlier night's debit cannot take
      * tonight below nothing. A window that already
      * tripped tonight stays tripped.
      *****************************************************
       PARA-1-NIGHT-CREDIT SECTION.
           IF WS-NIGHT-CREDIT > WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
               MOVE 0 TO WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
           ELSE
               SUBTRACT WS-NIGHT-CREDIT
                   FROM WS-ACCT-NIGHT-AMT (WS-CUR-SUB)
           END-IF
           .

      *****************************************************
      * PARA-1-DIVERT - the transaction's effective date
      * failed the stale/future check: write it to the
      * exception file instead of posting it. EXCWHSE
      * works the file ahead of the next night's edit -
      * a FUTURE item is warehoused and released back
      * through RAWIN on its effective date, a STALE one
      * is returned to its source system.
      * The cycle still counts and the EFFDIVRT audit
      * record (before = after, cut by the normal
      * PARA-9-AUDIT call) keeps the account's audit chain
      * WS-FOUND-SUB. When the search falls through,
      * WS-LOOKUP-LO is exactly where the new entry
      * belongs, so the insert keeps the table ordered.
      * PARA-8-SEARCH is the search alone, for callers that
      * must not add an account - WS-FOUND-SUB comes back
      * zero when the key is not in the table.
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
           MOVE 0             TO WS-ACCT-SUSPENSE (WS-FOUND-SUB)
           MOVE "N"           TO WS-ACCT-TRIPPED-SW (WS-FOUND-SUB)
           MOVE "N"           TO WS-ACCT-WARNED-SW (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-ROLL-LIMIT (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-MTD-LIMIT (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-NIGHT-AMT (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-ROLL-PRIOR (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-MTD-PRIOR (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-ROLL-TRIP (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-MTD-TRIP (WS-FOUND-SUB)
           MOVE 0             TO WS-ACCT-GROUP-SUB (WS-FOUND-SUB)
           .

       PARA-8-ADD-SHIFT SECTION.
           SUBTRACT 1 FROM WS-ACCT-SHIFT-SUB
           .

      *****************************************************
      * PARA-8-PARTITION - the partition that takes account
      * WS-PTN-KEY: the last partition whose low key is
      * not above it, back in WS-PTN-FOUND (zero on a
      * single-stream run). Partition 01's low key is
      * spaces, so only a key below spaces falls through,
      * and it goes to partition 01 too. At most eight
      * partitions, so a plain scan from the top does.
      * PARA-8-IN-PARTITION sets WS-PTN-MINE when the
      * account is this step's to cycle - always, on a
      * single-stream run.
      *****************************************************
       PARA-8-PARTITION SECTION.
           MOVE 0 TO WS-PTN-FOUND
           MOVE WS-PTN-COUNT TO WS-PTN-SUB
           PERFORM PARA-8-PARTITION-1
               UNTIL WS-PTN-FOUND > 0
                  OR WS-PTN-SUB = 0
           IF WS-PTN-FOUND = 0 AND WS-PTN-COUNT > 0
               MOVE 1 TO WS-PTN-FOUND
           END-IF
           .

       PARA-8-PARTITION-1 SECTION.
           IF WS-PTN-LOW-KEY (WS-PTN-SUB) NOT > WS-PTN-KEY
               MOVE WS-PTN-SUB TO WS-PTN-FOUND
           ELSE
               SUBTRACT 1 FROM WS-PTN-SUB
           END-IF
           .

       PARA-8-IN-PARTITION SECTION.
           IF WS-PARTITIONED
               PERFORM PARA-8-PARTITION
               IF WS-PTN-FOUND = WS-PTN-THIS
                   MOVE "Y" TO WS-PTN-MINE-SW
               ELSE
                   MOVE "N" TO WS-PTN-MINE-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-PTN-MINE-SW
           END-IF
           .

      *****************************************************
      * PARA-8-GROUP-SEARCH - find group WS-GRP-CHK-ID in
      * the group table; the subscript comes back in
      * WS-CUR-GRP, zero when the group is not there. Only
      * the restart uses it, so a plain scan does.
      *****************************************************
       PARA-8-GROUP-SEARCH SECTION.
           MOVE 0 TO WS-CUR-GRP
           MOVE 1 TO WS-GRP-SUB
           PERFORM PARA-8-GROUP-SEARCH-1
               UNTIL WS-CUR-GRP > 0
                  OR WS-GRP-SUB > WS-GROUP-COUNT
           .

       PARA-8-GROUP-SEARCH-1 SECTION.
           IF WS-GRP-ID (WS-GRP-SUB) = WS-GRP-CHK-ID
               MOVE WS-GRP-SUB TO WS-CUR-GRP
           ELSE
               ADD 1 TO WS-GRP-SUB
           END-IF
           .

      *****************************************************
      * PARA-9-EVENT - cut one operations event record to
      * the alert interface file the console automation
      * package monitors. Call sites stage WS-EVENT-CODE,
      * WS-EVENT-ACCOUNT, WS-EVENT-STATUS and
      * WS-EVENT-AREA-1 first. A run without the feed
      * (alert open failed) skips the write. Window and
      * group events stage WS-EVENT-TRIP-TYPE; it is
      * cleared after every event so no other event
      * inherits the mark.
      *****************************************************
       PARA-9-EVENT SECTION.
           IF WS-ALERT-OPEN
               MOVE SPACES                TO EVT-RECORD
               MOVE WS-JOB-ID             TO EVT-JOB-ID
               MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
               MOVE WS-EVENT-CODE         TO EVT-CODE
               MOVE WS-EVENT-AREA-1       TO EVT-AREA-1
               MOVE WS-CYCLE-COUNT        TO EVT-CYCLE-COUNT
               MOVE WS-TRIP-COUNT         TO EVT-TRIP-COUNT
               MOVE WS-EVENT-TRIP-TYPE    TO EVT-TRIP-TYPE
               WRITE EVT-RECORD
           END-IF
           MOVE SPACE TO WS-EVENT-TRIP-TYPE
           .

       PARA-9-AUDIT SECTION.
           .

       PARA-9-CHECKPOINT SECTION.
           MOVE WS-CHK-CTL-KEY TO CHK-KEY
           MOVE WS-AREA-1      TO CHK-AREA-1
           MOVE WS-AREA-2      TO CHK-AREA-2
           MOVE WS-CYCLE-COUNT TO CHK-CYCLE-CNT
           MOVE WS-WARN-COUNT  TO CHK-WARN-CNT
           MOVE SPACE          TO CHK-WARN-SW
           MOVE ZEROS          TO CHK-SUSPENSE
           MOVE SPACES         TO CHK-NIGHT-AMT
           MOVE SPACES         TO CHK-ROLL-TOTAL
           MOVE SPACES         TO CHK-MTD-TOTAL
           IF WS-PARTITIONED
               MOVE WS-PTN-READ-COUNT TO WS-PTN-CHK-COUNT
               MOVE WS-PTN-CHK-COUNT  TO CHK-TRIP-ACCOUNT
           ELSE
               MOVE SPACES            TO CHK-TRIP-ACCOUNT
           END-IF
           REWRITE CHK-RECORD
               INVALID KEY
                   WRITE CHK-RECORD
           MOVE WS-ACCT-WARNS (WS-CUR-SUB)  TO CHK-WARN-CNT
           MOVE WS-ACCT-WARNED-SW (WS-CUR-SUB) TO CHK-WARN-SW
           MOVE WS-ACCT-SUSPENSE (WS-CUR-SUB) TO CHK-SUSPENSE
           MOVE WS-ACCT-NIGHT-AMT (WS-CUR-SUB) TO CHK-NIGHT-AMT
           MOVE WS-ACCT-ROLL-TRIP (WS-CUR-SUB) TO CHK-ROLL-TOTAL
           MOVE WS-ACCT-MTD-TRIP (WS-CUR-SUB)  TO CHK-MTD-TOTAL
           MOVE SPACES                      TO CHK-TRIP-ACCOUNT
           REWRITE CHK-RECORD
               INVALID KEY
           IF WS-AUDIT-BRANCH = "TRIPPED"
               PERFORM PARA-9-TRIPLOG
           END-IF
           IF WS-CUR-GRP > 0
               PERFORM PARA-9-GRPCHECK
           END-IF
           .

      *****************************************************
      * PARA-9-GRPCHECK - checkpoint the member's group
      * under "GRP" + the group ID, and when this cycle
      * tripped the group, journal the trip under "GTP" +
      * the run group-trip number so a restart can re-cut
      * its extract record. The journaled amount is the
      * tripped amount captured before a FULL-mode re-arm.
      * A partition journals under "GP" + partition + its
      * own group-trip number instead.
      *****************************************************
       PARA-9-GRPCHECK SECTION.
           MOVE WS-GRP-ID (WS-CUR-GRP)     TO WS-GRP-CHK-ID
           MOVE WS-GRP-CHK-KEY             TO CHK-KEY
           MOVE WS-GRP-AREA-1 (WS-CUR-GRP) TO CHK-AREA-1
           MOVE 0                          TO CHK-AREA-2
           MOVE WS-GRP-CYCLES (WS-CUR-GRP) TO CHK-CYCLE-CNT
           MOVE WS-GRP-TRIPS (WS-CUR-GRP)  TO CHK-TRIP-CNT
           MOVE WS-GRP-WARNS (WS-CUR-GRP)  TO CHK-WARN-CNT
           MOVE WS-GRP-WARNED-SW (WS-CUR-GRP) TO CHK-WARN-SW
           MOVE ZEROS                      TO CHK-SUSPENSE
           MOVE SPACES                     TO CHK-NIGHT-AMT
           MOVE SPACES                     TO CHK-ROLL-TOTAL
           MOVE SPACES                     TO CHK-MTD-TOTAL
           MOVE SPACES                     TO CHK-TRIP-ACCOUNT
           REWRITE CHK-RECORD
               INVALID KEY
                   WRITE CHK-RECORD
           END-REWRITE
           IF WS-GRP-TRIP-CYCLE
               IF WS-PARTITIONED
                   MOVE "GP"             TO WS-PTN-JRNL-TYPE
                   MOVE WS-GRPTRIP-COUNT TO WS-PTN-JRNL-SEQ
                   MOVE WS-PTN-JRNL-KEY  TO CHK-KEY
               ELSE
                   MOVE WS-GRPTRIP-COUNT TO WS-GRP-JRNL-SEQ
                   MOVE WS-GRP-JRNL-KEY  TO CHK-KEY
               END-IF
               MOVE WS-GRP-TRIP-AMOUNT TO CHK-AREA-1
               MOVE 0                  TO CHK-AREA-2
               MOVE WS-CYCLE-COUNT     TO CHK-CYCLE-CNT
               MOVE WS-GRPTRIP-COUNT   TO CHK-TRIP-CNT
               MOVE ZEROS              TO CHK-WARN-CNT
               MOVE SPACE              TO CHK-WARN-SW
               MOVE WS-GRP-ID (WS-CUR-GRP) TO CHK-TRIP-ACCOUNT
               REWRITE CHK-RECORD
                   INVALID KEY
                       WRITE CHK-RECORD
               END-REWRITE
           END-IF
           .

      *****************************************************
      * trip under "TRP" + the run trip number so a
      * restart can re-cut its extract record. The extract
      * amount is the audit after-value captured before
      * the re-arm zeroes the account. A partition journals
      * under "TP" + partition + its own trip number.
      *****************************************************
       PARA-9-TRIPLOG SECTION.
           IF WS-PARTITIONED
               MOVE "TP"             TO WS-PTN-JRNL-TYPE
               MOVE WS-TRIP-COUNT    TO WS-PTN-JRNL-SEQ
               MOVE WS-PTN-JRNL-KEY  TO CHK-KEY
           ELSE
               MOVE WS-TRIP-COUNT    TO WS-TRIP-JRNL-SEQ
               MOVE WS-TRIP-JRNL-KEY TO CHK-KEY
           END-IF
           MOVE WS-AUDIT-AFTER   TO CHK-AREA-1
           MOVE 0                TO CHK-AREA-2
           MOVE WS-CYCLE-COUNT   TO CHK-CYCLE-CNT
           MOVE ZEROS            TO CHK-WARN-CNT
           MOVE SPACE            TO CHK-WARN-SW
           MOVE ZEROS            TO CHK-SUSPENSE
           MOVE SPACES           TO CHK-NIGHT-AMT
           MOVE SPACES           TO CHK-ROLL-TOTAL
           MOVE SPACES           TO CHK-MTD-TOTAL
           MOVE WS-ACCT-KEY (WS-CUR-SUB) TO CHK-TRIP-ACCOUNT
           REWRITE CHK-RECORD
               INVALID KEY
           END-REWRITE
           .

      *****************************************************
      * PARA-9-REPORT - the end-of-run summary report. A
      * partition closes its report with a "*PART*" line
      * for THRMERGE: the partition number in
      * RPT-CYCLE-COUNT, the partition count in
      * RPT-FINAL-AREA-2, the TRANSIN records read in
      * RPT-FINAL-AREA-1, the records passed over to other
      * partitions in RPT-SUSPENSE and the partition's low
      * key in RPT-EFF-DATE.
      *****************************************************
       PARA-9-REPORT SECTION.
           MOVE 1 TO WS-ACCT-SUB
           PERFORM PARA-9-REPORT-1
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           MOVE 1 TO WS-GRP-SUB
           PERFORM PARA-9-REPORT-3
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
           MOVE 1 TO WS-EFF-SUB
           PERFORM PARA-9-REPORT-2
               UNTIL WS-EFF-SUB > WS-EFFDATE-COUNT
           MOVE WS-TRIP-COUNT  TO RPT-TRIP-COUNT
           MOVE WS-WARN-COUNT  TO RPT-WARN-COUNT
           MOVE WS-SUSP-TOTAL  TO RPT-SUSPENSE
           MOVE WS-WINTRIP-COUNT TO RPT-WINDOW-TRIPS
           WRITE RPT-RECORD
           IF WS-PARTITIONED
               MOVE SPACES            TO RPT-RECORD
               MOVE WS-JOB-ID         TO RPT-JOB-NAME
               MOVE WS-RUN-DATE       TO RPT-RUN-DATE
               MOVE "*PART*"          TO RPT-ACCOUNT
               MOVE WS-PTN-THIS       TO RPT-CYCLE-COUNT
               MOVE WS-PTN-READ-COUNT TO RPT-FINAL-AREA-1
               MOVE WS-PTN-COUNT      TO RPT-FINAL-AREA-2
               MOVE 0                 TO RPT-TRIP-COUNT
               MOVE WS-PTN-LOW-KEY (WS-PTN-THIS) TO RPT-EFF-DATE
               MOVE 0                 TO RPT-WARN-COUNT
               MOVE WS-PTN-PASS-COUNT TO RPT-SUSPENSE
               MOVE 0                 TO RPT-WINDOW-TRIPS
               WRITE RPT-RECORD
           END-IF
           .

       PARA-9-REPORT-1 SECTION.
               MOVE "W" TO RPT-WARN-FLAG
           END-IF
           MOVE WS-ACCT-SUSPENSE (WS-ACCT-SUB) TO RPT-SUSPENSE
           MOVE 0 TO WS-ACCT-WINTRIPS
           IF WS-ACCT-ROLL-TRIP (WS-ACCT-SUB) > 0
               ADD 1 TO WS-ACCT-WINTRIPS
           END-IF
           IF WS-ACCT-MTD-TRIP (WS-ACCT-SUB) > 0
               ADD 1 TO WS-ACCT-WINTRIPS
           END-IF
           MOVE WS-ACCT-WINTRIPS TO RPT-WINDOW-TRIPS
           ADD WS-ACCT-SUSPENSE (WS-ACCT-SUB) TO WS-SUSP-TOTAL
               ON SIZE ERROR
                   MOVE 9999999 TO WS-SUSP-TOTAL
           MOVE WS-EFF-AMOUNT (WS-EFF-SUB)  TO RPT-FINAL-AREA-1
           MOVE WS-EFF-DIVERTED (WS-EFF-SUB) TO RPT-FINAL-AREA-2
           MOVE 0                           TO RPT-TRIP-COUNT
           MOVE 0                           TO RPT-WINDOW-TRIPS
           MOVE WS-EFF-DATE (WS-EFF-SUB)    TO RPT-EFF-DATE
           WRITE RPT-RECORD
           ADD 1 TO WS-EFF-SUB
           .

      *****************************************************
      * PARA-9-REPORT-3 - one "*GROUP*" line per account
      * group: the members' cycles, the group accumulator,
      * trips and warning crossings, the group ID in
      * RPT-GROUP-ID.
      *****************************************************
       PARA-9-REPORT-3 SECTION.
           MOVE SPACES                      TO RPT-RECORD
           MOVE WS-JOB-ID                   TO RPT-JOB-NAME
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
           WRITE RPT-RECORD
           ADD 1 TO WS-GRP-SUB
           .

      *****************************************************
      * PARA-9-SETTLE - one type A settlement record per
      * source system applied tonight: debits, credits
           ADD 1 TO WS-ACCT-SUB
           .

      *****************************************************
      * PARA-9-POSITION - rewrite the position master: the
      * prior nights still inside tomorrow's windows (back
      * to WS-POS-KEEP-DATE) carried forward as they were,
      * then tonight's activity, one record per account
      * that had any. Any record for tonight's run date -
      * left by an earlier attempt at this same night - is
      * dropped in favour of the one rebuilt here. Like
      * SUSPOUT, POSOUT is a passed temporary the job only
      * catalogs as the next POSITION generation after a
      * clean run. A partition carries forward only its
      * own accounts' prior nights; THRMERGE's job puts the
      * partitions' masters back together.
      *****************************************************
       PARA-9-POSITION SECTION.
           MOVE "N" TO WS-POS-EOF-SW
           OPEN INPUT POSITION-IN-FILE
           IF WS-POS-IN-STATUS = "00"
               PERFORM PARA-9-POSITION-1 UNTIL WS-POS-EOF
               CLOSE POSITION-IN-FILE
           END-IF
           MOVE 1 TO WS-ACCT-SUB
           PERFORM PARA-9-POSITION-2
               UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT
           .

       PARA-9-POSITION-1 SECTION.
           READ POSITION-IN-FILE
               AT END
                   SET WS-POS-EOF TO TRUE
               NOT AT END
                   IF POS-RUN-DATE NUMERIC
                          AND POS-AMOUNT NUMERIC
                          AND POS-RUN-DATE NOT = WS-RUN-DATE
                          AND POS-RUN-DATE NOT < WS-POS-KEEP-DATE
                       MOVE POS-ACCOUNT TO WS-PTN-KEY
                       PERFORM PARA-8-IN-PARTITION
                       IF WS-PTN-MINE
                           MOVE POS-RECORD TO POS-OUT-RECORD
                           WRITE POS-OUT-RECORD
                           ADD 1 TO WS-POS-OUT-COUNT
                       END-IF
                   END-IF
           END-READ
           .

       PARA-9-POSITION-2 SECTION.
           IF WS-ACCT-NIGHT-AMT (WS-ACCT-SUB) > 0
               MOVE SPACES TO POS-OUT-RECORD
               MOVE WS-ACCT-KEY (WS-ACCT-SUB) TO POS-OUT-ACCOUNT
               MOVE WS-RUN-DATE               TO POS-OUT-RUN-DATE
               MOVE WS-ACCT-NIGHT-AMT (WS-ACCT-SUB)
                   TO POS-OUT-AMOUNT
               WRITE POS-OUT-RECORD
               ADD 1 TO WS-POS-OUT-COUNT
           END-IF
           ADD 1 TO WS-ACCT-SUB
           .

       PARA-9-EXTRACT SECTION.
           MOVE SPACES      TO XTR-RECORD
           MOVE WS-JOB-ID   TO XTR-JOB-ID
           MOVE WS-RUN-DATE TO XTR-RUN-DATE
           MOVE WS-RUN-STAMP TO XTR-RUN-STAMP
           MOVE WS-ACCT-KEY (WS-CUR-SUB)    TO XTR-ACCOUNT
           MOVE WS-ACCT-AREA-1 (WS-CUR-SUB) TO XTR-FINAL-AREA-1
           MOVE 0                           TO XTR-TRIP-TOTAL
           WRITE XTR-RECORD
           .

      *****************************************************
      * PARA-9-WINEXTRACT - the extract record for a window
      * trip: marked with the window type, the window total
      * in XTR-TRIP-TOTAL and no nightly amount.
      *****************************************************
       PARA-9-WINEXTRACT SECTION.
           MOVE SPACES      TO XTR-RECORD
           MOVE WS-JOB-ID   TO XTR-JOB-ID
           MOVE WS-RUN-DATE TO XTR-RUN-DATE
           MOVE WS-RUN-STAMP TO XTR-RUN-STAMP
           MOVE WS-ACCT-KEY (WS-CUR-SUB) TO XTR-ACCOUNT
           MOVE 0               TO XTR-FINAL-AREA-1
           MOVE WS-WINDOW-TYPE  TO XTR-TRIP-TYPE
           MOVE WS-WINDOW-TOTAL TO XTR-TRIP-TOTAL
           WRITE XTR-RECORD
           .

      *****************************************************
      * PARA-9-GRPEXTRACT - the extract record for a group
      * trip: the group ID in XTR-ACCOUNT, the tripped
      * group amount in XTR-FINAL-AREA-1, marked G.
      *****************************************************
       PARA-9-GRPEXTRACT SECTION.
           MOVE SPACES             TO XTR-RECORD
           MOVE WS-JOB-ID          TO XTR-JOB-ID
           MOVE WS-RUN-DATE        TO XTR-RUN-DATE
           MOVE WS-RUN-STAMP       TO XTR-RUN-STAMP
           MOVE WS-GRP-ID (WS-CUR-GRP) TO XTR-ACCOUNT
           MOVE WS-GRP-TRIP-AMOUNT TO XTR-FINAL-AREA-1
           MOVE "G"                TO XTR-TRIP-TYPE
           MOVE 0                  TO XTR-TRIP-TOTAL
           WRITE XTR-RECORD
           .

       PARA-9-TERM SECTION.
           IF NOT WS-ABEND-OCCURRED AND NOT WS-TEST-MODE
               MOVE WS-CHK-CTL-KEY TO CHK-KEY
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               MOVE 0 TO WS-TRIP-JRNL-SEQ
               PERFORM PARA-9-TERM-2
                   UNTIL WS-TRIP-JRNL-SEQ >= WS-TRIP-COUNT
               MOVE 1 TO WS-GRP-SUB
               PERFORM PARA-9-TERM-3
                   UNTIL WS-GRP-SUB > WS-GROUP-COUNT
               MOVE 0 TO WS-GRP-JRNL-SEQ
               PERFORM PARA-9-TERM-4
                   UNTIL WS-GRP-JRNL-SEQ >= WS-GRPTRIP-COUNT
           END-IF
           CLOSE TRANS-FILE
           CLOSE CHECKPOINT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE SETTLE-FILE
               CLOSE SUSPENSE-OUT-FILE
               CLOSE POSITION-OUT-FILE
           END-IF
           .


       PARA-9-TERM-2 SECTION.
           ADD 1 TO WS-TRIP-JRNL-SEQ
           IF WS-PARTITIONED
               MOVE "TP"             TO WS-PTN-JRNL-TYPE
               MOVE WS-TRIP-JRNL-SEQ TO WS-PTN-JRNL-SEQ
               MOVE WS-PTN-JRNL-KEY  TO CHK-KEY
           ELSE
               MOVE WS-TRIP-JRNL-KEY TO CHK-KEY
           END-IF
           DELETE CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           .

      *****************************************************
      * PARA-9-TERM-3 - a partition deletes only the group
      * records it owns; another partition, still running,
      * may be checkpointing the rest.
      *****************************************************
       PARA-9-TERM-3 SECTION.
           IF NOT WS-PARTITIONED
                  OR WS-GRP-MEMBERS (WS-GRP-SUB) > 0
               MOVE WS-GRP-ID (WS-GRP-SUB) TO WS-GRP-CHK-ID
               MOVE WS-GRP-CHK-KEY TO CHK-KEY
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           ADD 1 TO WS-GRP-SUB
           .

       PARA-9-TERM-4 SECTION.
           ADD 1 TO WS-GRP-JRNL-SEQ
           IF WS-PARTITIONED
               MOVE "GP"            TO WS-PTN-JRNL-TYPE
               MOVE WS-GRP-JRNL-SEQ TO WS-PTN-JRNL-SEQ
               MOVE WS-PTN-JRNL-KEY TO CHK-KEY
           ELSE
               MOVE WS-GRP-JRNL-KEY TO CHK-KEY
           END-IF
           DELETE CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           .

      *****************************************************
      * PARA-9-RUNLOG - append this run's statistics record
      * to the run log, started at the run stamp the
      * extract carries. Diverted transactions still count
      * as cycles, so they come off the cycle count to give
      * the transactions posted. The log only feeds trend
      * reporting, so a log that will not open is a warning
      * and the return code stands. A partition logs under
      * its own job name, THRPRT + the partition number.
      *****************************************************
       PARA-9-RUNLOG SECTION.
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "THRESHJB WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               IF WS-PARTITIONED
                   MOVE WS-PTN-JOB-NAME TO RST-JOB-NAME
               ELSE
                   MOVE WS-JOB-ID       TO RST-JOB-NAME
               END-IF
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "THRESHJB"        TO RST-PROGRAM
               MOVE WS-RUN-DATE       TO RST-RUN-DATE
               MOVE WS-RUN-STAMP      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-CYCLE-COUNT    TO RST-IN-COUNT
               COMPUTE RST-REJECT-COUNT = WS-STALE-COUNT
                   + WS-FUTURE-COUNT
               IF RST-REJECT-COUNT > WS-CYCLE-COUNT
                   MOVE 0             TO RST-OUT-COUNT
               ELSE
                   COMPUTE RST-OUT-COUNT = WS-CYCLE-COUNT
                       - RST-REJECT-COUNT
               END-IF
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
