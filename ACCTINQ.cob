       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTINQ.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * ACCTINQ is the single-account research report. Each
      * QCTLIN card carries a date range and up to eight
      * accounts (or account group IDs); for every account
      * requested ACCTINQ pulls the account's records out
      * of every file the system keeps and prints them as
      * one chronological story:
      *   THRESH   - threshold master records (THMIN) with
      *              their threshold, warning level, window
      *              thresholds and effective date; the
      *              record in force when the range opens
      *              heads the list
      *   REJECT   - TRNEDIT rejects (REJIN) with their
      *              reason code
      *   AUDIT    - every audit cycle (AUDIN) with its
      *              branch and before/after values
      *   SUSPENSE - suspense holds and draws (the SUSHOLD
      *              and SUSDRAW audit records)
      *   DIVERT   - effective-date diversions, last
      *              night's still on the exception file
      *              (EXCIN) and the ones EXCWHSE has worked
      *              on the warehouse and its archive (WHSIN)
      *   TRIP     - extract records from every XTRACT
      *              generation (XTRIN), each marked POSTED
      *              or NOT POSTED against the ledger
      *   ALERT    - alert events (EVTIN)
      *   LEDGER   - ledger postings (LDGIN, and the
      *              statement archive on LDGARIN), each
      *              marked NO TRIP when no extract record
      *              stands behind it
      * Within a run date the items print in that order,
      * the order the night produces them in. Dates are the
      * run date the item belongs to - the effective date
      * for a threshold record - and the range is
      * inclusive; a blank from or to date leaves that end
      * of the range open.
      * Each account closes with its section totals and a
      * ledger tie-out built the way LDGSTMT builds its
      * statement: the balance forward from LDGSTMT's carry
      * record, plus the postings before the range, is the
      * opening balance; plus the postings in the range,
      * the ending balance; plus the postings after it, the
      * statement balance LDGSTMT prints for the account.
      * Archived postings are already inside the balance
      * forward and are listed for the trip match only.
      * The outstanding suspense balance comes from the
      * current suspense generation (SUSIN).
      * Every input but the control card is optional: a
      * file that will not open is reported with a warning
      * and its section is simply empty.
      * RETURN-CODE 0 is a normal run, 4 means no requested
      * account had anything in its range, 8 means the
      * control card named no valid request, 16 means the
      * control card or report failed to open or the item
      * table overflowed.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CONTROL-FILE
               ASSIGN TO "QCTLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT THRESHOLD-MASTER-FILE
               ASSIGN TO "THMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THRMAST-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "XTRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "LDGIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-ARCHIVE-FILE
               ASSIGN TO "LDGARIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGARCH-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "WHSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "EVTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "QRYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CONTROL-FILE
           RECORDING MODE IS F.
       01  QCT-RECORD.
           05  QCT-FROM-DATE           PIC X(8).
           05  QCT-TO-DATE             PIC X(8).
           05  QCT-ACCOUNT             PIC X(8) OCCURS 8 TIMES.

       FD  THRESHOLD-MASTER-FILE
           RECORDING MODE IS F.
           COPY THMREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY XTRREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LDGREC.

      *****************************************************
      * The statement archive LDGSTMT cuts, in the LDGREC
      * layout.
      *****************************************************
       FD  LEDGER-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  LDA-RECORD.
           05  LDA-JOB-ID              PIC X(8).
           05  LDA-RUN-DATE            PIC X(8).
           05  LDA-ACCOUNT             PIC X(8).
           05  LDA-POST-DATE           PIC X(8).
           05  LDA-POST-AMOUNT         PIC 9(5).
           05  LDA-BALANCE-FWD         PIC X(9).
           05  LDA-POST-TYPE           PIC X(1).
           05  FILLER                  PIC X(33).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
           COPY REJREC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY EXCREC.

       FD  WAREHOUSE-FILE
           RECORDING MODE IS F.
           COPY WHSREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY EVTREC.

       FD  INQUIRY-REPORT-FILE
           RECORDING MODE IS F.
       01  INQUIRY-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(5) VALUE 0.
       01  WS-CARD-REJECT-COUNT        PIC 9(5) VALUE 0.
       01  WS-CARD-SUB                 PIC 9(3) VALUE 0.
       01  WS-CARD-FROM                PIC X(8) VALUE SPACES.
       01  WS-CARD-TO                  PIC X(8) VALUE SPACES.
       01  WS-ACTIVE-COUNT             PIC 9(5) VALUE 0.

      *****************************************************
      * Records read from each input, for the control page.
      *****************************************************
       01  WS-READ-COUNTS.
           05  WS-THM-READ             PIC 9(7) VALUE 0.
           05  WS-AUD-READ             PIC 9(7) VALUE 0.
           05  WS-XTR-READ             PIC 9(7) VALUE 0.
           05  WS-LDG-READ             PIC 9(7) VALUE 0.
           05  WS-LDA-READ             PIC 9(7) VALUE 0.
           05  WS-SUS-READ             PIC 9(7) VALUE 0.
           05  WS-REJ-READ             PIC 9(7) VALUE 0.
           05  WS-EXC-READ             PIC 9(7) VALUE 0.
           05  WS-WHS-READ             PIC 9(7) VALUE 0.
           05  WS-EVT-READ             PIC 9(7) VALUE 0.

       01  WS-INPUT-EOF-SW             PIC X    VALUE "N".
           88  WS-INPUT-EOF            VALUE "Y".

       01  WS-CONTROL-EOF-SW           PIC X    VALUE "N".
           88  WS-CONTROL-EOF          VALUE "Y".

       01  WS-IN-RANGE-SW              PIC X    VALUE "N".
           88  WS-IN-RANGE             VALUE "Y".

       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC XX VALUE "00".
           05  WS-THRMAST-STATUS       PIC XX VALUE "00".
           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-EXTRACT-STATUS       PIC XX VALUE "00".
           05  WS-LEDGER-STATUS        PIC XX VALUE "00".
           05  WS-LDGARCH-STATUS       PIC XX VALUE "00".
           05  WS-SUSPENSE-STATUS      PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-EXCP-STATUS          PIC XX VALUE "00".
           05  WS-WHSE-STATUS          PIC XX VALUE "00".
           05  WS-ALERT-STATUS         PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

      *****************************************************
      * Request table - one entry per account asked for,
      * with its date range, the threshold record in force
      * when the range opens, and the ledger and suspense
      * figures that feed its tie-out.
      *****************************************************
       01  WS-REQ-LIMIT                PIC 9(3) VALUE 50.
       01  WS-REQ-COUNT                PIC 9(3) VALUE 0.
       01  WS-REQ-SUB                  PIC 9(3) VALUE 0.
       01  WS-REQ-FOUND                PIC 9(3) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-ACCOUNT      PIC X(8).
               10  WS-REQ-FROM         PIC X(8).
               10  WS-REQ-TO           PIC X(8).
               10  WS-REQ-OPN-SW       PIC X.
                   88  WS-REQ-OPN-FOUND VALUE "Y".
               10  WS-REQ-OPN-EFF      PIC X(8).
               10  WS-REQ-OPN-THRESHOLD PIC 9(5).
               10  WS-REQ-OPN-WARN     PIC X(5).
               10  WS-REQ-OPN-ROLL     PIC X(7).
               10  WS-REQ-OPN-MTD      PIC X(7).
               10  WS-REQ-CARRY        PIC 9(9).
               10  WS-REQ-PRIOR-COUNT  PIC 9(5).
               10  WS-REQ-PRIOR-AMT    PIC 9(9).
               10  WS-REQ-LATER-COUNT  PIC 9(5).
               10  WS-REQ-LATER-AMT    PIC 9(9).
               10  WS-REQ-SUS-SW       PIC X.
                   88  WS-REQ-SUS-FOUND VALUE "Y".
               10  WS-REQ-SUSPENSE     PIC 9(7).

       01  WS-SRCH-ACCOUNT             PIC X(8) VALUE SPACES.
       01  WS-CHK-DATE                 PIC X(8) VALUE SPACES.

      *****************************************************
      * Item table - every record selected for a requested
      * account, kept in key order (account, date, the
      * stage of the night the item comes from, then the
      * order it was read) so that walking the table prints
      * each account's story in date order. Each item
      * carries its printable detail, built as it is read,
      * and the amount and marks its section totals use.
      *****************************************************
       01  WS-ITEM-LIMIT               PIC 9(5) VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE 0.
       01  WS-ITEM-SEQ                 PIC 9(5) VALUE 0.
       01  WS-ITEM-SUB                 PIC 9(5) VALUE 0.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.
       01  WS-INS-SUB                  PIC 9(5) VALUE 0.
       01  WS-SLOT-SW                  PIC X    VALUE "N".
           88  WS-SLOT-FOUND           VALUE "Y".
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITM-KEY.
                   15  WS-ITM-ACCOUNT  PIC X(8).
                   15  WS-ITM-DATE     PIC X(8).
                   15  WS-ITM-STAGE    PIC 9(1).
                   15  WS-ITM-SEQ      PIC 9(5).
               10  WS-ITM-SECTION      PIC X(8).
               10  WS-ITM-KIND         PIC X(1).
               10  WS-ITM-AMOUNT       PIC 9(7).
               10  WS-ITM-RUN-DATE     PIC X(8).
               10  WS-ITM-MATCH-SW     PIC X(1).
                   88  WS-ITM-MATCHED  VALUE "Y".
               10  WS-ITM-NOTE         PIC X(14).
               10  WS-ITM-TEXT         PIC X(96).

       01  WS-NEW-ITEM.
           05  WS-NEW-KEY.
               10  WS-NEW-ACCOUNT      PIC X(8).
               10  WS-NEW-DATE         PIC X(8).
               10  WS-NEW-STAGE        PIC 9(1).
               10  WS-NEW-SEQ          PIC 9(5).
           05  WS-NEW-SECTION          PIC X(8).
           05  WS-NEW-KIND             PIC X(1).
           05  WS-NEW-AMOUNT           PIC 9(7).
           05  WS-NEW-RUN-DATE         PIC X(8).
           05  WS-NEW-MATCH-SW         PIC X(1).
           05  WS-NEW-NOTE             PIC X(14).
           05  WS-NEW-TEXT             PIC X(96).

       01  WS-EFF-DATE                 PIC X(8) VALUE SPACES.
       01  WS-DIFF-AMOUNT              PIC 9(7) VALUE 0.
       01  WS-CARRY-AMOUNT             PIC 9(9) VALUE 0.
       01  WS-DIV-TRN-DATA             PIC X(80) VALUE SPACES.
       01  WS-DIV-REASON               PIC X(8) VALUE SPACES.

      *****************************************************
      * Detail text for each kind of item, built here and
      * moved to the item whole.
      *****************************************************
       01  WS-THM-TEXT.
           05  FILLER                  PIC X(10) VALUE "THRESHOLD ".
           05  WS-THT-THRESHOLD        PIC 9(5).
           05  FILLER                  PIC X(10) VALUE "  WARNING ".
           05  WS-THT-WARN             PIC X(5).
           05  FILLER                  PIC X(10) VALUE "  ROLLING ".
           05  WS-THT-ROLL             PIC X(7).
           05  FILLER                  PIC X(6)  VALUE "  MTD ".
           05  WS-THT-MTD              PIC X(7).
           05  FILLER                  PIC X(12)
               VALUE "  EFFECTIVE ".
           05  WS-THT-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-AUD-TEXT.
           05  FILLER                  PIC X(7)  VALUE "BRANCH ".
           05  WS-AUT-BRANCH           PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  BEFORE ".
           05  WS-AUT-BEFORE           PIC X(7).
           05  FILLER                  PIC X(9)  VALUE "  AFTER ".
           05  WS-AUT-AFTER            PIC X(7).
           05  FILLER                  PIC X(8)  VALUE "  TIME ".
           05  WS-AUT-TIME             PIC X(6).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-XTR-TEXT.
           05  FILLER                  PIC X(10) VALUE "TRIP TYPE ".
           05  WS-XTT-TYPE             PIC X(1).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-XTT-AMOUNT           PIC 9(7).
           05  FILLER                  PIC X(6)  VALUE "  JOB ".
           05  WS-XTT-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-LDG-TEXT.
           05  FILLER                  PIC X(15)
               VALUE "POSTING AMOUNT ".
           05  WS-LDT-AMOUNT           PIC 9(5).
           05  FILLER                  PIC X(12)
               VALUE "  POSTED ON ".
           05  WS-LDT-POST-DATE        PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  TYPE  ".
           05  WS-LDT-TYPE             PIC X(1).
           05  FILLER                  PIC X(6)  VALUE "  JOB ".
           05  WS-LDT-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-TRN-TEXT.
           05  WS-TNT-TAG              PIC X(7).
           05  WS-TNT-REASON           PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  TRN ".
           05  WS-TNT-TRN-ID           PIC X(10).
           05  FILLER                  PIC X(9)  VALUE "  SOURCE ".
           05  WS-TNT-SOURCE           PIC X(4).
           05  FILLER                  PIC X(6)  VALUE "  EFF ".
           05  WS-TNT-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(5)  VALUE "  DC ".
           05  WS-TNT-DC-IND           PIC X(1).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-TNT-AMOUNT           PIC X(5).
           05  WS-TNT-RESUB-TAG        PIC X(8).
           05  WS-TNT-RESUB            PIC X(3).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-EVT-TEXT.
           05  FILLER                  PIC X(6)  VALUE "EVENT ".
           05  WS-EVT-CODE             PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  JOB ".
           05  WS-EVT-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-EVT-AREA-1           PIC X(7).
           05  FILLER                  PIC X(8)  VALUE "  TRIPS ".
           05  WS-EVT-TRIPS            PIC X(5).
           05  FILLER                  PIC X(8)  VALUE "  TYPE  ".
           05  WS-EVT-TYPE             PIC X(1).
           05  FILLER                  PIC X(10) VALUE "  STATUS  ".
           05  WS-EVT-STATUS           PIC X(2).
           05  FILLER                  PIC X(8)  VALUE "  TIME ".
           05  WS-EVT-TIME             PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.

      *****************************************************
      * One account's section totals, accumulated as its
      * items print.
      *****************************************************
       01  WS-ACCT-TOTALS.
           05  WS-AT-ITEMS             PIC 9(5).
           05  WS-AT-THM-COUNT         PIC 9(5).
           05  WS-AT-REJ-COUNT         PIC 9(5).
           05  WS-AT-REJ-AMT           PIC 9(9).
           05  WS-AT-CYC-COUNT         PIC 9(5).
           05  WS-AT-RAISE-COUNT       PIC 9(5).
           05  WS-AT-RAISE-AMT         PIC 9(9).
           05  WS-AT-LOWER-COUNT       PIC 9(5).
           05  WS-AT-LOWER-AMT         PIC 9(9).
           05  WS-AT-HOLD-COUNT        PIC 9(5).
           05  WS-AT-HOLD-AMT          PIC 9(9).
           05  WS-AT-DRAW-COUNT        PIC 9(5).
           05  WS-AT-DRAW-AMT          PIC 9(9).
           05  WS-AT-DIV-COUNT         PIC 9(5).
           05  WS-AT-DIV-AMT           PIC 9(9).
           05  WS-AT-TRIP-COUNT        PIC 9(5).
           05  WS-AT-TRIP-AMT          PIC 9(9).
           05  WS-AT-POSTED-COUNT      PIC 9(5).
           05  WS-AT-POSTED-AMT        PIC 9(9).
           05  WS-AT-UNPOSTED-COUNT    PIC 9(5).
           05  WS-AT-UNPOSTED-AMT      PIC 9(9).
           05  WS-AT-WINDOW-COUNT      PIC 9(5).
           05  WS-AT-WINDOW-AMT        PIC 9(9).
           05  WS-AT-ALR-COUNT         PIC 9(5).
           05  WS-AT-LDG-COUNT         PIC 9(5).
           05  WS-AT-LDG-AMT           PIC 9(9).
           05  WS-AT-NOTRIP-COUNT      PIC 9(5).
           05  WS-AT-NOTRIP-AMT        PIC 9(9).
           05  WS-AT-ARCH-COUNT        PIC 9(5).
           05  WS-AT-ARCH-AMT          PIC 9(9).
           05  WS-AT-OPEN-BAL          PIC 9(9).
           05  WS-AT-END-BAL           PIC 9(9).
           05  WS-AT-STMT-BAL          PIC 9(9).

       01  WS-GRAND-ITEMS              PIC 9(7) VALUE 0.

       01  WS-ACCOUNT-HEADER.
           05  FILLER                  PIC X(8)  VALUE "ACCOUNT ".
           05  WS-AH-ACCOUNT           PIC X(8).
           05  FILLER                  PIC X(13)
               VALUE "  DATES FROM ".
           05  WS-AH-FROM              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WS-AH-TO                PIC X(8).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "SECTION".
           05  FILLER                  PIC X(98) VALUE "DETAIL".
           05  FILLER                  PIC X(14) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-SECTION          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-TEXT             PIC X(96).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-NOTE             PIC X(14).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  WS-TOT-COUNT            PIC 9(7)  VALUE 0.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AML-LABEL            PIC X(30) VALUE SPACES.
           05  WS-AML-COUNT            PIC 9(5)  VALUE 0.
           05  FILLER                  PIC X(9)  VALUE "  AMOUNT ".
           05  WS-AML-AMOUNT           PIC 9(9)  VALUE 0.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  WS-BAL-LABEL            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE " BALANCE ".
           05  WS-BAL-AMOUNT           PIC 9(9)  VALUE 0.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PARA-0-INIT
           IF WS-REQ-COUNT > 0
               PERFORM PARA-1-THRMAST
               PERFORM PARA-1-AUDIT
               PERFORM PARA-1-EXTRACT
               PERFORM PARA-1-LEDGER
               PERFORM PARA-1-LEDGER-ARCH
               PERFORM PARA-1-SUSPENSE
               PERFORM PARA-1-REJECTS
               PERFORM PARA-1-EXCEPTIONS
               PERFORM PARA-1-WAREHOUSE
               PERFORM PARA-1-ALERTS
               PERFORM PARA-1-OPENING
               PERFORM PARA-5-MATCH
               MOVE 1 TO WS-REQ-SUB
               PERFORM PARA-6-ACCOUNT
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF
           PERFORM PARA-8-TOTALS
           PERFORM PARA-9-TERM
           EVALUATE TRUE
               WHEN WS-REQ-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACTIVE-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "ACCTINQ CARDS     = " WS-CARD-COUNT
           DISPLAY "ACCTINQ ACCOUNTS  = " WS-REQ-COUNT
           DISPLAY "ACCTINQ ACTIVE    = " WS-ACTIVE-COUNT
           DISPLAY "ACCTINQ ITEMS     = " WS-ITEM-COUNT
           STOP RUN.

       PARA-0-INIT SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           OPEN INPUT INQUIRY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ACCTINQ ABEND - INQUIRY-CONTROL-FILE OPEN "
                       "FAILED, STATUS = " WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ACCTINQ ABEND - INQUIRY-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE INQUIRY-CONTROL-FILE
               STOP RUN
           END-IF

           MOVE "ACCTINQ ACCOUNT RESEARCH REPORT"
               TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE

           PERFORM PARA-0-CARD UNTIL WS-CONTROL-EOF
           CLOSE INQUIRY-CONTROL-FILE
           .

      *****************************************************
      * PARA-0-CARD - one control card: the date range in
      * columns 1-16 and up to eight accounts behind it. A
      * blank from date opens the range at the beginning,
      * a blank to date at the end; a card whose dates are
      * not dates, or run backwards, is skipped with a
      * warning.
      *****************************************************
       PARA-0-CARD SECTION.
           READ INQUIRY-CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   MOVE QCT-FROM-DATE TO WS-CARD-FROM
                   MOVE QCT-TO-DATE   TO WS-CARD-TO
                   IF WS-CARD-FROM = SPACES
                       MOVE "00000000" TO WS-CARD-FROM
                   END-IF
                   IF WS-CARD-TO = SPACES
                       MOVE "99999999" TO WS-CARD-TO
                   END-IF
                   IF WS-CARD-FROM NOT NUMERIC
                          OR WS-CARD-TO NOT NUMERIC
                          OR WS-CARD-FROM > WS-CARD-TO
                       ADD 1 TO WS-CARD-REJECT-COUNT
                       DISPLAY "ACCTINQ WARNING - CARD "
                               WS-CARD-COUNT " DATE RANGE INVALID, "
                               "CARD SKIPPED"
                   ELSE
                       MOVE 1 TO WS-CARD-SUB
                       PERFORM PARA-0-CARD-1
                           UNTIL WS-CARD-SUB > 8
                   END-IF
           END-READ
           .

       PARA-0-CARD-1 SECTION.
           IF QCT-ACCOUNT (WS-CARD-SUB) NOT = SPACES
               MOVE QCT-ACCOUNT (WS-CARD-SUB) TO WS-SRCH-ACCOUNT
               PERFORM PARA-8-FIND-REQ
               EVALUATE TRUE
                   WHEN WS-REQ-FOUND > 0
                       DISPLAY "ACCTINQ WARNING - ACCOUNT "
                               WS-SRCH-ACCOUNT " REQUESTED TWICE, "
                               "FIRST RANGE KEPT"
                   WHEN WS-REQ-COUNT >= WS-REQ-LIMIT
                       DISPLAY "ACCTINQ WARNING - MORE THAN "
                               WS-REQ-LIMIT " ACCOUNTS, ACCOUNT "
                               WS-SRCH-ACCOUNT " SKIPPED"
                   WHEN OTHER
                       ADD 1 TO WS-REQ-COUNT
                       INITIALIZE WS-REQ-ENTRY (WS-REQ-COUNT)
                       MOVE WS-SRCH-ACCOUNT
                           TO WS-REQ-ACCOUNT (WS-REQ-COUNT)
                       MOVE WS-CARD-FROM
                           TO WS-REQ-FROM (WS-REQ-COUNT)
                       MOVE WS-CARD-TO
                           TO WS-REQ-TO (WS-REQ-COUNT)
               END-EVALUATE
           END-IF
           ADD 1 TO WS-CARD-SUB
           .

      *****************************************************
      * PARA-1-THRMAST - threshold master records. A record
      * effective inside the range is an item; the latest
      * one effective before the range is remembered as the
      * record in force when the range opens (the master is
      * in account/effective-date order, so a later one
      * simply replaces it). Spaces in THM-EFF-DATE means
      * effective since before the field existed.
      *****************************************************
       PARA-1-THRMAST SECTION.
           OPEN INPUT THRESHOLD-MASTER-FILE
           IF WS-THRMAST-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-THRMAST-1 UNTIL WS-INPUT-EOF
               CLOSE THRESHOLD-MASTER-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - THRESHOLD-MASTER-FILE "
                       "OPEN FAILED, STATUS = " WS-THRMAST-STATUS
           END-IF
           .

       PARA-1-THRMAST-1 SECTION.
           READ THRESHOLD-MASTER-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-THM-READ
                   MOVE THM-ACCOUNT TO WS-SRCH-ACCOUNT
                   PERFORM PARA-8-FIND-REQ
                   IF WS-REQ-FOUND > 0
                       PERFORM PARA-1-THRMAST-2
                   END-IF
           END-READ
           .

       PARA-1-THRMAST-2 SECTION.
           MOVE THM-EFF-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE = SPACES
               MOVE "00000000" TO WS-EFF-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-EFF-DATE < WS-REQ-FROM (WS-REQ-FOUND)
                   SET WS-REQ-OPN-FOUND (WS-REQ-FOUND) TO TRUE
                   MOVE WS-EFF-DATE
                       TO WS-REQ-OPN-EFF (WS-REQ-FOUND)
                   MOVE THM-THRESHOLD
                       TO WS-REQ-OPN-THRESHOLD (WS-REQ-FOUND)
                   MOVE THM-WARN-LEVEL
                       TO WS-REQ-OPN-WARN (WS-REQ-FOUND)
                   MOVE THM-ROLL-THRESHOLD
                       TO WS-REQ-OPN-ROLL (WS-REQ-FOUND)
                   MOVE THM-MTD-THRESHOLD
                       TO WS-REQ-OPN-MTD (WS-REQ-FOUND)
               WHEN WS-EFF-DATE > WS-REQ-TO (WS-REQ-FOUND)
                   CONTINUE
               WHEN OTHER
                   MOVE THM-THRESHOLD      TO WS-THT-THRESHOLD
                   MOVE THM-WARN-LEVEL     TO WS-THT-WARN
                   MOVE THM-ROLL-THRESHOLD TO WS-THT-ROLL
                   MOVE THM-MTD-THRESHOLD  TO WS-THT-MTD
                   MOVE THM-EFF-DATE       TO WS-THT-EFF-DATE
                   MOVE SPACES             TO WS-NEW-ITEM
                   MOVE WS-EFF-DATE        TO WS-NEW-DATE
                   MOVE 1                  TO WS-NEW-STAGE
                   MOVE "THRESH"           TO WS-NEW-SECTION
                   MOVE THM-THRESHOLD      TO WS-NEW-AMOUNT
                   IF WS-EFF-DATE > WS-RUN-DATE
                       MOVE "SCHEDULED"    TO WS-NEW-NOTE
                   ELSE
                       MOVE "CHANGED"      TO WS-NEW-NOTE
                   END-IF
                   MOVE WS-THM-TEXT        TO WS-NEW-TEXT
                   PERFORM PARA-7-ADD-ITEM
           END-EVALUATE
           .

      *****************************************************
      * PARA-1-AUDIT - audit trail records, by run date.
      * SUSHOLD and SUSDRAW side records go to the SUSPENSE
      * section (before and after are the suspense
      * balance), everything else to AUDIT; the item amount
      * is the size of the movement either way.
      *****************************************************
       PARA-1-AUDIT SECTION.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-AUDIT-1 UNTIL WS-INPUT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - AUDIT-FILE OPEN FAILED, "
                       "STATUS = " WS-AUDIT-STATUS
           END-IF
           .

       PARA-1-AUDIT-1 SECTION.
           READ AUDIT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-READ
                   MOVE AUD-ACCOUNT  TO WS-SRCH-ACCOUNT
                   MOVE AUD-RUN-DATE TO WS-CHK-DATE
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       PERFORM PARA-1-AUDIT-2
                   END-IF
           END-READ
           .

       PARA-1-AUDIT-2 SECTION.
           MOVE SPACES            TO WS-NEW-ITEM
           MOVE AUD-RUN-DATE      TO WS-NEW-DATE
           MOVE 3                 TO WS-NEW-STAGE
           MOVE 0                 TO WS-DIFF-AMOUNT
           MOVE "U"               TO WS-NEW-KIND
           IF AUD-BEFORE-AREA-1 NUMERIC AND AUD-AFTER-AREA-1 NUMERIC
               IF AUD-AFTER-AREA-1 < AUD-BEFORE-AREA-1
                   MOVE "D" TO WS-NEW-KIND
                   COMPUTE WS-DIFF-AMOUNT
                       = AUD-BEFORE-AREA-1 - AUD-AFTER-AREA-1
               ELSE
                   COMPUTE WS-DIFF-AMOUNT
                       = AUD-AFTER-AREA-1 - AUD-BEFORE-AREA-1
               END-IF
           END-IF
           EVALUATE AUD-BRANCH
               WHEN "SUSHOLD"
                   MOVE "SUSPENSE" TO WS-NEW-SECTION
                   MOVE "H"        TO WS-NEW-KIND
                   MOVE "HELD"     TO WS-NEW-NOTE
               WHEN "SUSDRAW"
                   MOVE "SUSPENSE" TO WS-NEW-SECTION
                   MOVE "D"        TO WS-NEW-KIND
                   MOVE "DRAWN"    TO WS-NEW-NOTE
               WHEN OTHER
                   MOVE "AUDIT"    TO WS-NEW-SECTION
           END-EVALUATE
           MOVE WS-DIFF-AMOUNT    TO WS-NEW-AMOUNT
           MOVE AUD-BRANCH        TO WS-AUT-BRANCH
           MOVE AUD-BEFORE-AREA-1 TO WS-AUT-BEFORE
           MOVE AUD-AFTER-AREA-1  TO WS-AUT-AFTER
           MOVE AUD-TIMESTAMP (9:6) TO WS-AUT-TIME
           MOVE WS-AUD-TEXT       TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-EXTRACT - extract records from every XTRACT
      * generation, by run date. A window record's amount
      * is the window total, which is never posted.
      *****************************************************
       PARA-1-EXTRACT SECTION.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-EXTRACT-1 UNTIL WS-INPUT-EOF
               CLOSE EXTRACT-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - EXTRACT-FILE OPEN "
                       "FAILED, STATUS = " WS-EXTRACT-STATUS
           END-IF
           .

       PARA-1-EXTRACT-1 SECTION.
           READ EXTRACT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XTR-READ
                   MOVE XTR-ACCOUNT  TO WS-SRCH-ACCOUNT
                   MOVE XTR-RUN-DATE TO WS-CHK-DATE
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       PERFORM PARA-1-EXTRACT-2
                   END-IF
           END-READ
           .

       PARA-1-EXTRACT-2 SECTION.
           MOVE SPACES           TO WS-NEW-ITEM
           MOVE XTR-RUN-DATE     TO WS-NEW-DATE
           MOVE XTR-RUN-DATE     TO WS-NEW-RUN-DATE
           MOVE 5                TO WS-NEW-STAGE
           MOVE "TRIP"           TO WS-NEW-SECTION
           MOVE XTR-TRIP-TYPE    TO WS-NEW-KIND
           MOVE 0                TO WS-NEW-AMOUNT
           IF XTR-WINDOW-TRIP
               IF XTR-TRIP-TOTAL NUMERIC
                   MOVE XTR-TRIP-TOTAL TO WS-NEW-AMOUNT
               END-IF
               MOVE "WINDOW TOTAL" TO WS-NEW-NOTE
           ELSE
               IF XTR-FINAL-AREA-1 NUMERIC
                   MOVE XTR-FINAL-AREA-1 TO WS-NEW-AMOUNT
               END-IF
           END-IF
           MOVE XTR-TRIP-TYPE    TO WS-XTT-TYPE
           MOVE WS-NEW-AMOUNT    TO WS-XTT-AMOUNT
           MOVE XTR-JOB-ID       TO WS-XTT-JOB-ID
           MOVE WS-XTR-TEXT      TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-LEDGER - the live ledger. Carry records make
      * up the balance forward; a posting is placed by its
      * run date - before the range it feeds the opening
      * balance, after it only the statement balance,
      * inside it it is an item. A record that is neither
      * (the layout before LDG-BALANCE-FWD) is passed over
      * the way LDGSTMT passes it over.
      *****************************************************
       PARA-1-LEDGER SECTION.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-LEDGER-1 UNTIL WS-INPUT-EOF
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - LEDGER-FILE OPEN FAILED, "
                       "STATUS = " WS-LEDGER-STATUS
           END-IF
           .

       PARA-1-LEDGER-1 SECTION.
           READ LEDGER-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LDG-READ
                   MOVE LDG-ACCOUNT TO WS-SRCH-ACCOUNT
                   PERFORM PARA-8-FIND-REQ
                   IF WS-REQ-FOUND > 0
                       PERFORM PARA-1-LEDGER-2
                   END-IF
           END-READ
           .

       PARA-1-LEDGER-2 SECTION.
           MOVE LDG-RUN-DATE TO WS-CHK-DATE
           IF WS-CHK-DATE NOT NUMERIC
               MOVE LDG-POST-DATE TO WS-CHK-DATE
           END-IF
           EVALUATE TRUE
               WHEN LDG-JOB-ID = "LDGSTMT"
                       AND LDG-BALANCE-FWD NUMERIC
                   MOVE LDG-BALANCE-FWD TO WS-CARRY-AMOUNT
                   ADD WS-CARRY-AMOUNT
                       TO WS-REQ-CARRY (WS-REQ-FOUND)
               WHEN LDG-POST-AMOUNT NOT NUMERIC
                   CONTINUE
               WHEN WS-CHK-DATE < WS-REQ-FROM (WS-REQ-FOUND)
                   ADD 1 TO WS-REQ-PRIOR-COUNT (WS-REQ-FOUND)
                   ADD LDG-POST-AMOUNT
                       TO WS-REQ-PRIOR-AMT (WS-REQ-FOUND)
               WHEN WS-CHK-DATE > WS-REQ-TO (WS-REQ-FOUND)
                   ADD 1 TO WS-REQ-LATER-COUNT (WS-REQ-FOUND)
                   ADD LDG-POST-AMOUNT
                       TO WS-REQ-LATER-AMT (WS-REQ-FOUND)
               WHEN OTHER
                   MOVE SPACES          TO WS-NEW-ITEM
                   MOVE WS-CHK-DATE     TO WS-NEW-DATE
                   MOVE WS-CHK-DATE     TO WS-NEW-RUN-DATE
                   MOVE 7               TO WS-NEW-STAGE
                   MOVE "LEDGER"        TO WS-NEW-SECTION
                   MOVE "L"             TO WS-NEW-KIND
                   MOVE LDG-POST-AMOUNT TO WS-NEW-AMOUNT
                   MOVE LDG-POST-AMOUNT TO WS-LDT-AMOUNT
                   MOVE LDG-POST-DATE   TO WS-LDT-POST-DATE
                   MOVE LDG-POST-TYPE   TO WS-LDT-TYPE
                   MOVE LDG-JOB-ID      TO WS-LDT-JOB-ID
                   MOVE WS-LDG-TEXT     TO WS-NEW-TEXT
                   PERFORM PARA-7-ADD-ITEM
           END-EVALUATE
           .

      *****************************************************
      * PARA-1-LEDGER-ARCH - postings LDGSTMT has archived.
      * Their amounts are already inside the balance
      * forward, so they are listed (and matched to their
      * trips) but never added to a balance.
      *****************************************************
       PARA-1-LEDGER-ARCH SECTION.
           OPEN INPUT LEDGER-ARCHIVE-FILE
           IF WS-LDGARCH-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-LEDGER-ARCH-1 UNTIL WS-INPUT-EOF
               CLOSE LEDGER-ARCHIVE-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - LEDGER-ARCHIVE-FILE OPEN "
                       "FAILED, STATUS = " WS-LDGARCH-STATUS
           END-IF
           .

       PARA-1-LEDGER-ARCH-1 SECTION.
           READ LEDGER-ARCHIVE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LDA-READ
                   IF LDA-POST-AMOUNT NUMERIC
                       MOVE LDA-ACCOUNT  TO WS-SRCH-ACCOUNT
                       MOVE LDA-RUN-DATE TO WS-CHK-DATE
                       IF WS-CHK-DATE NOT NUMERIC
                           MOVE LDA-POST-DATE TO WS-CHK-DATE
                       END-IF
                       PERFORM PARA-8-SELECT
                       IF WS-IN-RANGE
                           PERFORM PARA-1-LEDGER-ARCH-2
                       END-IF
                   END-IF
           END-READ
           .

       PARA-1-LEDGER-ARCH-2 SECTION.
           MOVE SPACES          TO WS-NEW-ITEM
           MOVE WS-CHK-DATE     TO WS-NEW-DATE
           MOVE WS-CHK-DATE     TO WS-NEW-RUN-DATE
           MOVE 7               TO WS-NEW-STAGE
           MOVE "LEDGER"        TO WS-NEW-SECTION
           MOVE "A"             TO WS-NEW-KIND
           MOVE LDA-POST-AMOUNT TO WS-NEW-AMOUNT
           MOVE "ARCHIVED"      TO WS-NEW-NOTE
           MOVE LDA-POST-AMOUNT TO WS-LDT-AMOUNT
           MOVE LDA-POST-DATE   TO WS-LDT-POST-DATE
           MOVE LDA-POST-TYPE   TO WS-LDT-TYPE
           MOVE LDA-JOB-ID      TO WS-LDT-JOB-ID
           MOVE WS-LDG-TEXT     TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-SUSPENSE - the balance each requested
      * account has outstanding in suspense today.
      *****************************************************
       PARA-1-SUSPENSE SECTION.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-SUSPENSE-1 UNTIL WS-INPUT-EOF
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - SUSPENSE-FILE OPEN "
                       "FAILED, STATUS = " WS-SUSPENSE-STATUS
           END-IF
           .

       PARA-1-SUSPENSE-1 SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUS-READ
                   MOVE SUS-ACCOUNT TO WS-SRCH-ACCOUNT
                   PERFORM PARA-8-FIND-REQ
                   IF WS-REQ-FOUND > 0 AND SUS-AMOUNT NUMERIC
                       SET WS-REQ-SUS-FOUND (WS-REQ-FOUND) TO TRUE
                       ADD SUS-AMOUNT
                           TO WS-REQ-SUSPENSE (WS-REQ-FOUND)
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-1-REJECTS - TRNEDIT rejects (REJ-TRN-DATA is
      * the raw source card: account in columns 23-30), by
      * the night they were rejected; a reject cut before
      * REJ-RUN-DATE existed is placed on its effective
      * date instead.
      *****************************************************
       PARA-1-REJECTS SECTION.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-REJECTS-1 UNTIL WS-INPUT-EOF
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - REJECT-FILE OPEN FAILED, "
                       "STATUS = " WS-REJECT-STATUS
           END-IF
           .

       PARA-1-REJECTS-1 SECTION.
           READ REJECT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJ-READ
                   MOVE REJ-TRN-DATA (23:8) TO WS-SRCH-ACCOUNT
                   MOVE REJ-RUN-DATE TO WS-CHK-DATE
                   IF WS-CHK-DATE NOT NUMERIC
                       MOVE REJ-TRN-DATA (15:8) TO WS-CHK-DATE
                   END-IF
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       PERFORM PARA-1-REJECTS-2
                   END-IF
           END-READ
           .

       PARA-1-REJECTS-2 SECTION.
           MOVE SPACES               TO WS-NEW-ITEM
           MOVE WS-CHK-DATE          TO WS-NEW-DATE
           MOVE 2                    TO WS-NEW-STAGE
           MOVE "REJECT"             TO WS-NEW-SECTION
           MOVE 0                    TO WS-NEW-AMOUNT
           IF REJ-TRN-DATA (32:5) NUMERIC
               MOVE REJ-TRN-DATA (32:5) TO WS-NEW-AMOUNT
           END-IF
           MOVE "REJECT "            TO WS-TNT-TAG
           MOVE REJ-REASON-CODE      TO WS-TNT-REASON
           MOVE REJ-TRN-DATA (1:10)  TO WS-TNT-TRN-ID
           MOVE REJ-TRN-DATA (11:4)  TO WS-TNT-SOURCE
           MOVE REJ-TRN-DATA (15:8)  TO WS-TNT-EFF-DATE
           MOVE REJ-TRN-DATA (31:1)  TO WS-TNT-DC-IND
           MOVE REJ-TRN-DATA (32:5)  TO WS-TNT-AMOUNT
           MOVE "  RESUB "           TO WS-TNT-RESUB-TAG
           MOVE REJ-RESUB-COUNT      TO WS-TNT-RESUB
           MOVE WS-TRN-TEXT          TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-EXCEPTIONS - last night's effective-date
      * diversions, still on the exception file for the
      * next night's EXCWHSE pass. The record carries no
      * run date, so they are placed on today's.
      *****************************************************
       PARA-1-EXCEPTIONS SECTION.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-EXCEPTIONS-1 UNTIL WS-INPUT-EOF
               CLOSE EXCEPTION-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - EXCEPTION-FILE OPEN "
                       "FAILED, STATUS = " WS-EXCP-STATUS
           END-IF
           .

       PARA-1-EXCEPTIONS-1 SECTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXC-READ
                   MOVE EXC-TRN-DATA (23:8) TO WS-SRCH-ACCOUNT
                   MOVE WS-RUN-DATE TO WS-CHK-DATE
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       MOVE SPACES           TO WS-NEW-ITEM
                       MOVE WS-RUN-DATE      TO WS-NEW-DATE
                       MOVE "E"              TO WS-NEW-KIND
                       MOVE "NOT YET WORKED" TO WS-NEW-NOTE
                       MOVE EXC-TRN-DATA     TO WS-DIV-TRN-DATA
                       MOVE EXC-REASON       TO WS-DIV-REASON
                       PERFORM PARA-1-DIVERT-ITEM
                   END-IF
           END-READ
           .

      *****************************************************
      * PARA-1-WAREHOUSE - diversions EXCWHSE has worked,
      * from the live warehouse and its archive, placed on
      * the night EXCWHSE took them; the note says where
      * the item went.
      *****************************************************
       PARA-1-WAREHOUSE SECTION.
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-WAREHOUSE-1 UNTIL WS-INPUT-EOF
               CLOSE WAREHOUSE-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - WAREHOUSE-FILE OPEN "
                       "FAILED, STATUS = " WS-WHSE-STATUS
           END-IF
           .

       PARA-1-WAREHOUSE-1 SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WHS-READ
                   MOVE WHS-TRN-DATA (23:8) TO WS-SRCH-ACCOUNT
                   MOVE WHS-PARKED-DATE TO WS-CHK-DATE
                   IF WS-CHK-DATE NOT NUMERIC
                       MOVE WHS-PURGE-DATE TO WS-CHK-DATE
                   END-IF
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       PERFORM PARA-1-WAREHOUSE-2
                   END-IF
           END-READ
           .

       PARA-1-WAREHOUSE-2 SECTION.
           MOVE SPACES      TO WS-NEW-ITEM
           MOVE WS-CHK-DATE TO WS-NEW-DATE
           MOVE "W"         TO WS-NEW-KIND
           EVALUATE TRUE
               WHEN WHS-RELEASE-DATE NOT = SPACES
                   MOVE "RELEASED"   TO WS-NEW-NOTE
               WHEN WHS-PURGE-DATE NOT = SPACES
                   MOVE "ARCHIVED"   TO WS-NEW-NOTE
               WHEN OTHER
                   MOVE "WAREHOUSED" TO WS-NEW-NOTE
           END-EVALUATE
           MOVE WHS-TRN-DATA TO WS-DIV-TRN-DATA
           MOVE WHS-REASON   TO WS-DIV-REASON
           PERFORM PARA-1-DIVERT-ITEM
           .

      *****************************************************
      * PARA-1-DIVERT-ITEM - finish a DIVERT item. The
      * caller has the transaction (a TRN-RECORD image)
      * parked in WS-DIV-TRN-DATA and the reason behind it
      * in WS-DIV-REASON; the detail fields are picked out
      * of it here.
      *****************************************************
       PARA-1-DIVERT-ITEM SECTION.
           MOVE 4                   TO WS-NEW-STAGE
           MOVE "DIVERT"            TO WS-NEW-SECTION
           MOVE 0                   TO WS-NEW-AMOUNT
           IF WS-DIV-TRN-DATA (32:5) NUMERIC
               MOVE WS-DIV-TRN-DATA (32:5) TO WS-NEW-AMOUNT
           END-IF
           MOVE "DIVERT "           TO WS-TNT-TAG
           MOVE WS-DIV-REASON       TO WS-TNT-REASON
           MOVE WS-DIV-TRN-DATA (1:10)  TO WS-TNT-TRN-ID
           MOVE WS-DIV-TRN-DATA (11:4)  TO WS-TNT-SOURCE
           MOVE WS-DIV-TRN-DATA (15:8)  TO WS-TNT-EFF-DATE
           MOVE WS-DIV-TRN-DATA (31:1)  TO WS-TNT-DC-IND
           MOVE WS-DIV-TRN-DATA (32:5)  TO WS-TNT-AMOUNT
           MOVE SPACES              TO WS-TNT-RESUB-TAG
           MOVE SPACES              TO WS-TNT-RESUB
           MOVE WS-TRN-TEXT         TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-ALERTS - alert events for the account, by
      * the date they were cut.
      *****************************************************
       PARA-1-ALERTS SECTION.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM PARA-1-ALERTS-1 UNTIL WS-INPUT-EOF
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "ACCTINQ WARNING - ALERT-FILE OPEN FAILED, "
                       "STATUS = " WS-ALERT-STATUS
           END-IF
           .

       PARA-1-ALERTS-1 SECTION.
           READ ALERT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVT-READ
                   MOVE EVT-ACCOUNT          TO WS-SRCH-ACCOUNT
                   MOVE EVT-TIMESTAMP (1:8)  TO WS-CHK-DATE
                   PERFORM PARA-8-SELECT
                   IF WS-IN-RANGE
                       PERFORM PARA-1-ALERTS-2
                   END-IF
           END-READ
           .

       PARA-1-ALERTS-2 SECTION.
           MOVE SPACES               TO WS-NEW-ITEM
           MOVE WS-CHK-DATE          TO WS-NEW-DATE
           MOVE 6                    TO WS-NEW-STAGE
           MOVE "ALERT"              TO WS-NEW-SECTION
           MOVE EVT-TRIP-TYPE        TO WS-NEW-KIND
           MOVE 0                    TO WS-NEW-AMOUNT
           IF EVT-AREA-1 NUMERIC
               MOVE EVT-AREA-1 TO WS-NEW-AMOUNT
           END-IF
           MOVE EVT-CODE             TO WS-EVT-CODE
           MOVE EVT-JOB-ID           TO WS-EVT-JOB-ID
           MOVE EVT-AREA-1           TO WS-EVT-AREA-1
           MOVE EVT-TRIP-COUNT       TO WS-EVT-TRIPS
           MOVE EVT-TRIP-TYPE        TO WS-EVT-TYPE
           MOVE EVT-FILE-STATUS      TO WS-EVT-STATUS
           MOVE EVT-TIMESTAMP (9:6)  TO WS-EVT-TIME
           MOVE WS-EVT-TEXT          TO WS-NEW-TEXT
           PERFORM PARA-7-ADD-ITEM
           .

      *****************************************************
      * PARA-1-OPENING - for each account, the threshold
      * record in force when its range opens, dated with
      * its own effective date so it heads the story.
      *****************************************************
       PARA-1-OPENING SECTION.
           MOVE 1 TO WS-REQ-SUB
           PERFORM PARA-1-OPENING-1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           .

       PARA-1-OPENING-1 SECTION.
           IF WS-REQ-OPN-FOUND (WS-REQ-SUB)
               MOVE WS-REQ-OPN-THRESHOLD (WS-REQ-SUB)
                                     TO WS-THT-THRESHOLD
               MOVE WS-REQ-OPN-WARN (WS-REQ-SUB) TO WS-THT-WARN
               MOVE WS-REQ-OPN-ROLL (WS-REQ-SUB) TO WS-THT-ROLL
               MOVE WS-REQ-OPN-MTD (WS-REQ-SUB)  TO WS-THT-MTD
               MOVE WS-REQ-OPN-EFF (WS-REQ-SUB)  TO WS-THT-EFF-DATE
               MOVE SPACES                       TO WS-NEW-ITEM
               MOVE WS-REQ-ACCOUNT (WS-REQ-SUB)  TO WS-NEW-ACCOUNT
               MOVE WS-REQ-OPN-EFF (WS-REQ-SUB)  TO WS-NEW-DATE
               MOVE 1                            TO WS-NEW-STAGE
               MOVE "THRESH"                     TO WS-NEW-SECTION
               MOVE WS-REQ-OPN-THRESHOLD (WS-REQ-SUB)
                                                 TO WS-NEW-AMOUNT
               MOVE "IN FORCE"                   TO WS-NEW-NOTE
               MOVE WS-THM-TEXT                  TO WS-NEW-TEXT
               PERFORM PARA-7-ADD-ITEM-1
           END-IF
           ADD 1 TO WS-REQ-SUB
           .

      *****************************************************
      * PARA-5-MATCH - tie trips to ledger postings. Each
      * nightly or group trip is matched to one unmatched
      * posting for the same account, run date and amount;
      * a trip left over is NOT POSTED, a live posting left
      * over has NO TRIP behind it. Window trips are never
      * posted and take no part.
      *****************************************************
       PARA-5-MATCH SECTION.
           MOVE 1 TO WS-ITEM-SUB
           PERFORM PARA-5-MATCH-1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE 1 TO WS-ITEM-SUB
           PERFORM PARA-5-MATCH-3
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           .

       PARA-5-MATCH-1 SECTION.
           IF WS-ITM-SECTION (WS-ITEM-SUB) = "TRIP"
                  AND WS-ITM-KIND (WS-ITEM-SUB) NOT = "R"
                  AND WS-ITM-KIND (WS-ITEM-SUB) NOT = "M"
               MOVE "NOT POSTED" TO WS-ITM-NOTE (WS-ITEM-SUB)
               MOVE 1 TO WS-MATCH-SUB
               PERFORM PARA-5-MATCH-2
                   UNTIL WS-MATCH-SUB > WS-ITEM-COUNT
           END-IF
           ADD 1 TO WS-ITEM-SUB
           .

       PARA-5-MATCH-2 SECTION.
           IF WS-ITM-SECTION (WS-MATCH-SUB) = "LEDGER"
                  AND NOT WS-ITM-MATCHED (WS-MATCH-SUB)
                  AND WS-ITM-ACCOUNT (WS-MATCH-SUB)
                      = WS-ITM-ACCOUNT (WS-ITEM-SUB)
                  AND WS-ITM-RUN-DATE (WS-MATCH-SUB)
                      = WS-ITM-RUN-DATE (WS-ITEM-SUB)
                  AND WS-ITM-AMOUNT (WS-MATCH-SUB)
                      = WS-ITM-AMOUNT (WS-ITEM-SUB)
               SET WS-ITM-MATCHED (WS-MATCH-SUB) TO TRUE
               SET WS-ITM-MATCHED (WS-ITEM-SUB)  TO TRUE
               MOVE "POSTED" TO WS-ITM-NOTE (WS-ITEM-SUB)
               COMPUTE WS-MATCH-SUB = WS-ITEM-COUNT + 1
           ELSE
               ADD 1 TO WS-MATCH-SUB
           END-IF
           .

       PARA-5-MATCH-3 SECTION.
           IF WS-ITM-SECTION (WS-ITEM-SUB) = "LEDGER"
                  AND WS-ITM-KIND (WS-ITEM-SUB) = "L"
                  AND NOT WS-ITM-MATCHED (WS-ITEM-SUB)
               MOVE "NO TRIP" TO WS-ITM-NOTE (WS-ITEM-SUB)
           END-IF
           ADD 1 TO WS-ITEM-SUB
           .

      *****************************************************
      * PARA-6-ACCOUNT - print one requested account: its
      * items in key order, then its section totals and
      * ledger tie-out.
      *****************************************************
       PARA-6-ACCOUNT SECTION.
           INITIALIZE WS-ACCT-TOTALS
           MOVE WS-REQ-ACCOUNT (WS-REQ-SUB) TO WS-AH-ACCOUNT
           MOVE WS-REQ-FROM (WS-REQ-SUB)    TO WS-AH-FROM
           MOVE WS-REQ-TO (WS-REQ-SUB)      TO WS-AH-TO
           MOVE WS-ACCOUNT-HEADER TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE WS-COLUMN-HEADER TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE 1 TO WS-ITEM-SUB
           PERFORM PARA-6-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-AT-ITEMS = 0
               MOVE "  NO ACTIVITY IN THE DATE RANGE"
                   TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           PERFORM PARA-6-TOTALS
           ADD 1 TO WS-REQ-SUB
           .

       PARA-6-ITEM SECTION.
           IF WS-ITM-ACCOUNT (WS-ITEM-SUB)
                  = WS-REQ-ACCOUNT (WS-REQ-SUB)
               ADD 1 TO WS-AT-ITEMS
               ADD 1 TO WS-GRAND-ITEMS
               MOVE WS-ITM-DATE (WS-ITEM-SUB)    TO WS-DTL-DATE
               MOVE WS-ITM-SECTION (WS-ITEM-SUB) TO WS-DTL-SECTION
               MOVE WS-ITM-TEXT (WS-ITEM-SUB)    TO WS-DTL-TEXT
               MOVE WS-ITM-NOTE (WS-ITEM-SUB)    TO WS-DTL-NOTE
               MOVE WS-DETAIL-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               PERFORM PARA-6-TALLY
           END-IF
           ADD 1 TO WS-ITEM-SUB
           .

       PARA-6-TALLY SECTION.
           EVALUATE WS-ITM-SECTION (WS-ITEM-SUB)
               WHEN "THRESH"
                   ADD 1 TO WS-AT-THM-COUNT
               WHEN "REJECT"
                   ADD 1 TO WS-AT-REJ-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AT-REJ-AMT
               WHEN "AUDIT"
                   ADD 1 TO WS-AT-CYC-COUNT
                   IF WS-ITM-KIND (WS-ITEM-SUB) = "D"
                       ADD 1 TO WS-AT-LOWER-COUNT
                       ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                           TO WS-AT-LOWER-AMT
                   ELSE
                       ADD 1 TO WS-AT-RAISE-COUNT
                       ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                           TO WS-AT-RAISE-AMT
                   END-IF
               WHEN "SUSPENSE"
                   IF WS-ITM-KIND (WS-ITEM-SUB) = "H"
                       ADD 1 TO WS-AT-HOLD-COUNT
                       ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                           TO WS-AT-HOLD-AMT
                   ELSE
                       ADD 1 TO WS-AT-DRAW-COUNT
                       ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                           TO WS-AT-DRAW-AMT
                   END-IF
               WHEN "DIVERT"
                   ADD 1 TO WS-AT-DIV-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AT-DIV-AMT
               WHEN "TRIP"
                   PERFORM PARA-6-TALLY-TRIP
               WHEN "ALERT"
                   ADD 1 TO WS-AT-ALR-COUNT
               WHEN "LEDGER"
                   PERFORM PARA-6-TALLY-LEDGER
           END-EVALUATE
           .

       PARA-6-TALLY-TRIP SECTION.
           ADD 1 TO WS-AT-TRIP-COUNT
           ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AT-TRIP-AMT
           EVALUATE TRUE
               WHEN WS-ITM-KIND (WS-ITEM-SUB) = "R"
                      OR WS-ITM-KIND (WS-ITEM-SUB) = "M"
                   ADD 1 TO WS-AT-WINDOW-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                       TO WS-AT-WINDOW-AMT
               WHEN WS-ITM-MATCHED (WS-ITEM-SUB)
                   ADD 1 TO WS-AT-POSTED-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                       TO WS-AT-POSTED-AMT
               WHEN OTHER
                   ADD 1 TO WS-AT-UNPOSTED-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                       TO WS-AT-UNPOSTED-AMT
           END-EVALUATE
           .

       PARA-6-TALLY-LEDGER SECTION.
           IF WS-ITM-KIND (WS-ITEM-SUB) = "A"
               ADD 1 TO WS-AT-ARCH-COUNT
               ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AT-ARCH-AMT
           ELSE
               ADD 1 TO WS-AT-LDG-COUNT
               ADD WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-AT-LDG-AMT
               IF NOT WS-ITM-MATCHED (WS-ITEM-SUB)
                   ADD 1 TO WS-AT-NOTRIP-COUNT
                   ADD WS-ITM-AMOUNT (WS-ITEM-SUB)
                       TO WS-AT-NOTRIP-AMT
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-6-TOTALS - the account's section totals and
      * its ledger tie-out. Opening, ending and statement
      * balances are built exactly as LDGSTMT builds its
      * statement, so the statement balance here is the
      * ending balance on the account's LDGSTMT section.
      *****************************************************
       PARA-6-TOTALS SECTION.
           COMPUTE WS-AT-OPEN-BAL = WS-REQ-CARRY (WS-REQ-SUB)
                                  + WS-REQ-PRIOR-AMT (WS-REQ-SUB)
           COMPUTE WS-AT-END-BAL  = WS-AT-OPEN-BAL + WS-AT-LDG-AMT
           COMPUTE WS-AT-STMT-BAL = WS-AT-END-BAL
                                  + WS-REQ-LATER-AMT (WS-REQ-SUB)
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE "  SECTION TOTALS" TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE "THRESHOLD RECORDS"        TO WS-AML-LABEL
           MOVE WS-AT-THM-COUNT            TO WS-AML-COUNT
           MOVE 0                          TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "REJECTED TRANSACTIONS"    TO WS-AML-LABEL
           MOVE WS-AT-REJ-COUNT            TO WS-AML-COUNT
           MOVE WS-AT-REJ-AMT              TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "AUDIT CYCLES"             TO WS-AML-LABEL
           MOVE WS-AT-CYC-COUNT            TO WS-AML-COUNT
           MOVE 0                          TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "  ACCUMULATOR RAISED"     TO WS-AML-LABEL
           MOVE WS-AT-RAISE-COUNT          TO WS-AML-COUNT
           MOVE WS-AT-RAISE-AMT            TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "  ACCUMULATOR LOWERED"    TO WS-AML-LABEL
           MOVE WS-AT-LOWER-COUNT          TO WS-AML-COUNT
           MOVE WS-AT-LOWER-AMT            TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "SUSPENSE HOLDS"           TO WS-AML-LABEL
           MOVE WS-AT-HOLD-COUNT           TO WS-AML-COUNT
           MOVE WS-AT-HOLD-AMT             TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "SUSPENSE DRAWS"           TO WS-AML-LABEL
           MOVE WS-AT-DRAW-COUNT           TO WS-AML-COUNT
           MOVE WS-AT-DRAW-AMT             TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "SUSPENSE OUTSTANDING TODAY" TO WS-BAL-LABEL
           MOVE WS-REQ-SUSPENSE (WS-REQ-SUB) TO WS-BAL-AMOUNT
           PERFORM PARA-8-BALANCE
           MOVE "DIVERTED TRANSACTIONS"    TO WS-AML-LABEL
           MOVE WS-AT-DIV-COUNT            TO WS-AML-COUNT
           MOVE WS-AT-DIV-AMT              TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "TRIPS"                    TO WS-AML-LABEL
           MOVE WS-AT-TRIP-COUNT           TO WS-AML-COUNT
           MOVE WS-AT-TRIP-AMT             TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "  POSTED"                 TO WS-AML-LABEL
           MOVE WS-AT-POSTED-COUNT         TO WS-AML-COUNT
           MOVE WS-AT-POSTED-AMT           TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "  NOT POSTED"             TO WS-AML-LABEL
           MOVE WS-AT-UNPOSTED-COUNT       TO WS-AML-COUNT
           MOVE WS-AT-UNPOSTED-AMT         TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "  WINDOW TRIPS, NOT POSTABLE" TO WS-AML-LABEL
           MOVE WS-AT-WINDOW-COUNT         TO WS-AML-COUNT
           MOVE WS-AT-WINDOW-AMT           TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "ALERT EVENTS"             TO WS-AML-LABEL
           MOVE WS-AT-ALR-COUNT            TO WS-AML-COUNT
           MOVE 0                          TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "LEDGER BALANCE FORWARD"   TO WS-BAL-LABEL
           MOVE WS-REQ-CARRY (WS-REQ-SUB)  TO WS-BAL-AMOUNT
           PERFORM PARA-8-BALANCE
           MOVE "  POSTED BEFORE THE RANGE" TO WS-AML-LABEL
           MOVE WS-REQ-PRIOR-COUNT (WS-REQ-SUB) TO WS-AML-COUNT
           MOVE WS-REQ-PRIOR-AMT (WS-REQ-SUB)   TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "LEDGER OPENING BALANCE"   TO WS-BAL-LABEL
           MOVE WS-AT-OPEN-BAL             TO WS-BAL-AMOUNT
           PERFORM PARA-8-BALANCE
           MOVE "  POSTED IN THE RANGE"    TO WS-AML-LABEL
           MOVE WS-AT-LDG-COUNT            TO WS-AML-COUNT
           MOVE WS-AT-LDG-AMT              TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "    WITH NO TRIP"         TO WS-AML-LABEL
           MOVE WS-AT-NOTRIP-COUNT         TO WS-AML-COUNT
           MOVE WS-AT-NOTRIP-AMT           TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "LEDGER ENDING BALANCE"    TO WS-BAL-LABEL
           MOVE WS-AT-END-BAL              TO WS-BAL-AMOUNT
           PERFORM PARA-8-BALANCE
           MOVE "  POSTED AFTER THE RANGE" TO WS-AML-LABEL
           MOVE WS-REQ-LATER-COUNT (WS-REQ-SUB) TO WS-AML-COUNT
           MOVE WS-REQ-LATER-AMT (WS-REQ-SUB)   TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           MOVE "LEDGER STATEMENT BALANCE" TO WS-BAL-LABEL
           MOVE WS-AT-STMT-BAL             TO WS-BAL-AMOUNT
           PERFORM PARA-8-BALANCE
           MOVE "ARCHIVED POSTINGS IN RANGE" TO WS-AML-LABEL
           MOVE WS-AT-ARCH-COUNT           TO WS-AML-COUNT
           MOVE WS-AT-ARCH-AMT             TO WS-AML-AMOUNT
           PERFORM PARA-8-AMOUNT
           IF WS-AT-UNPOSTED-COUNT = 0 AND WS-AT-NOTRIP-COUNT = 0
               MOVE "  TRIPS TIE TO THE LEDGER"
                   TO INQUIRY-REPORT-LINE
           ELSE
               MOVE "  TRIPS DO NOT TIE TO THE LEDGER - SEE NOT "
                  & "POSTED AND NO TRIP ITEMS"
                   TO INQUIRY-REPORT-LINE
           END-IF
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           .

      *****************************************************
      * PARA-7-ADD-ITEM - add the item built in WS-NEW-ITEM
      * for the account in WS-SRCH-ACCOUNT. PARA-7-ADD-
      * ITEM-1 takes the account already in the item. The
      * new item gets the next read sequence, then the
      * table is shifted up from the end until its sorted
      * slot opens - items mostly arrive in date order, so
      * the shift is short.
      *****************************************************
       PARA-7-ADD-ITEM SECTION.
           MOVE WS-SRCH-ACCOUNT TO WS-NEW-ACCOUNT
           PERFORM PARA-7-ADD-ITEM-1
           .

       PARA-7-ADD-ITEM-1 SECTION.
           IF WS-ITEM-COUNT >= WS-ITEM-LIMIT
               DISPLAY "ACCTINQ ABEND - ITEM TABLE FULL AT "
                       WS-ITEM-LIMIT " ENTRIES, NARROW THE DATE "
                       "RANGE OR THE ACCOUNTS"
               MOVE 16 TO RETURN-CODE
               CLOSE INQUIRY-REPORT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ TO WS-NEW-SEQ
           MOVE "N" TO WS-NEW-MATCH-SW
           COMPUTE WS-INS-SUB = WS-ITEM-COUNT + 1
           MOVE "N" TO WS-SLOT-SW
           PERFORM PARA-7-SLOT UNTIL WS-SLOT-FOUND
           MOVE WS-NEW-ITEM TO WS-ITM-ENTRY (WS-INS-SUB)
           ADD 1 TO WS-ITEM-COUNT
           .

       PARA-7-SLOT SECTION.
           IF WS-INS-SUB = 1
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               IF WS-ITM-KEY (WS-INS-SUB - 1) < WS-NEW-KEY
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   MOVE WS-ITM-ENTRY (WS-INS-SUB - 1)
                       TO WS-ITM-ENTRY (WS-INS-SUB)
                   SUBTRACT 1 FROM WS-INS-SUB
               END-IF
           END-IF
           .

      *****************************************************
      * PARA-8-FIND-REQ - the request entry for the account
      * in WS-SRCH-ACCOUNT, or zero. PARA-8-SELECT adds the
      * check of WS-CHK-DATE against that entry's range.
      *****************************************************
       PARA-8-FIND-REQ SECTION.
           MOVE 0 TO WS-REQ-FOUND
           MOVE 1 TO WS-REQ-SUB
           PERFORM PARA-8-FIND-REQ-1
               UNTIL WS-REQ-FOUND > 0
                  OR WS-REQ-SUB > WS-REQ-COUNT
           .

       PARA-8-FIND-REQ-1 SECTION.
           IF WS-REQ-ACCOUNT (WS-REQ-SUB) = WS-SRCH-ACCOUNT
               MOVE WS-REQ-SUB TO WS-REQ-FOUND
           END-IF
           ADD 1 TO WS-REQ-SUB
           .

       PARA-8-SELECT SECTION.
           MOVE "N" TO WS-IN-RANGE-SW
           IF WS-SRCH-ACCOUNT NOT = SPACES
               PERFORM PARA-8-FIND-REQ
               IF WS-REQ-FOUND > 0
                      AND WS-CHK-DATE >= WS-REQ-FROM (WS-REQ-FOUND)
                      AND WS-CHK-DATE <= WS-REQ-TO (WS-REQ-FOUND)
                   SET WS-IN-RANGE TO TRUE
               END-IF
           END-IF
           .

       PARA-8-AMOUNT SECTION.
           MOVE WS-AMOUNT-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           .

       PARA-8-BALANCE SECTION.
           MOVE WS-BALANCE-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           .

       PARA-8-TOTALS SECTION.
           MOVE "ACCTINQ CONTROL TOTALS" TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE "CONTROL CARDS READ"       TO WS-TOT-LABEL
           MOVE WS-CARD-COUNT              TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "CONTROL CARDS SKIPPED"    TO WS-TOT-LABEL
           MOVE WS-CARD-REJECT-COUNT       TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ACCOUNTS REQUESTED"       TO WS-TOT-LABEL
           MOVE WS-REQ-COUNT               TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ACCOUNTS WITH ACTIVITY"   TO WS-TOT-LABEL
           MOVE WS-ACTIVE-COUNT            TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ITEMS REPORTED"           TO WS-TOT-LABEL
           MOVE WS-GRAND-ITEMS             TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "THRESHOLD MASTER READ"    TO WS-TOT-LABEL
           MOVE WS-THM-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "AUDIT RECORDS READ"       TO WS-TOT-LABEL
           MOVE WS-AUD-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "EXTRACT RECORDS READ"     TO WS-TOT-LABEL
           MOVE WS-XTR-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "LEDGER RECORDS READ"      TO WS-TOT-LABEL
           MOVE WS-LDG-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "LEDGER ARCHIVE READ"      TO WS-TOT-LABEL
           MOVE WS-LDA-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "SUSPENSE RECORDS READ"    TO WS-TOT-LABEL
           MOVE WS-SUS-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "REJECT RECORDS READ"      TO WS-TOT-LABEL
           MOVE WS-REJ-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "EXCEPTION RECORDS READ"   TO WS-TOT-LABEL
           MOVE WS-EXC-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "WAREHOUSE RECORDS READ"   TO WS-TOT-LABEL
           MOVE WS-WHS-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE "ALERT EVENTS READ"        TO WS-TOT-LABEL
           MOVE WS-EVT-READ                TO WS-TOT-COUNT
           PERFORM PARA-8-TOTALS-1
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "RUN DATE              = " WS-RUN-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           .

       PARA-8-TOTALS-1 SECTION.
           MOVE WS-TOTAL-LINE TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           .

       PARA-9-TERM SECTION.
           CLOSE INQUIRY-REPORT-FILE
           .
