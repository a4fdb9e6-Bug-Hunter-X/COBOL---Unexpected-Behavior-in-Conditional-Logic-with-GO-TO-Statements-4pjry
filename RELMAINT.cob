       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELMAINT.
       AUTHOR.        BATCH-MAINTENANCE.

      *****************************************************
      * RELMAINT is the batch maintenance program for the
      * account relationship master, PROD.THRESHJB.RELMAST,
      * which links one customer's accounts under a group
      * ID so THRESHJB judges their combined activity
      * against a group threshold. It reads cards from
      * RMTIN - function, group ID, account, the group
      * threshold and warning level, and the requesting
      * operator - applies them to the master read from
      * RELOLD, and writes the maintained master to RELNEW
      * in group-ID order with each group's header ahead of
      * its members, which is the order THRESHJB's loader
      * depends on. Bad cards are diverted to RMTREJ with a
      * reason code the way THMAINT diverts its cards, and
      * every applied card prints a line on the RMTRPT
      * change report.
      *
      * Functions:
      *   ADDGRP - add a group header with its threshold
      *            and optional warning level
      *   CHGGRP - replace a group's threshold and warning
      *            level (a blank warning level removes the
      *            warning tier)
      *   DELGRP - remove a group header and every member
      *            linked to it
      *   LINK   - link an account to a group; an account
      *            belongs to at most one group
      *   UNLINK - remove an account from a group
      *
      * Reason codes:
      *   R001 - function not ADDGRP/CHGGRP/DELGRP/LINK/
      *          UNLINK
      *   R002 - group ID missing
      *   R003 - threshold not numeric (ADDGRP/CHGGRP)
      *   R004 - warning level not numeric, or not below
      *          the card's threshold (ADDGRP/CHGGRP; blank
      *          means no warning tier)
      *   R005 - account missing (LINK/UNLINK)
      *   R006 - requesting operator missing
      *   R007 - ADDGRP for a group already on the master
      *   R008 - CHGGRP/DELGRP/LINK/UNLINK for an unknown
      *          group
      *   R009 - LINK of an account already in a group
      *   R010 - UNLINK of an account not in the group
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
               ASSIGN TO "RMTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-IN-FILE
               ASSIGN TO "RELOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-STATUS.

           SELECT MASTER-OUT-FILE
               ASSIGN TO "RELNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-OUT-STATUS.

           SELECT MAINT-REJECT-FILE
               ASSIGN TO "RMTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO "RMTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F.
       01  RMT-RECORD.
           05  RMT-FUNCTION            PIC X(8).
           05  RMT-GROUP-ID            PIC X(5).
           05  RMT-ACCOUNT             PIC X(8).
           05  RMT-THRESHOLD           PIC X(5).
           05  RMT-WARN-LEVEL          PIC X(5).
           05  RMT-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(41).

       FD  MASTER-IN-FILE
           RECORDING MODE IS F.
           COPY RELREC.

       FD  MASTER-OUT-FILE
           RECORDING MODE IS F.
       01  REL-OUT-RECORD.
           05  REL-OUT-GROUP-ID        PIC X(5).
           05  REL-OUT-RECORD-TYPE     PIC X(1).
           05  REL-OUT-ACCOUNT         PIC X(8).
           05  REL-OUT-GROUP-THRESHOLD PIC 9(5).
           05  REL-OUT-GROUP-WARN-LEVEL
                                       PIC 9(5).
           05  FILLER                  PIC X(56).

       FD  MAINT-REJECT-FILE
           RECORDING MODE IS F.
       01  RMJ-RECORD.
           05  RMJ-CARD-DATA           PIC X(80).
           05  RMJ-REASON-CODE         PIC X(4).

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
           05  WS-R001-COUNT           PIC 9(5) VALUE 0.
           05  WS-R002-COUNT           PIC 9(5) VALUE 0.
           05  WS-R003-COUNT           PIC 9(5) VALUE 0.
           05  WS-R004-COUNT           PIC 9(5) VALUE 0.
           05  WS-R005-COUNT           PIC 9(5) VALUE 0.
           05  WS-R006-COUNT           PIC 9(5) VALUE 0.
           05  WS-R007-COUNT           PIC 9(5) VALUE 0.
           05  WS-R008-COUNT           PIC 9(5) VALUE 0.
           05  WS-R009-COUNT           PIC 9(5) VALUE 0.
           05  WS-R010-COUNT           PIC 9(5) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-CARD-CLEAN           VALUE SPACES.

       01  WS-CARD-EOF-SW              PIC X    VALUE "N".
           88  WS-CARD-EOF             VALUE "Y".

       01  WS-MASTER-EOF-SW            PIC X    VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".

      *****************************************************
      * The whole master, held sorted on group ID, then
      * entry sequence (0 = the group header, 1 = a member)
      * and account while the cards apply, then written back
      * out in that order, so each group's header always
      * leads its members whatever order the old master was
      * in.
      *****************************************************
       01  WS-MASTER-LIMIT             PIC 9(5) VALUE 5000.
       01  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
       01  WS-MST-SUB                  PIC 9(5) VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY            OCCURS 5000 TIMES.
               10  WS-MST-KEY.
                   15  WS-MST-GROUP-ID PIC X(5).
                   15  WS-MST-SEQ      PIC X(1).
                   15  WS-MST-ACCOUNT  PIC X(8).
               10  WS-MST-THRESHOLD    PIC 9(5).
               10  WS-MST-WARN-LEVEL   PIC 9(5).

      *****************************************************
      * PARA-7-FIND scan results for the search key:
      *   WS-MATCH-SUB - entry with the exact key, 0 when
      *                  none
      *   WS-GRP-HITS  - how many entries carry the group
      *   WS-GRP-LAST  - the group's last entry, 0 when none
      *   WS-GRP-HDR   - the group's header entry, 0 when
      *                  none
      *   WS-LINK-SUB  - a member entry for the search
      *                  account in any group, 0 when none
      *   WS-INS-SUB   - where a new entry for the key
      *                  belongs to keep the table sorted
      *****************************************************
       01  WS-SRCH-KEY.
           05  WS-SRCH-GROUP-ID        PIC X(5) VALUE SPACES.
           05  WS-SRCH-SEQ             PIC X(1) VALUE SPACES.
           05  WS-SRCH-ACCOUNT         PIC X(8) VALUE SPACES.
       01  WS-MATCH-SUB                PIC 9(5) VALUE 0.
       01  WS-GRP-HITS                 PIC 9(5) VALUE 0.
       01  WS-GRP-LAST                 PIC 9(5) VALUE 0.
       01  WS-GRP-HDR                  PIC 9(5) VALUE 0.
       01  WS-LINK-SUB                 PIC 9(5) VALUE 0.
       01  WS-INS-SUB                  PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(5) VALUE 0.

       01  WS-BEFORE-VALUE             PIC X(5) VALUE SPACES.
       01  WS-AFTER-VALUE              PIC X(5) VALUE SPACES.
       01  WS-CARD-WARN                PIC 9(5) VALUE 0.

       01  WS-FILE-STATUSES.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-MASTER-IN-STATUS     PIC XX VALUE "00".
           05  WS-MASTER-OUT-STATUS    PIC XX VALUE "00".
           05  WS-REJECT-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(9)  VALUE "FUNCTION ".
           05  WS-CHG-FUNCTION         PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  GROUP ".
           05  WS-CHG-GROUP-ID         PIC X(5).
           05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
           05  WS-CHG-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  BEFORE ".
           05  WS-CHG-BEFORE           PIC X(5).
           05  FILLER                  PIC X(8)  VALUE "  AFTER ".
           05  WS-CHG-AFTER            PIC X(5).
           05  FILLER                  PIC X(7)  VALUE "  WARN ".
           05  WS-CHG-WARN             PIC X(5).
           05  FILLER                  PIC X(7)  VALUE "  OPER ".
           05  WS-CHG-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  RUN ".
           05  WS-CHG-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.

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
           DISPLAY "RELMAINT CARDS READ = " WS-READ-COUNT
           DISPLAY "RELMAINT APPLIED    = " WS-APPLIED-COUNT
           DISPLAY "RELMAINT REJECTED   = " WS-REJECT-COUNT
           DISPLAY "RELMAINT MASTER IN  = " WS-MASTER-IN-COUNT
           DISPLAY "RELMAINT MASTER OUT = " WS-MASTER-OUT-COUNT
           STOP RUN.

       PARA-0-INIT SECTION.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "RELMAINT ABEND - MAINT-CARD-FILE OPEN "
                       "FAILED, STATUS = " WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-IN-FILE
           IF WS-MASTER-IN-STATUS NOT = "00"
               DISPLAY "RELMAINT ABEND - MASTER-IN-FILE OPEN "
                       "FAILED, STATUS = " WS-MASTER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MASTER-OUT-FILE
           IF WS-MASTER-OUT-STATUS NOT = "00"
               DISPLAY "RELMAINT ABEND - MASTER-OUT-FILE OPEN "
                       "FAILED, STATUS = " WS-MASTER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "RELMAINT ABEND - MAINT-REJECT-FILE OPEN "
                       "FAILED, STATUS = " WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               CLOSE MASTER-OUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RELMAINT ABEND - CHANGE-REPORT-FILE OPEN "
                       "FAILED, STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MAINT-CARD-FILE
               CLOSE MASTER-IN-FILE
               CLOSE MASTER-OUT-FILE
               CLOSE MAINT-REJECT-FILE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           MOVE "RELMAINT RELATIONSHIP MASTER CHANGE REPORT"
               TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .

      *****************************************************
      * PARA-0-LOAD - one master record per pass, inserted
      * at its sorted position. A group header loads with
      * entry sequence 0 and blank account so it sorts
      * ahead of its members; anything else loads as a
      * member.
      *****************************************************
       PARA-0-LOAD SECTION.
           READ MASTER-IN-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   MOVE REL-GROUP-ID TO WS-SRCH-GROUP-ID
                   IF REL-GROUP-REC
                       MOVE "0"    TO WS-SRCH-SEQ
                       MOVE SPACES TO WS-SRCH-ACCOUNT
                   ELSE
                       MOVE "1"    TO WS-SRCH-SEQ
                       MOVE REL-ACCOUNT TO WS-SRCH-ACCOUNT
                   END-IF
                   PERFORM PARA-7-FIND
                   IF WS-MATCH-SUB = 0
                       PERFORM PARA-7-INSERT
                       MOVE WS-INS-SUB TO WS-MATCH-SUB
                   END-IF
                   IF REL-GROUP-REC
                          AND REL-GROUP-THRESHOLD NUMERIC
                       MOVE REL-GROUP-THRESHOLD
                           TO WS-MST-THRESHOLD (WS-MATCH-SUB)
                   END-IF
                   IF REL-GROUP-REC
                          AND REL-GROUP-WARN-LEVEL NUMERIC
                       MOVE REL-GROUP-WARN-LEVEL
                           TO WS-MST-WARN-LEVEL (WS-MATCH-SUB)
                   END-IF
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
      * against-the-master edits (R007-R010) that need the
      * table lookup. The search key is the card's own
      * entry: the group header for ADDGRP/CHGGRP/DELGRP,
      * the member entry for LINK/UNLINK.
      *****************************************************
       PARA-2-VALIDATE SECTION.
           MOVE SPACES TO WS-REASON-CODE
           IF RMT-FUNCTION NOT = "ADDGRP"
                  AND RMT-FUNCTION NOT = "CHGGRP"
                  AND RMT-FUNCTION NOT = "DELGRP"
                  AND RMT-FUNCTION NOT = "LINK"
                  AND RMT-FUNCTION NOT = "UNLINK"
               MOVE "R001" TO WS-REASON-CODE
               ADD 1 TO WS-R001-COUNT
           ELSE
               IF RMT-GROUP-ID = SPACES
                   MOVE "R002" TO WS-REASON-CODE
                   ADD 1 TO WS-R002-COUNT
               ELSE
                   IF (RMT-FUNCTION = "LINK"
                          OR RMT-FUNCTION = "UNLINK")
                          AND RMT-ACCOUNT = SPACES
                       MOVE "R005" TO WS-REASON-CODE
                       ADD 1 TO WS-R005-COUNT
                   ELSE
                       IF (RMT-FUNCTION = "ADDGRP"
                              OR RMT-FUNCTION = "CHGGRP")
                              AND RMT-THRESHOLD NOT NUMERIC
                           MOVE "R003" TO WS-REASON-CODE
                           ADD 1 TO WS-R003-COUNT
                       ELSE
                       IF (RMT-FUNCTION = "ADDGRP"
                              OR RMT-FUNCTION = "CHGGRP")
                              AND RMT-WARN-LEVEL NOT = SPACES
                              AND (RMT-WARN-LEVEL NOT NUMERIC
                                   OR RMT-WARN-LEVEL
                                      >= RMT-THRESHOLD)
                           MOVE "R004" TO WS-REASON-CODE
                           ADD 1 TO WS-R004-COUNT
                       ELSE
                           IF RMT-OPERATOR = SPACES
                               MOVE "R006" TO WS-REASON-CODE
                               ADD 1 TO WS-R006-COUNT
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-CLEAN
               MOVE RMT-GROUP-ID TO WS-SRCH-GROUP-ID
               IF RMT-FUNCTION = "LINK" OR RMT-FUNCTION = "UNLINK"
                   MOVE "1"         TO WS-SRCH-SEQ
                   MOVE RMT-ACCOUNT TO WS-SRCH-ACCOUNT
               ELSE
                   MOVE "0"         TO WS-SRCH-SEQ
                   MOVE SPACES      TO WS-SRCH-ACCOUNT
               END-IF
               PERFORM PARA-7-FIND
               IF RMT-FUNCTION = "ADDGRP" AND WS-GRP-HDR > 0
                   MOVE "R007" TO WS-REASON-CODE
                   ADD 1 TO WS-R007-COUNT
               END-IF
               IF RMT-FUNCTION NOT = "ADDGRP" AND WS-GRP-HDR = 0
                   MOVE "R008" TO WS-REASON-CODE
                   ADD 1 TO WS-R008-COUNT
               END-IF
               IF WS-CARD-CLEAN
                      AND RMT-FUNCTION = "LINK"
                      AND WS-LINK-SUB > 0
                   MOVE "R009" TO WS-REASON-CODE
                   ADD 1 TO WS-R009-COUNT
               END-IF
               IF WS-CARD-CLEAN
                      AND RMT-FUNCTION = "UNLINK"
                      AND WS-MATCH-SUB = 0
                   MOVE "R010" TO WS-REASON-CODE
                   ADD 1 TO WS-R010-COUNT
               END-IF
           END-IF
           .

       PARA-3-APPLY SECTION.
           IF RMT-WARN-LEVEL NUMERIC
               MOVE RMT-WARN-LEVEL TO WS-CARD-WARN
           ELSE
               MOVE 0 TO WS-CARD-WARN
           END-IF
           EVALUATE RMT-FUNCTION
               WHEN "ADDGRP"
                   PERFORM PARA-3-ADDGRP
               WHEN "CHGGRP"
                   PERFORM PARA-3-CHGGRP
               WHEN "DELGRP"
                   PERFORM PARA-3-DELGRP
               WHEN "LINK"
                   PERFORM PARA-3-LINK
               WHEN "UNLINK"
                   PERFORM PARA-3-UNLINK
           END-EVALUATE
           ADD 1 TO WS-APPLIED-COUNT
           .

       PARA-3-ADDGRP SECTION.
           PERFORM PARA-7-INSERT
           MOVE RMT-THRESHOLD TO WS-MST-THRESHOLD (WS-INS-SUB)
           MOVE WS-CARD-WARN  TO WS-MST-WARN-LEVEL (WS-INS-SUB)
           MOVE SPACES        TO WS-BEFORE-VALUE
           MOVE RMT-THRESHOLD TO WS-AFTER-VALUE
           MOVE WS-CARD-WARN  TO WS-CHG-WARN
           PERFORM PARA-6-CHANGE-LINE
           .

       PARA-3-CHGGRP SECTION.
           MOVE WS-MST-THRESHOLD (WS-GRP-HDR) TO WS-BEFORE-VALUE
           MOVE RMT-THRESHOLD TO WS-MST-THRESHOLD (WS-GRP-HDR)
           MOVE WS-CARD-WARN  TO WS-MST-WARN-LEVEL (WS-GRP-HDR)
           MOVE RMT-THRESHOLD TO WS-AFTER-VALUE
           MOVE WS-CARD-WARN  TO WS-CHG-WARN
           PERFORM PARA-6-CHANGE-LINE
           .

      *****************************************************
      * PARA-3-DELGRP - remove the group's entries from the
      * last one back, members first and the header last,
      * one report line per removed entry so the change
      * report shows exactly which links left the master.
      *****************************************************
       PARA-3-DELGRP SECTION.
           PERFORM PARA-3-DELGRP-1
               UNTIL WS-GRP-HITS = 0
           .

       PARA-3-DELGRP-1 SECTION.
           PERFORM PARA-7-FIND
           IF WS-GRP-HITS > 0
               IF WS-MST-SEQ (WS-GRP-LAST) = "0"
                   MOVE WS-MST-THRESHOLD (WS-GRP-LAST)
                       TO WS-BEFORE-VALUE
               ELSE
                   MOVE SPACES TO WS-BEFORE-VALUE
               END-IF
               MOVE WS-MST-ACCOUNT (WS-GRP-LAST) TO WS-SRCH-ACCOUNT
               MOVE SPACES       TO WS-AFTER-VALUE
               MOVE SPACES       TO WS-CHG-WARN
               PERFORM PARA-6-CHANGE-LINE
               MOVE SPACES       TO WS-SRCH-ACCOUNT
               MOVE WS-GRP-LAST  TO WS-SHIFT-SUB
               PERFORM PARA-7-REMOVE
           END-IF
           .

       PARA-3-LINK SECTION.
           PERFORM PARA-7-INSERT
           MOVE SPACES TO WS-BEFORE-VALUE
           MOVE SPACES TO WS-AFTER-VALUE
           MOVE SPACES TO WS-CHG-WARN
           PERFORM PARA-6-CHANGE-LINE
           .

       PARA-3-UNLINK SECTION.
           MOVE SPACES       TO WS-BEFORE-VALUE
           MOVE SPACES       TO WS-AFTER-VALUE
           MOVE SPACES       TO WS-CHG-WARN
           PERFORM PARA-6-CHANGE-LINE
           MOVE WS-MATCH-SUB TO WS-SHIFT-SUB
           PERFORM PARA-7-REMOVE
           .

       PARA-4-REJECT SECTION.
           MOVE RMT-RECORD     TO RMJ-CARD-DATA
           MOVE WS-REASON-CODE TO RMJ-REASON-CODE
           WRITE RMJ-RECORD
           ADD 1 TO WS-REJECT-COUNT
           .

       PARA-5-REWRITE SECTION.
           MOVE 1 TO WS-MST-SUB
           PERFORM PARA-5-REWRITE-1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           .

       PARA-5-REWRITE-1 SECTION.
           MOVE SPACES TO REL-OUT-RECORD
           MOVE WS-MST-GROUP-ID (WS-MST-SUB) TO REL-OUT-GROUP-ID
           IF WS-MST-SEQ (WS-MST-SUB) = "0"
               MOVE "G" TO REL-OUT-RECORD-TYPE
           ELSE
               MOVE "A" TO REL-OUT-RECORD-TYPE
           END-IF
           MOVE WS-MST-ACCOUNT (WS-MST-SUB)  TO REL-OUT-ACCOUNT
           MOVE WS-MST-THRESHOLD (WS-MST-SUB)
               TO REL-OUT-GROUP-THRESHOLD
           MOVE WS-MST-WARN-LEVEL (WS-MST-SUB)
               TO REL-OUT-GROUP-WARN-LEVEL
           WRITE REL-OUT-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT
           ADD 1 TO WS-MST-SUB
           .

       PARA-6-CHANGE-LINE SECTION.
           MOVE RMT-FUNCTION     TO WS-CHG-FUNCTION
           MOVE RMT-GROUP-ID     TO WS-CHG-GROUP-ID
           MOVE WS-SRCH-ACCOUNT  TO WS-CHG-ACCOUNT
           MOVE WS-BEFORE-VALUE  TO WS-CHG-BEFORE
           MOVE WS-AFTER-VALUE   TO WS-CHG-AFTER
           MOVE RMT-OPERATOR     TO WS-CHG-OPERATOR
           MOVE WS-RUN-DATE      TO WS-CHG-RUN-DATE
           MOVE WS-CHANGE-LINE   TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           .

      *****************************************************
      * PARA-7-FIND - scan the sorted table for the search
      * key, collecting the exact match, the group's hit
      * count, header and last entry, any existing link for
      * the search account, and the sorted insertion point
      * for a new entry.
      *****************************************************
       PARA-7-FIND SECTION.
           MOVE 0 TO WS-MATCH-SUB
           MOVE 0 TO WS-GRP-HITS
           MOVE 0 TO WS-GRP-LAST
           MOVE 0 TO WS-GRP-HDR
           MOVE 0 TO WS-LINK-SUB
           COMPUTE WS-INS-SUB = WS-MASTER-COUNT + 1
           MOVE 1 TO WS-MST-SUB
           PERFORM PARA-7-FIND-1
               UNTIL WS-MST-SUB > WS-MASTER-COUNT
           .

       PARA-7-FIND-1 SECTION.
           IF WS-MST-KEY (WS-MST-SUB) = WS-SRCH-KEY
               MOVE WS-MST-SUB TO WS-MATCH-SUB
           END-IF
           IF WS-MST-GROUP-ID (WS-MST-SUB) = WS-SRCH-GROUP-ID
               ADD 1 TO WS-GRP-HITS
               MOVE WS-MST-SUB TO WS-GRP-LAST
               IF WS-MST-SEQ (WS-MST-SUB) = "0"
                   MOVE WS-MST-SUB TO WS-GRP-HDR
               END-IF
           END-IF
           IF WS-MST-SEQ (WS-MST-SUB) = "1"
                  AND WS-SRCH-ACCOUNT NOT = SPACES
                  AND WS-MST-ACCOUNT (WS-MST-SUB) = WS-SRCH-ACCOUNT
               MOVE WS-MST-SUB TO WS-LINK-SUB
           END-IF
           IF WS-MST-KEY (WS-MST-SUB) > WS-SRCH-KEY
                  AND WS-MST-SUB < WS-INS-SUB
               MOVE WS-MST-SUB TO WS-INS-SUB
           END-IF
           ADD 1 TO WS-MST-SUB
           .

      *****************************************************
      * PARA-7-INSERT - open the sorted slot WS-INS-SUB by
      * shifting the tail of the table up one, then seed
      * the new entry with the search key. The caller sets
      * the threshold afterward.
      *****************************************************
       PARA-7-INSERT SECTION.
           IF WS-MASTER-COUNT >= WS-MASTER-LIMIT
               DISPLAY "RELMAINT ABEND - MASTER TABLE FULL AT "
                       WS-MASTER-LIMIT " ENTRIES"
               MOVE 16 TO RETURN-CODE
               PERFORM PARA-9-TERM
               STOP RUN
           END-IF
           COMPUTE WS-SHIFT-SUB = WS-MASTER-COUNT + 1
           PERFORM PARA-7-INSERT-1
               UNTIL WS-SHIFT-SUB <= WS-INS-SUB
           ADD 1 TO WS-MASTER-COUNT
           MOVE WS-SRCH-KEY TO WS-MST-KEY (WS-INS-SUB)
           MOVE 0           TO WS-MST-THRESHOLD (WS-INS-SUB)
           MOVE 0           TO WS-MST-WARN-LEVEL (WS-INS-SUB)
           .

       PARA-7-INSERT-1 SECTION.
           MOVE WS-MST-ENTRY (WS-SHIFT-SUB - 1)
               TO WS-MST-ENTRY (WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-SHIFT-SUB
           .

      *****************************************************
      * PARA-7-REMOVE - close the slot WS-SHIFT-SUB by
      * shifting the tail of the table down one.
      *****************************************************
       PARA-7-REMOVE SECTION.
           PERFORM PARA-7-REMOVE-1
               UNTIL WS-SHIFT-SUB >= WS-MASTER-COUNT
           SUBTRACT 1 FROM WS-MASTER-COUNT
           .

       PARA-7-REMOVE-1 SECTION.
           MOVE WS-MST-ENTRY (WS-SHIFT-SUB + 1)
               TO WS-MST-ENTRY (WS-SHIFT-SUB)
           ADD 1 TO WS-SHIFT-SUB
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
           MOVE "R001 FUNCTION UNKNOWN" TO WS-TOT-LABEL
           MOVE WS-R001-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R002 GROUP ID MISSING" TO WS-TOT-LABEL
           MOVE WS-R002-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R003 THRESHOLD NOT NUMERIC" TO WS-TOT-LABEL
           MOVE WS-R003-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R004 WARNING LEVEL INVALID" TO WS-TOT-LABEL
           MOVE WS-R004-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R005 ACCOUNT MISSING" TO WS-TOT-LABEL
           MOVE WS-R005-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R006 OPERATOR MISSING" TO WS-TOT-LABEL
           MOVE WS-R006-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R007 ADD OF KNOWN GROUP" TO WS-TOT-LABEL
           MOVE WS-R007-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R008 GROUP NOT FOUND" TO WS-TOT-LABEL
           MOVE WS-R008-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R009 ACCOUNT ALREADY LINKED" TO WS-TOT-LABEL
           MOVE WS-R009-COUNT TO WS-TOT-COUNT
           PERFORM PARA-8-DETAIL
           MOVE "R010 ACCOUNT NOT IN GROUP" TO WS-TOT-LABEL
           MOVE WS-R010-COUNT TO WS-TOT-COUNT
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
