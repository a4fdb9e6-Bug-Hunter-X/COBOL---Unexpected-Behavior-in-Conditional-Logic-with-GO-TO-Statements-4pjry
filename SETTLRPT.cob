      * RETURN-CODE 0 is a normal run, 4 means the
      * interface file was empty, 16 means a file failed
      * to open or the source table overflowed.
      * At the end of a normal run SETTLRPT appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): interface records read and source
      * systems recapped.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           RECORDING MODE IS F.
       01  RECAP-REPORT-LINE           PIC X(132).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-SRC-LIMIT                PIC 9(3) VALUE 50.
       01  WS-SRC-COUNT                PIC 9(3) VALUE 0.
               10  WS-SRC-AMOUNT       PIC 9(9).
               10  WS-SRC-REJECTS      PIC 9(5).
               10  WS-SRC-REASONS.
                   15  WS-SRC-REASON   PIC 9(5) OCCURS 10 TIMES.
               10  WS-SRC-DEBITS       PIC 9(5).
               10  WS-SRC-DR-AMT       PIC 9(9).
               10  WS-SRC-CREDITS      PIC 9(5).
               10  WS-SRC-CR-AMT       PIC 9(9).
               10  WS-SRC-TRIPS        PIC 9(5).

       01  WS-RSN-SUB                  PIC 9(2) VALUE 0.

       01  WS-TOT-READ                 PIC 9(7) VALUE 0.
       01  WS-TOT-AMOUNT               PIC 9(9) VALUE 0.
       01  WS-FILE-STATUSES.
           05  WS-SETTLE-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-SOURCE-LINE.
           05  FILLER                  PIC X(14)
           05  FILLER PIC X(30) VALUE "E005 ACCOUNT MISSING".
           05  FILLER PIC X(30) VALUE "E006 D/C INDICATOR INVALID".
           05  FILLER PIC X(30) VALUE "E007 DUPLICATE TRANSACTION".
           05  FILLER PIC X(30) VALUE "E008 SOURCE NOT ON MASTER".
           05  FILLER PIC X(30) VALUE "E009 SOURCE SUSPENDED".
           05  FILLER PIC X(30) VALUE "E010 AMOUNT OVER CEILING".
       01  WS-REASON-LABELS-R REDEFINES WS-REASON-LABELS.
           05  WS-REASON-LABEL         PIC X(30) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-COLLECT UNTIL WS-SETTLE-EOF
           PERFORM PARA-8-RECAP
           END-IF
           DISPLAY "SETTLRPT RECORDS = " WS-READ-COUNT
           DISPLAY "SETTLRPT SOURCES = " WS-SRC-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
           ADD SET-E005-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 5)
           ADD SET-E006-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 6)
           ADD SET-E007-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 7)
           ADD SET-E008-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 8)
           ADD SET-E009-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 9)
           ADD SET-E010-COUNT   TO WS-SRC-REASON (WS-SRC-CUR 10)
           .

       PARA-4-APPLY-SIDE SECTION.
           PERFORM PARA-8-COUNT-LINE
           MOVE 1 TO WS-RSN-SUB
           PERFORM PARA-8-REASON-LINE
               UNTIL WS-RSN-SUB > 10
           MOVE "DEBITS APPLIED" TO WS-SIDE-LABEL
           MOVE WS-SRC-DEBITS (WS-SRC-SUB) TO WS-SIDE-COUNT
           MOVE WS-SRC-DR-AMT (WS-SRC-SUB) TO WS-SIDE-AMOUNT
           CLOSE SETTLE-FILE
           CLOSE RECAP-REPORT-FILE
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
               DISPLAY "SETTLRPT WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "THRESHJB"        TO RST-JOB-NAME
               MOVE "STEP030"         TO RST-STEP-NAME
               MOVE "SETTLRPT"        TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-READ-COUNT     TO RST-IN-COUNT
               MOVE WS-SRC-COUNT      TO RST-OUT-COUNT
               MOVE 0                 TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
