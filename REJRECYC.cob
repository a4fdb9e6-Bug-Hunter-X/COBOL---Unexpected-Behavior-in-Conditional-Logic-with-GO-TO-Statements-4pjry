      * RETURN-CODE 0 is a normal run, 4 means there were
      * no rejects to work, 16 means a file failed to open
      * or the fix table overflowed.
      * At the end of a normal run REJRECYC appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): rejects worked, recycled, and corrections
      * that were unmatched or orphaned.
      *****************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RUNLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECYCLE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY EVTREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                   PIC X(8) VALUE "REJRECYC".
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-AGE-DAYS                 PIC 9(3) VALUE 0.
       01  WS-AGING-SW                 PIC X    VALUE "N".
           05  WS-ARCHIVE-STATUS       PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-ALERT-STATUS         PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-AGED-LINE.
           05  FILLER                  PIC X(5)  VALUE "AGED ".
           05  FILLER                  PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-0-LOADFIX UNTIL WS-FIX-EOF
           PERFORM PARA-1-RECYCLE UNTIL WS-REJECT-EOF
           DISPLAY "REJRECYC AGED     = " WS-AGED-COUNT
           DISPLAY "REJRECYC ORPHANS  = " WS-ORPHAN-COUNT
           DISPLAY "REJRECYC UNMATCH  = " WS-UNMATCH-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
               CLOSE ALERT-FILE
           END-IF
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
               DISPLAY "REJRECYC WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE WS-JOB-ID         TO RST-JOB-NAME
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "REJRECYC"        TO RST-PROGRAM
               IF WS-RUN-DATE = SPACES
                   MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               ELSE
                   MOVE WS-RUN-DATE   TO RST-RUN-DATE
               END-IF
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-REJECT-COUNT   TO RST-IN-COUNT
               MOVE WS-RECYCLED-COUNT TO RST-OUT-COUNT
               COMPUTE RST-REJECT-COUNT = WS-UNMATCH-COUNT
                   + WS-ORPHAN-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
