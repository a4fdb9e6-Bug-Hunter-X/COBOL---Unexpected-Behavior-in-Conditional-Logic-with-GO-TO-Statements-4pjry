      * written and counted separately. RETURN-CODE 0 is a normal run,
      * 4 means the audit file was empty, 16 means a file
      * failed to open.
      * At the end of a normal run AUDHIST appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): audit records read and archived.
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
       FD  HIST-CONTROL-FILE
           RECORDING MODE IS F.
       01  HIST-REPORT-LINE            PIC X(132).

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CUTOFF-DATE              PIC X(8) VALUE "00000000".
       01  WS-RUN-START                PIC X(14) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-COUNT            PIC 9(7) VALUE 0.
           05  WS-ARCHIVE-STATUS       PIC XX VALUE "00".
           05  WS-RETAIN-STATUS        PIC XX VALUE "00".
           05  WS-REPORT-STATUS        PIC XX VALUE "00".
           05  WS-RUNLOG-STATUS        PIC XX VALUE "00".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-HISTORY UNTIL WS-AUDIT-EOF
           IF WS-CURRENT-DATE-KEY NOT = SPACES
           DISPLAY "AUDHIST ARCHIVED = " WS-ARCHIVE-COUNT
           DISPLAY "AUDHIST RETAINED = " WS-RETAIN-COUNT
           DISPLAY "AUDHIST LEGACY   = " WS-LEGACY-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
                   ADD 1 TO WS-DATE-CYCLES
               WHEN "SUSDRAW"
                   ADD 1 TO WS-DATE-REVERSAL
               WHEN "SUSHOLD"
                   ADD 1 TO WS-DATE-REVERSAL
               WHEN "GRPTRIP"
                   ADD 1 TO WS-DATE-TRIPPED
               WHEN "EFFDIVRT"
                   ADD 1 TO WS-DATE-DIVERTED
                   ADD 1 TO WS-DATE-CYCLES
           CLOSE RETAIN-FILE
           CLOSE HIST-REPORT-FILE
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
               DISPLAY "AUDHIST WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "AUDHIST"         TO RST-JOB-NAME
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "AUDHIST"         TO RST-PROGRAM
               MOVE WS-RUN-START (1:8) TO RST-RUN-DATE
               MOVE WS-RUN-START      TO RST-START-STAMP
               MOVE FUNCTION CURRENT-DATE (1:14) TO RST-END-STAMP
               MOVE RETURN-CODE       TO RST-RETURN-CODE
               MOVE WS-READ-COUNT     TO RST-IN-COUNT
               MOVE WS-ARCHIVE-COUNT  TO RST-OUT-COUNT
               MOVE 0                 TO RST-REJECT-COUNT
               WRITE RST-RECORD
               CLOSE RUNLOG-FILE
           END-IF
           .
