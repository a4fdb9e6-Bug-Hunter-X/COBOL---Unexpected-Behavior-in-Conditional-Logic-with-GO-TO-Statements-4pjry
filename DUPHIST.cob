      * RETURN-CODE 0 is a normal run, 4 means the
      * register was empty, 16 means a file failed to
      * open.
      * At the end of a normal run DUPHIST appends its run
      * statistics record (RUNREC) to the shared run log
      * (RUNLOG): register entries read and archived.
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
       FD  DUP-CONTROL-FILE
           RECORDING MODE IS F.
       01  DUP-REPORT-LINE             PIC X(132).

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

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START
           PERFORM PARA-0-INIT
           PERFORM PARA-1-SPLIT UNTIL WS-DUP-EOF
           PERFORM PARA-8-TOTALS
           DISPLAY "DUPHIST READ     = " WS-READ-COUNT
           DISPLAY "DUPHIST ARCHIVED = " WS-ARCHIVE-COUNT
           DISPLAY "DUPHIST RETAINED = " WS-RETAIN-COUNT
           PERFORM PARA-9-RUNLOG
           STOP RUN.

       PARA-0-INIT SECTION.
           CLOSE RETAIN-FILE
           CLOSE DUP-REPORT-FILE
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
               DISPLAY "DUPHIST WARNING - RUNLOG-FILE EXTEND "
                       "FAILED, STATUS = " WS-RUNLOG-STATUS
           ELSE
               MOVE SPACES            TO RST-RECORD
               MOVE "DUPHIST"         TO RST-JOB-NAME
               MOVE "STEP010"         TO RST-STEP-NAME
               MOVE "DUPHIST"         TO RST-PROGRAM
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
