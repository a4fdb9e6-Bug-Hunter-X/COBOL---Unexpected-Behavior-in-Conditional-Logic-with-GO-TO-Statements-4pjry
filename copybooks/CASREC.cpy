      *****************************************************
      * CASREC - trip case master record. One case per
      * investigation: CASEOPN opens a case for each trip
      * on the night's extract, keyed on the tripped
      * account, the run date and the trip's number on
      * that night's extract (1 for the first extract
      * record, and so on), and CASECLS closes it from an
      * analyst's disposition card. A trip on an account
      * that already has an open case attaches to that
      * case instead - CAS-TRIP-COUNT counts the trips the
      * case covers and the CAS-LAST- fields name the most
      * recent one, so an account carries at most one open
      * case at a time. A group trip opens its case under
      * the group ID. CASEAGE reports the open cases and
      * escalates the ones past its tolerance.
      * The master is kept in CAS-KEY order.
      * CAS-TRIP-AMOUNT is the tripped amount (the window
      * total for a window trip, XTR-TRIP-TYPE R or M).
      *****************************************************
       01  CAS-RECORD.
           05  CAS-KEY.
               10  CAS-ACCOUNT         PIC X(8).
               10  CAS-RUN-DATE        PIC X(8).
               10  CAS-TRIP-NO         PIC 9(5).
           05  CAS-STATUS              PIC X(1).
               88  CAS-OPEN            VALUE "O".
               88  CAS-CLOSED          VALUE "C".
           05  CAS-TRIP-TYPE           PIC X(1).
           05  CAS-TRIP-AMOUNT         PIC 9(7).
           05  CAS-TRIP-COUNT          PIC 9(5).
           05  CAS-LAST-RUN-DATE       PIC X(8).
           05  CAS-LAST-TRIP-NO        PIC 9(5).
           05  CAS-LAST-TRIP-AMOUNT    PIC 9(7).
           05  CAS-DISP-CODE           PIC X(4).
           05  CAS-ANALYST             PIC X(8).
           05  CAS-CLOSE-DATE          PIC X(8).
           05  CAS-COMMENT             PIC X(40).
           05  FILLER                  PIC X(5).
