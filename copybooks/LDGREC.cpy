      * which the next statement run folds in as that
      * account's balance forward. On a posting record
      * LDG-BALANCE-FWD is spaces.
      * LDG-POST-TYPE is "G" on the posting of an account
      * group trip - LDG-ACCOUNT is then the group ID - and
      * spaces on an account posting or a carry record.
      *****************************************************
       01  LDG-RECORD.
           05  LDG-JOB-ID              PIC X(8).
           05  LDG-POST-DATE           PIC X(8).
           05  LDG-POST-AMOUNT         PIC 9(5).
           05  LDG-BALANCE-FWD         PIC X(9).
           05  LDG-POST-TYPE           PIC X(1).
           05  FILLER                  PIC X(33).
