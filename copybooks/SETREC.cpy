      *   SET-RECORD-TYPE "E" - written by TRNEDIT: what
      *     the source submitted (records and amount read)
      *     and what the edit rejected, by reason code
      *     (the E001-E010 codes of REJREC).
      *   SET-RECORD-TYPE "A" - written by THRESHJB: what
      *     actually applied - debits and credits with
      *     amounts - and the threshold trips attributed
               10  SET-E005-COUNT      PIC 9(5).
               10  SET-E006-COUNT      PIC 9(5).
               10  SET-E007-COUNT      PIC 9(5).
               10  SET-E008-COUNT      PIC 9(5).
               10  SET-E009-COUNT      PIC 9(5).
               10  SET-E010-COUNT      PIC 9(5).
           05  SET-DEBIT-COUNT         PIC 9(5).
           05  SET-DEBIT-AMOUNT        PIC 9(9).
           05  SET-CREDIT-COUNT        PIC 9(5).
