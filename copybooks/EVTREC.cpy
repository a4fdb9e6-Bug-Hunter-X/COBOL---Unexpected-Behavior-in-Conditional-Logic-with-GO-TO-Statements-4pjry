      * alert interface file the console automation
      * package monitors. One record per significant
      * moment in the run:
      *   TRIP     - an account tripped its threshold, or
      *              (EVT-TRIP-TYPE R or M) its 7-night
      *              rolling or month-to-date window
      *              threshold; a window trip carries the
      *              window total in EVT-AREA-1; with
      *              EVT-TRIP-TYPE G, an account group
      *              tripped its group threshold - the group
      *              ID in EVT-ACCOUNT, the group
      *              accumulator in EVT-AREA-1
      *   WARN     - an account crossed its warning level
      *              (lead time before the trip; cut once
      *              per crossing, re-armed when the
      *              accumulator drops back under), or with
      *              EVT-TRIP-TYPE G an account group
      *              crossed its group warning level
      *   EOF      - transaction end-of-file reached
      *   ABENDCHK - CHECKPOINT-FILE open failed
      *   ABENDTHM - THRESHOLD-MASTER-FILE open failed
      *   ABENDSET - SETTLE-FILE open failed
      *   ABENDSUS - SUSPENSE-OUT-FILE open failed, or an
      *              account's suspense balance overflowed
      *   ABENDPOS - POSITION-OUT-FILE open failed
      *   ABENDVAL - accumulator validation failed
      *   ABENDDTE - the control card's processing-date
      *              override is not on the business
      *              calendar (or the calendar would not
      *              open to check it)
      *   ABENDOVR - a debit overflowed an account or an
      *              account group accumulator (run-total
      *              overflow is non-fatal and cuts no
      *              event)
      *   ABENDTBL - the account table, the account group
      *              table or the restart trip journal
      *              table overflowed
      *   REJAGED  - a reject has sat unresolved past the
      *              aging tolerance (cut by REJRECYC, not
      *              THRESHJB; the unposted amount rides
      *              EVT-AREA-1)
      *   CASEAGED - a trip case has sat open past the
      *              aging tolerance (cut by CASEAGE, not
      *              THRESHJB; the case's tripped amount
      *              rides EVT-AREA-1, the trips it covers
      *              EVT-TRIP-COUNT)
      *   FEEDMISS - an active source system due to feed
      *              tonight's business date sent no fresh
      *              card (cut by TRNEDIT, not THRESHJB; the
      *              source system code rides EVT-ACCOUNT)
      * EVT-FILE-STATUS carries the failing file status on
      * the open abends and spaces otherwise. EVT-ACCOUNT
      * and EVT-AREA-1 carry the account and its
      * accumulator where one is in play, otherwise spaces
      * and the run-total accumulator. EVT-TRIP-TYPE is
      * space on every event but a window TRIP, a group
      * TRIP or WARN and a CASEAGED on a case opened by
      * one of those, and uses the same marks as
      * XTR-TRIP-TYPE.
      *****************************************************
       01  EVT-RECORD.
           05  EVT-JOB-ID              PIC X(8).
           05  EVT-AREA-1              PIC 9(7).
           05  EVT-CYCLE-COUNT         PIC 9(5).
           05  EVT-TRIP-COUNT          PIC 9(5).
           05  EVT-TRIP-TYPE           PIC X(1).
           05  FILLER                  PIC X(15).
