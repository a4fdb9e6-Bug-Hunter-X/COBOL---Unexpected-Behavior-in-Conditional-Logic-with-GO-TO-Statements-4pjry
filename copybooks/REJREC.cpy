      *          accepted, tonight or on a prior night
      *          (the accepted-transaction register on
      *          DUPIN remembers across runs)
      *   E008 - source system not on the source system
      *          master, or retired
      *   E009 - source system suspended on the source
      *          system master
      *   E010 - amount over the source system's ceiling
      *          on the source system master
      * REJ-RUN-DATE is the night the record was rejected
      * and REJ-RESUB-COUNT is how many times it had been
      * recycled through REJRECYC before this rejection
