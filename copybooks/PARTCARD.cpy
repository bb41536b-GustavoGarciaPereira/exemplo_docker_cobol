      *****************************************************
      * PARTCARD - range partition master card layout.
      * One card describes a large CONTADOR range that is
      * to be run as pieces on several streams at once
      * instead of on one stream end to end. HWPRTPLN
      * splits it into step-aligned HWCTL decks, one per
      * listed stream; HWPRTMRG reads the SAME card after
      * the pieces have run, to prove the merged COUNTOUT
      * covers the range exactly and to reconcile its
      * total. Start, end, direction and step read as on
      * an HWCTL card (blank direction is ascending, blank
      * step is 1). The expected total is the number of
      * values the whole range must produce - the control
      * figure the merge is held to. Cutoff is optional
      * (blank = each stream's default). Streams are
      * listed in piece order: the first stream takes the
      * start of the range, and its transmission carries
      * the merged extract. Up to four streams.
      *****************************************************
       01  PARTITION-CARD-RECORD.
           05 PC-START-VALUE             PIC 9(6).
           05 FILLER                     PIC X(1).
           05 PC-END-VALUE               PIC 9(6).
           05 FILLER                     PIC X(1).
           05 PC-DIRECTION               PIC X(1).
              88 PC-DIR-ASCENDING        VALUE 'A' ' '.
              88 PC-DIR-DESCENDING       VALUE 'D'.
           05 FILLER                     PIC X(1).
           05 PC-STEP-VALUE              PIC 9(6).
           05 FILLER                     PIC X(1).
           05 PC-EXPECTED-TOTAL          PIC 9(6).
           05 FILLER                     PIC X(1).
           05 PC-CUTOFF-TIME             PIC 9(4).
           05 FILLER                     PIC X(1).
           05 PC-STREAM-LIST.
              10 PC-STREAM-ENTRY OCCURS 4 TIMES.
                 15 PC-STREAM            PIC X(2).
                 15 FILLER               PIC X(1).
