      *****************************************************
      * PAGEREC - on-call paging feed record layout.
      * One record per unresolved 'E' or 'F' exception
      * that HWEXCAGE found outstanding for more business
      * days than the escalation threshold. Each HWAGEJOB
      * run writes a fresh generation holding everything
      * that is past due as of that business date - an
      * item keeps paging every morning until HWDSPMNT
      * posts its RESOLVE. The disposition status is 'O'
      * when nobody has acknowledged the item yet and 'A'
      * when it was acknowledged but is still unresolved.
      *****************************************************
       01  PAGE-FEED-RECORD.
           05 PG-BUSINESS-DATE           PIC 9(8).
           05 PG-LOG-DATE                PIC 9(8).
           05 PG-LOG-TIME                PIC 9(8).
           05 PG-PROGRAM                 PIC X(8).
           05 PG-SEVERITY                PIC X(1).
           05 PG-CODE                    PIC X(8).
           05 PG-AGE-DAYS                PIC 9(4).
           05 PG-DISP-STATUS             PIC X(1).
              88 PG-NOT-ACKNOWLEDGED     VALUE 'O'.
              88 PG-ACKNOWLEDGED         VALUE 'A'.
           05 PG-ACK-BY                  PIC X(3).
           05 PG-TEXT                    PIC X(40).
