      *****************************************************
      * RATEREC - chargeback rate card record layout.
      * Maintained by operations, one card per stream per
      * rate change: the rates apply from the effective
      * month onward until a later card for the stream
      * takes over. Stream "**" is the default card for
      * any stream without one of its own. Rates carry
      * implied decimals:
      *   per 1000 iterations  - 9(5)V9(4)
      *   per elapsed minute   - 9(5)V9(4)
      *   per restart / abort  - 9(5)V99
      * The cost center is the account the stream's owner
      * is recharged against.
      *****************************************************
       01  RATE-CARD-RECORD.
           05 RT-STREAM                  PIC X(2).
              88 RT-DEFAULT-CARD         VALUE "**".
           05 FILLER                     PIC X(1).
           05 RT-EFFECTIVE-MONTH         PIC 9(6).
           05 FILLER                     PIC X(1).
           05 RT-PER-THOUSAND            PIC 9(5)V9(4).
           05 FILLER                     PIC X(1).
           05 RT-PER-MINUTE              PIC 9(5)V9(4).
           05 FILLER                     PIC X(1).
           05 RT-RESTART-CHARGE          PIC 9(5)V99.
           05 FILLER                     PIC X(1).
           05 RT-ABORT-CHARGE            PIC 9(5)V99.
           05 FILLER                     PIC X(1).
           05 RT-COST-CENTER             PIC X(8).
