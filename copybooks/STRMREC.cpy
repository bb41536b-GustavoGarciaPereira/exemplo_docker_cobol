      *****************************************************
      * STRMREC - stream definition master record layout.
      * One record per counter stream, keyed by stream
      * code (KSDS HWSTRMST, maintained only by HWSTRMNT).
      * A stream must be on file and active before
      * HWDRIVER will run a card for it; the reports use
      * the description and the expected daily volume to
      * label each stream and to notice an active stream
      * that produced nothing. A default cutoff of zero
      * means the stream has no window cutoff unless a
      * card sets one. Streams are never deleted - a
      * retired stream is made inactive so its history
      * still reads against a definition.
      *****************************************************
       01  STREAM-MASTER-RECORD.
           05 SM-STREAM                  PIC X(2).
           05 SM-DESCRIPTION             PIC X(30).
           05 SM-OWNER                   PIC X(12).
           05 SM-STATUS                  PIC X(1).
              88 SM-ACTIVE               VALUE 'A'.
              88 SM-INACTIVE             VALUE 'I'.
           05 SM-DEFAULT-CUTOFF          PIC 9(4).
           05 SM-EXPECTED-VOLUME         PIC 9(8).
           05 SM-ADDED-DATE              PIC 9(8).
           05 SM-CHANGED-DATE            PIC 9(8).
           05 SM-CHANGED-BY              PIC X(3).
