      *****************************************************
      * SNAPREC - end-of-day snapshot bundle record layout.
      * One snapshot generation holds the whole HELLOWORLD
      * file set as of one business date, written by
      * HWSNAPSH in sections: the shared section ("**":
      * RUNMSTR, XMITLOG, BUSDATE, EXCPLOG) first, then one
      * section per stream (RUNREG, AUDITLOG, COUNTOUT,
      * CKPT, RUNLOCK). Every section is
      *   'H' header   - business date, snapshot date/time
      *   'D' data     - one per source record, the record
      *                  image carried unchanged
      *   'M' manifest - one per file, after its data: the
      *                  file's state (present/missing), its
      *                  record count and hash total
      *   'T' trailer  - files and data records in the
      *                  section; a section without one was
      *                  never finished
      * The hash total is the sum of the file's counter
      * field - CR-CONTADOR, RM-CONTADOR, AR-CONTADOR,
      * CKPT-CONTADOR - or, for files without one, of the
      * field that moves with the data: RR-END-VALUE,
      * XM-HASH-TOTAL, RLK-RUN-DATE, BD-BUSINESS-DATE,
      * EX-LOG-DATE. HWSNPRST checks every file against its
      * manifest entry before and after putting it back.
      *****************************************************
       01  SNAPSHOT-RECORD.
           05 SB-RECORD-TYPE             PIC X(1).
              88 SB-TYPE-HEADER          VALUE 'H'.
              88 SB-TYPE-DATA            VALUE 'D'.
              88 SB-TYPE-MANIFEST        VALUE 'M'.
              88 SB-TYPE-TRAILER         VALUE 'T'.
           05 SB-SECTION                 PIC X(2).
              88 SB-SHARED-SECTION       VALUE "**".
           05 SB-FILE-NAME               PIC X(8).
           05 SB-DATA                    PIC X(80).
           05 SB-HEADER-DATA REDEFINES SB-DATA.
              10 SB-BUSINESS-DATE        PIC 9(8).
              10 SB-SNAP-DATE            PIC 9(8).
              10 SB-SNAP-TIME            PIC 9(8).
              10 FILLER                  PIC X(56).
           05 SB-MANIFEST-DATA REDEFINES SB-DATA.
              10 SB-FILE-STATE           PIC X(1).
                 88 SB-FILE-PRESENT      VALUE 'P'.
                 88 SB-FILE-MISSING      VALUE 'M'.
              10 SB-RECORD-COUNT         PIC 9(8).
              10 SB-HASH-TOTAL           PIC 9(15).
              10 FILLER                  PIC X(56).
           05 SB-TRAILER-DATA REDEFINES SB-DATA.
              10 SB-FILE-COUNT           PIC 9(4).
              10 SB-SECTION-RECORDS      PIC 9(10).
              10 FILLER                  PIC X(66).
