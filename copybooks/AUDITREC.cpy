      * Direction/step describe the run's counting rule;
      * blanks on records written before these fields
      * existed read as ascending by 1.
      * A 'V' record is appended by HWVOIDRN when a run is
      * voided: it names the run (job name, run date and
      * stream of its 'S'/'E' pair) and carries the void's
      * own time and the number of values reversed in
      * AR-CONTADOR.
      * A 'K' seal record follows each run's 'E': it names
      * the run and carries the number of records written
      * since the previous seal, the hash of those records
      * and of the seal itself, and the previous seal's
      * hash, so the log is one chain from seal to seal. A
      * 'C' carry record is the last seal HWAUDARC moved to
      * an archive generation, repeated at the top of the
      * replacement log so the chain continues across the
      * split. Both reuse the run-value positions.
      *****************************************************
       01  AUDIT-RECORD.
           05 AR-JOB-NAME                PIC X(8).
              88 AR-TYPE-START           VALUE 'S'.
              88 AR-TYPE-DETAIL          VALUE 'D'.
              88 AR-TYPE-END             VALUE 'E'.
              88 AR-TYPE-VOID            VALUE 'V'.
              88 AR-TYPE-SEAL            VALUE 'K'.
              88 AR-TYPE-CARRY           VALUE 'C'.
           05 AR-RUN-VALUES.
              10 AR-START-VALUE          PIC 9(6).
              10 AR-END-VALUE            PIC 9(6).
              10 AR-CONTADOR             PIC 9(6).
              10 AR-DIRECTION            PIC X(1).
                 88 AR-DIR-DESCENDING    VALUE 'D'.
              10 AR-STEP-VALUE           PIC 9(6).
           05 AR-SEAL-VALUES REDEFINES AR-RUN-VALUES.
              10 AR-SEAL-COUNT           PIC 9(6).
              10 AR-SEAL-HASH            PIC 9(9).
              10 AR-SEAL-PRIOR           PIC 9(9).
              10 FILLER                  PIC X(1).
           05 AR-STREAM                  PIC X(2).
