      * re-appends the interrupted run's own number), and
      * the record itself answers "which run produced
      * these COUNT/AUDIT records" for any date.
      * HWVOIDRN appends a VOID entry (type 'V') repeating
      * the voided run's number, id, date and range, with
      * the void's own time; it assigns nothing, so the
      * number seed and every per-run reader pass it over
      * except to mark that run voided. A blank type (a
      * record written before the field existed) is a run
      * assignment.
      *****************************************************
       01  RUN-REGISTRY-RECORD.
           05 RR-RUN-NUMBER              PIC 9(6).
           05 RR-DIRECTION               PIC X(1).
           05 RR-STEP-VALUE              PIC 9(6).
           05 RR-STREAM                  PIC X(2).
           05 RR-ENTRY-TYPE              PIC X(1).
              88 RR-VOID-ENTRY           VALUE 'V'.
