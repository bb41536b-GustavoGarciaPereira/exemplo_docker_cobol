      *****************************************************
      * DISPREC - exception disposition record layout.
      * One keyed record per exception log entry that an
      * operator has looked at, keyed on the entry's own
      * log date + log time + program + code, so it sits
      * alongside the EXCEPTION-RECORD it answers without
      * the log itself ever being rewritten. Posted by
      * HWDSPMNT from control cards:
      *   ACK     - somebody has seen it (date, time and
      *             initials of the acknowledgment)
      *   RESOLVE - it is dealt with (date, time, initials
      *             and the resolution note)
      * An exception with no record here has not been
      * looked at. HWEXCAGE ages every 'E' and 'F' entry
      * whose status is not 'R' by business days
      * outstanding.
      *****************************************************
       01  DISPOSITION-RECORD.
           05 DP-KEY.
              10 DP-LOG-DATE             PIC 9(8).
              10 DP-LOG-TIME             PIC 9(8).
              10 DP-PROGRAM              PIC X(8).
              10 DP-CODE                 PIC X(8).
           05 DP-STATUS                  PIC X(1).
              88 DP-ACKNOWLEDGED         VALUE 'A'.
              88 DP-RESOLVED             VALUE 'R'.
           05 DP-ACK-DATE                PIC 9(8).
           05 DP-ACK-TIME                PIC 9(8).
           05 DP-ACK-BY                  PIC X(3).
           05 DP-RESOLVED-DATE           PIC 9(8).
           05 DP-RESOLVED-TIME           PIC 9(8).
           05 DP-RESOLVED-BY             PIC X(3).
           05 DP-NOTE                    PIC X(32).
